      * CODE 'W' RECORDS INTEREST WITHHELD FOR TAX AT CREDITING
      * TIME; IT IS INFORMATIONAL AND MOVES NO ACCOUNT BALANCE,
      * SO IT BELONGS TO NEITHER THE DEBIT NOR THE CREDIT TYPE.
      * CODE 'N' IS CONTRACT INTEREST CHARGED TO AN INSTALLMENT
      * LOAN AT ITS DUE DATE; IT ADDS TO THE AMOUNT OWED.
      * CODE 'O' IS THE MONTH'S ACCRUED OVERDRAFT DEBIT INTEREST,
      * CHARGED BY ACCTINTR AND KEPT APART FROM FEES.
      * CODE 'B' IS CAMPAIGN BONUS INTEREST CREDITED BY ACCTINTR
      * ON NEW MONEY ABOVE AN ENROLLED ACCOUNT'S BASELINE, KEPT
      * APART FROM BASE INTEREST; THE TRN-REF NAMES THE CAMPAIGN.
      * CODE 'K' IS THE QUARTERLY CASHBACK REWARD PAYOUT CREDITED
      * BY CBKPAY FROM THE ACCOUNT'S REWARDS ACCUMULATOR.
      * CODE 'A' IS CREDIT INTEREST ACCRUED GROSS INTO THE ACCOUNT'S
      * ACCRUED-INTEREST LIABILITY; LIKE 'W' IT MOVES NO BALANCE.
      * THE TRN-REF NAMES THE CAMPAIGN WHEN IT IS BONUS INTEREST.
      * THE 'I', 'B' AND 'W' ENTRIES THAT LATER CAPITALIZE IT CARRY
      * THE OPERATOR ID 'CAPITAL', SO THE GL FEED DRAWS THEM FROM
      * THE LIABILITY RATHER THAN FROM INTEREST EXPENSE.
           05 JRNL-TRN-CODE      PIC X(01).
              88 JRNL-IS-DEBIT      VALUE 'D'.
              88 JRNL-IS-CREDIT     VALUE 'C'.
              88 JRNL-IS-FEE        VALUE 'F'.
              88 JRNL-IS-WITHHOLD   VALUE 'W'.
              88 JRNL-IS-LOAN-INTEREST VALUE 'N'.
              88 JRNL-IS-OD-INTEREST VALUE 'O'.
              88 JRNL-IS-BONUS-INTEREST VALUE 'B'.
              88 JRNL-IS-CASHBACK   VALUE 'K'.
              88 JRNL-IS-INT-ACCRUAL VALUE 'A'.
              88 JRNL-DEBIT-TYPE    VALUE 'D' 'F' 'E' 'N' 'O'.
              88 JRNL-CREDIT-TYPE   VALUE 'C' 'I' 'B' 'K'.
           05 JRNL-AMOUNT        PIC S9(9)V99.
           05 JRNL-RESULT-BALANCE PIC S9(9)V99.
           05 JRNL-OPERATOR-ID   PIC X(08).
              88 JRNL-BY-CAPITALIZATION VALUE 'CAPITAL'.
           05 JRNL-RUN-ID        PIC X(08).
           05 JRNL-TRN-REF       PIC X(12).
      * ORIGINAL POSTING DATE, CARRIED ONLY ON BACKOUT REVERSALS SO
      * A DATED BACKOUT CAN BE TOLD APART FROM EARLIER ONES OF THE
      * SAME RUN ID, AND ON SINGLE-ITEM REVERSALS TO DATE THE ITEM
      * CANCELLED; ZERO ON ORDINARY POSTINGS.
           05 JRNL-ORIG-POST-DATE PIC 9(8).
      * SECOND OPERATOR ON DUAL-CONTROL ITEMS: THE CHECKER WHO
      * RELEASED A HIGH-VALUE POSTING FROM THE PENDING-APPROVAL
      * QUEUE, OR THE BRANCH OFFICER WHO DECIDED TO PAY AN ITEM
      * FIRST REJECTED AS AN OVERDRAFT.  SPACES ON EVERYTHING
      * POSTED UNDER SINGLE CONTROL.
           05 JRNL-APPROVED-BY   PIC X(08).
      * THE ACCOUNT NUMBER THE SENDER PRESENTED WHEN IT DIFFERED
      * FROM THE ACCOUNT POSTED: A RENUMBERED ACCOUNT REACHED
      * THROUGH THE ALIAS FILE CARRIES ITS OLD NUMBER HERE.
      * SPACES WHEN THE ITEM ARRIVED UNDER THE CURRENT NUMBER.
           05 JRNL-PRESENTED-ID  PIC X(10).
      * SINGLE-ITEM REVERSAL LINK.  A REVERSAL POSTS AS A PLAIN 'C'
      * OR 'D' IN THE OPPOSITE DIRECTION, FLAGGED 'R', CARRYING THE
      * CANCELLED ITEM'S REFERENCE AND ITS ORIGINAL TRANSACTION CODE
      * SO STATEMENTS AND THE GL FEED CAN SET IT AGAINST THAT ITEM.
      * THE CANCELLED ITEM IS REWRITTEN FLAGGED 'X' WITH THE
      * REVERSAL'S REFERENCE, AND CANNOT BE REVERSED AGAIN.  ALL
      * SPACES ON EVERY OTHER POSTING.
           05 JRNL-REVERSAL-LINK.
              10 JRNL-REVERSAL-FLAG PIC X(01).
                 88 JRNL-IS-REVERSAL   VALUE 'R'.
                 88 JRNL-WAS-REVERSED  VALUE 'X'.
              10 JRNL-LINKED-REF  PIC X(12).
              10 JRNL-REVERSED-CODE PIC X(01).
      * LEGAL ENTITY OF THE ACCOUNT POSTED, COPIED FROM
      * ACCT-ENTITY-CODE WHEN THE ENTRY IS WRITTEN.  ENTRIES WRITTEN
      * BEFORE THE ENTITY WAS CARRIED ARE SPACES AND BELONG TO
      * ENTITY '01'.
           05 JRNL-ENTITY-CODE   PIC X(02).
