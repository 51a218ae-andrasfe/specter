      * OVERDRAFT PAY-OR-RETURN DECISION RECORD - SHARED BY
      * ACCTPOST, ODDDECN AND ODDCUT AGAINST ODDQUEUE, KEYED BY
      * ACCOUNT AND TRANSACTION REFERENCE SO ONE ACCOUNT'S ITEMS
      * READ TOGETHER.  ACCTPOST QUEUES A CUSTOMER DEBIT THAT
      * WOULD BREACH THE OVERDRAFT LIMIT; A BRANCH OFFICER MARKS
      * IT PAY OR RETURN THROUGH ODDDECN BEFORE THE CUTOFF.  PAID
      * ITEMS REPOST IN THE NEXT ACCTPOST RUN, RETURNED ITEMS GO
      * OUT THROUGH ODDCUT WITH AN NSF FEE.  CLOSED-OUT ITEMS STAY
      * ON FILE A YEAR SO THE OVERDRAFT HISTORY CAN BE COUNTED.
           05 ODD-KEY.
              10 ODD-ACCT-ID     PIC X(10).
              10 ODD-TRN-REF     PIC X(12).
           05 ODD-TRN-CODE       PIC X(01).
           05 ODD-AMOUNT         PIC S9(9)V99.
           05 ODD-EFFECTIVE-DATE PIC 9(8).
           05 ODD-QUEUED-DATE    PIC 9(8).
           05 ODD-BRANCH-CODE    PIC X(04).
           05 ODD-CUSTOMER-NO    PIC X(08).
      * POSITION WHEN THE ITEM WAS REJECTED: LEDGER BALANCE, THE
      * BALANCE NET OF MEMO HOLDS, AND THE LIMIT IT WOULD BREACH.
           05 ODD-LEDGER-BALANCE PIC S9(9)V99.
           05 ODD-AVAILABLE-BAL  PIC S9(9)V99.
           05 ODD-OVERDRAFT-LIMIT PIC S9(9)V99.
      * EARLIER OVERDRAFT ITEMS ON FILE FOR THE ACCOUNT (THE LAST
      * YEAR) AND THE CUSTOMER'S COMBINED BALANCE ACROSS EVERY
      * ACCOUNT, REFRESHED EACH TIME THE WORKLIST IS BUILT.
           05 ODD-PRIOR-OD-COUNT PIC 9(3).
           05 ODD-REL-BALANCE    PIC S9(11)V99.
           05 ODD-STATUS         PIC X(01).
              88 ODD-UNDECIDED      VALUE 'U'.
              88 ODD-PAY            VALUE 'P'.
              88 ODD-RETURN         VALUE 'R'.
              88 ODD-PAID           VALUE 'D'.
              88 ODD-RETURNED       VALUE 'X'.
              88 ODD-CLOSED-OUT     VALUE 'D' 'X'.
           05 ODD-DEFAULTED      PIC X(01).
              88 ODD-CUTOFF-DEFAULT VALUE 'Y'.
           05 ODD-DECIDED-BY     PIC X(08).
           05 ODD-DECISION-DATE  PIC 9(8).
           05 ODD-CLOSED-DATE    PIC 9(8).
      * THE SUB-ACCOUNT THE DEBIT NAMED UNDER AN ESCROW OR TRUST
      * MASTER, SO A PAID ITEM REPOSTS TO THE SUB-LEDGER AS WELL;
      * BLANK FOR AN ORDINARY ACCOUNT.
           05 ODD-SUB-REF        PIC X(12).
