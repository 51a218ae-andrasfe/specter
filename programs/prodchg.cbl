       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODCHG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'PRODFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT CHANGE-CARD-FILE ASSIGN TO 'PRODCHGC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT NOTIFICATION-FILE ASSIGN TO 'ACCTNOTE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'PRODCHGA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           COPY PRODREC.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY JRNLREC.
       FD CHANGE-CARD-FILE.
       01 CHANGE-CARD-RECORD.
          05 CARD-ACCT-ID    PIC X(10).
          05 CARD-NEW-PRODUCT PIC X(03).
          05 CARD-OPERATOR   PIC X(08).
      *    ONLY READ WHEN THE NEW PRODUCT IS A TERM DEPOSIT: WHAT
      *    TDMATURE DOES AT MATURITY, AND THE ACCOUNT A PAYOUT GOES TO.
          05 CARD-MATURITY-INSTR PIC X(01).
          05 CARD-LINKED-ACCT PIC X(10).
       FD NOTIFICATION-FILE.
       01 NOTIFICATION-RECORD PIC X(80).
       FD AUDIT-FILE.
       01 AUDIT-RECORD       PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-PROD-STATUS     PIC XX VALUE '00'.
       01 WS-JRN-STATUS      PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-NOTE-STATUS     PIC XX VALUE '00'.
       01 WS-AUD-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-JRNL-SEQ        PIC 9(7) VALUE 0.
       01 WS-JRNL-WRITE-SWITCH PIC X VALUE 'N'.
           88 JOURNAL-WRITE-OK   VALUE 'Y'.
           88 JOURNAL-WRITE-DEAD VALUE 'A'.
       01 WS-REJECT-REASON   PIC X(40) VALUE SPACES.
      *    THE OLD PRODUCT'S TERMS, KEPT WHILE THE NEW PRODUCT IS
      *    READ INTO THE RECORD AREA.  AN ACCOUNT WITH A BLANK OR
      *    UNKNOWN PRODUCT SETTLES AT ACCTINTR'S BUILT-IN RATE AND
      *    HAS NO FEE TO PRORATE.
       01 WS-DEFAULT-RATE    PIC V9(6) VALUE .000137.
       01 WS-OLD-PRODUCT     PIC X(03) VALUE SPACES.
       01 WS-OLD-RATE        PIC V9(6) VALUE 0.
       01 WS-OLD-OD-RATE     PIC V9(6) VALUE 0.
       01 WS-OLD-FEE         PIC S9(5)V99 VALUE 0.
       01 WS-OLD-CLASS       PIC X(01) VALUE SPACE.
           88 OLD-TERM-DEPOSIT VALUE 'T'.
           88 OLD-LOAN       VALUE 'L'.
       01 WS-NEW-FEE         PIC S9(5)V99 VALUE 0.
       01 WS-SETTLE-DAYS     PIC S9(9) COMP VALUE 0.
       01 WS-INTEREST-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-CAP-AMOUNT      PIC S9(9)V99 VALUE 0.
       01 WS-JRNL-OPERATOR   PIC X(08) VALUE SPACES.
       01 WS-WHLD-AREA.
          05 WS-WH-CUST-NO    PIC X(08).
          05 WS-WH-INTEREST   PIC S9(9)V99.
          05 WS-WH-BONUS      PIC S9(9)V99.
          05 WS-WH-WITHHELD   PIC S9(9)V99.
       01 WS-OD-ACCRUAL      PIC S9(7)V99 VALUE 0.
       01 WS-OD-CHARGE-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-FEE-ADJUSTMENT  PIC S9(7)V99 VALUE 0.
       01 WS-DAYS-USED       PIC 9(2) VALUE 0.
       01 WS-MONTH-DAYS      PIC S9(9) COMP VALUE 0.
       01 WS-MONTH-START     PIC 9(8) VALUE 0.
       01 WS-NEXT-MONTH-START PIC 9(8) VALUE 0.
       01 WS-NEXT-MONTH-START-R REDEFINES WS-NEXT-MONTH-START.
          05 WS-NM-YEAR      PIC 9(4).
          05 WS-NM-MONTH     PIC 9(2).
          05 WS-NM-DAY       PIC 9(2).
       01 WS-RUNNING-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-MATURITY-JULIAN PIC 9(9) COMP VALUE 0.
       01 WS-CHANGED-COUNT   PIC 9(5) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-INTEREST-TOTAL  PIC S9(11)V99 VALUE 0.
       01 WS-WITHHELD-TOTAL  PIC S9(11)V99 VALUE 0.
       01 WS-OD-CHARGED-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-FEE-ADJ-TOTAL   PIC S9(11)V99 VALUE 0.
       01 WS-AMOUNT-DISPLAY  PIC -(7)9.99.
       01 WS-OD-DISPLAY      PIC -(7)9.99.
       01 WS-FEE-DISPLAY     PIC -(7)9.99.
       01 WS-HIST-AREA.
          05 WS-MH-PROGRAM    PIC X(08) VALUE 'PRODCHG'.
          05 WS-MH-BEFORE     PIC X(250).
          05 WS-MH-AFTER      PIC X(250).
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY-DATE       PIC 9(8).
       01 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
          05 WS-T-YEAR       PIC 9(4).
          05 WS-T-MONTH      PIC 9(2).
          05 WS-T-DAY        PIC 9(2).
       01 WS-BUSDAY-AREA.
          05 WS-BD-FUNCTION   PIC X(01) VALUE SPACE.
          05 WS-BD-DATE-IN    PIC 9(8) VALUE 0.
          05 WS-BD-FLAG       PIC X(01) VALUE SPACE.
          05 WS-BD-DATE-OUT   PIC 9(8) VALUE 0.
       01 WS-DAYCOUNT-AREA.
          05 WS-DC-FUNCTION   PIC X(01).
          05 WS-DC-DATE-1     PIC 9(8).
          05 WS-DC-DATE-2     PIC 9(8).
          05 WS-DC-DAYS       PIC S9(9) COMP.
          05 WS-DC-SERIAL     PIC 9(9) COMP.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    PRODUCT CHANGES ON AN EXISTING ACCOUNT ARRIVE AS CARDS:
      *    ACCOUNT, NEW PRODUCT AND THE OPERATOR KEYING IT.  THE
      *    ACCOUNT MUST ALREADY MEET THE NEW PRODUCT'S OVERDRAFT
      *    MAXIMUM, DAILY DEBIT CAP AND TERM RULES OR THE CARD IS
      *    REJECTED WITH NOTHING CHANGED.  AN ACCEPTED CHANGE FIRST
      *    SETTLES THE OLD PRODUCT: INTEREST SINCE THE LAST ACCRUAL
      *    AT THE OLD RATE, CAPITALIZED WITH EVERYTHING ELSE ACCRUED
      *    BUT NOT YET CREDITED, ANY DEBIT INTEREST ACCRUED BUT NOT YET
      *    CHARGED, AND THE MONTH'S FEE PRORATED BETWEEN THE TWO
      *    PRODUCTS.  THE NEW PRODUCT THEN GOES ON THE ACCOUNT, THE
      *    BEFORE AND AFTER IMAGES GO TO MNTHIST, AND A NOTICE IS
      *    QUEUED FOR NOTIFDSP.  EVERY CARD LANDS ON THE AUDIT FILE.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           MOVE WS-YEAR TO WS-T-YEAR
           MOVE WS-MONTH TO WS-T-MONTH
           MOVE WS-DAY TO WS-T-DAY
           PERFORM 1500-SET-MONTH-DAYS
           PERFORM 2000-READ-CHANGE-CARD
           PERFORM 3000-APPLY-CHANGE-CARD UNTIL CARD-EOF
           DISPLAY 'PRODUCT CHANGES MADE: ' WS-CHANGED-COUNT
           DISPLAY 'CHANGES REJECTED    : ' WS-REJECT-COUNT
           DISPLAY 'INTEREST SETTLED    : ' WS-INTEREST-TOTAL
           DISPLAY 'TAX WITHHELD        : ' WS-WITHHELD-TOTAL
           DISPLAY 'DEBIT INT CHARGED   : ' WS-OD-CHARGED-TOTAL
           DISPLAY 'FEE ADJUSTMENTS NET : ' WS-FEE-ADJ-TOTAL
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS NOT = '00'
               DISPLAY 'PRODUCT FILE OPEN ERROR: ' WS-PROD-STATUS
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN I-O JOURNAL-FILE
           IF WS-JRN-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'JOURNAL FILE OPEN ERROR: ' WS-JRN-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE PRODUCT-FILE
               STOP RUN
           END-IF
           OPEN INPUT CHANGE-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'PRODUCT CHANGE CARD FILE OPEN ERROR: '
                   WS-CARD-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE PRODUCT-FILE
               CLOSE JOURNAL-FILE
               STOP RUN
           END-IF
           OPEN EXTEND NOTIFICATION-FILE
           IF WS-NOTE-STATUS = '35'
               OPEN OUTPUT NOTIFICATION-FILE
           END-IF
           IF WS-NOTE-STATUS NOT = '00' AND WS-NOTE-STATUS NOT = '05'
               DISPLAY 'NOTIFICATION FILE OPEN ERROR: ' WS-NOTE-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE PRODUCT-FILE
               CLOSE JOURNAL-FILE
               CLOSE CHANGE-CARD-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-FILE
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'PRODUCT CHANGE AUDIT FILE OPEN ERROR: '
                   WS-AUD-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE PRODUCT-FILE
               CLOSE JOURNAL-FILE
               CLOSE CHANGE-CARD-FILE
               CLOSE NOTIFICATION-FILE
               STOP RUN
           END-IF.
       1500-SET-MONTH-DAYS.
      *    THE LENGTH OF THE CURRENT MONTH, FOR PRORATING THE FEE.
           STRING WS-TODAY-DATE (1:6) '01' DELIMITED BY SIZE
               INTO WS-MONTH-START
           MOVE WS-MONTH-START TO WS-NEXT-MONTH-START
           IF WS-NM-MONTH = 12
               ADD 1 TO WS-NM-YEAR
               MOVE 1 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF
           MOVE 'D' TO WS-DC-FUNCTION
           MOVE WS-MONTH-START TO WS-DC-DATE-1
           MOVE WS-NEXT-MONTH-START TO WS-DC-DATE-2
           CALL 'DATEUTIL' USING WS-DATE-RESULT, WS-TODAY-DATE-R,
               WS-BUSDAY-AREA, WS-DAYCOUNT-AREA
           MOVE WS-DC-DAYS TO WS-MONTH-DAYS
           COMPUTE WS-DAYS-USED = WS-T-DAY - 1.
       2000-READ-CHANGE-CARD.
           READ CHANGE-CARD-FILE INTO CHANGE-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-APPLY-CHANGE-CARD.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-OLD-PRODUCT
           IF CARD-ACCT-ID = SPACES OR CARD-NEW-PRODUCT = SPACES
               OR CARD-OPERATOR = SPACES
               MOVE 'INCOMPLETE CARD' TO WS-REJECT-REASON
           ELSE
               MOVE CARD-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                      MOVE 'NO SUCH ACCOUNT' TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE ACCT-PRODUCT-CODE TO WS-OLD-PRODUCT
               PERFORM 3100-CHECK-ACCOUNT-STATE
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 3200-GET-OLD-PRODUCT
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 3300-GET-NEW-PRODUCT
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 3400-CHECK-NEW-PRODUCT-RULES
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 4000-CHANGE-PRODUCT
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'PRODUCT CHANGE REJECTED, ' WS-REJECT-REASON
                   ': ' CARD-ACCT-ID
               PERFORM 6100-WRITE-REJECT-AUDIT
           END-IF
           PERFORM 2000-READ-CHANGE-CARD.
       3100-CHECK-ACCOUNT-STATE.
           EVALUATE TRUE
               WHEN ACCT-CLOSED OR ACCT-ESCHEATED OR ACCT-CHARGED-OFF
                   MOVE 'ACCOUNT NOT OPEN' TO WS-REJECT-REASON
               WHEN ACCT-FROZEN OR ACCT-ON-HOLD
                   MOVE 'ACCOUNT FROZEN OR ON HOLD'
                       TO WS-REJECT-REASON
               WHEN CARD-NEW-PRODUCT = ACCT-PRODUCT-CODE
                   MOVE 'ALREADY ON THAT PRODUCT' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3200-GET-OLD-PRODUCT.
           MOVE WS-DEFAULT-RATE TO WS-OLD-RATE
           MOVE 0 TO WS-OLD-OD-RATE
           MOVE 0 TO WS-OLD-FEE
           MOVE SPACE TO WS-OLD-CLASS
           IF ACCT-PRODUCT-CODE NOT = SPACES
               MOVE ACCT-ENTITY-CODE TO PROD-ENTITY-CODE
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE PROD-DAILY-RATE TO WS-OLD-RATE
                      MOVE PROD-OD-DAILY-RATE TO WS-OLD-OD-RATE
                      MOVE PROD-CLASS TO WS-OLD-CLASS
                      IF ACCT-BALANCE < PROD-FEE-WAIVER-MIN
                          MOVE PROD-MONTHLY-FEE TO WS-OLD-FEE
                      END-IF
               END-READ
           END-IF
      *    AN INSTALLMENT LOAN'S CONTRACT LIVES ON LOANFILE, AND A
      *    TERM DEPOSIT IS LOCKED IN UNTIL IT MATURES.
           IF OLD-LOAN
               MOVE 'LOAN ACCOUNTS CANNOT CHANGE PRODUCT'
                   TO WS-REJECT-REASON
           END-IF
           IF OLD-TERM-DEPOSIT AND ACCT-MATURITY-DATE > WS-TODAY-DATE
               MOVE 'TERM DEPOSIT NOT YET MATURED' TO WS-REJECT-REASON
           END-IF.
       3300-GET-NEW-PRODUCT.
      *    AN ACCOUNT CAN ONLY MOVE TO A PRODUCT OF ITS OWN ENTITY.
           MOVE ACCT-ENTITY-CODE TO PROD-ENTITY-CODE
           MOVE CARD-NEW-PRODUCT TO PROD-CODE
           READ PRODUCT-FILE
               INVALID KEY
                  MOVE 'NEW PRODUCT NOT ON FILE' TO WS-REJECT-REASON
           END-READ.
       3400-CHECK-NEW-PRODUCT-RULES.
      *    THE ACCOUNT HAS TO FIT THE NEW PRODUCT AS IT STANDS.  ITS
      *    OVERDRAFT LIMIT AND ANY OVERDRAWN BALANCE MUST BE WITHIN
      *    THE PRODUCT'S MAXIMUM, A DAILY CAP OVERRIDE MAY NOT EXCEED
      *    A CAPPED PRODUCT'S DEFAULT, AND A TERM DEPOSIT NEEDS A
      *    TERM, FUNDS TO LOCK IN AND, FOR A PAYOUT AT MATURITY, AN
      *    ACCOUNT TO PAY TO.
           EVALUATE TRUE
               WHEN PROD-LOAN
                   MOVE 'LOAN PRODUCTS OPEN THROUGH LOANMNT'
                       TO WS-REJECT-REASON
               WHEN ACCT-OVERDRAFT-LIMIT > PROD-MAX-OD-LIMIT
                   MOVE 'OVERDRAFT LIMIT OVER PRODUCT MAXIMUM'
                       TO WS-REJECT-REASON
               WHEN ACCT-BALANCE < 0 - PROD-MAX-OD-LIMIT
                   MOVE 'OVERDRAWN BEYOND PRODUCT MAXIMUM'
                       TO WS-REJECT-REASON
               WHEN PROD-DAILY-DEBIT-CAP > 0
                   AND ACCT-DAILY-CAP-OVERRIDE > PROD-DAILY-DEBIT-CAP
                   MOVE 'CAP OVERRIDE OVER PRODUCT DAILY CAP'
                       TO WS-REJECT-REASON
               WHEN PROD-TERM-DEPOSIT AND PROD-TERM-DAYS = 0
                   MOVE 'TERM PRODUCT HAS NO TERM' TO WS-REJECT-REASON
               WHEN PROD-TERM-DEPOSIT AND ACCT-BALANCE NOT > 0
                   MOVE 'NO FUNDS TO PLACE ON TERM' TO WS-REJECT-REASON
               WHEN PROD-TERM-DEPOSIT AND CARD-MATURITY-INSTR = 'X'
                   AND CARD-LINKED-ACCT = SPACES
                   MOVE 'PAYOUT AT MATURITY NEEDS LINKED ACCOUNT'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   IF ACCT-BALANCE < PROD-FEE-WAIVER-MIN
                       MOVE PROD-MONTHLY-FEE TO WS-NEW-FEE
                   ELSE
                       MOVE 0 TO WS-NEW-FEE
                   END-IF
           END-EVALUATE.
       4000-CHANGE-PRODUCT.
           MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
           MOVE ACCT-BALANCE TO WS-RUNNING-BALANCE
           PERFORM 4100-SETTLE-INTEREST
           PERFORM 4150-CAPITALIZE-ACCRUED
           PERFORM 4200-PRORATE-FEE
           ADD WS-CAP-AMOUNT TO ACCT-BALANCE
           SUBTRACT WS-OD-CHARGE-AMOUNT FROM ACCT-BALANCE
           SUBTRACT WS-FEE-ADJUSTMENT FROM ACCT-BALANCE
           MOVE 0 TO ACCT-OD-INT-ACCRUED
           MOVE WS-TODAY-DATE TO ACCT-LAST-ACTIVITY-DATE
           MOVE CARD-NEW-PRODUCT TO ACCT-PRODUCT-CODE
           PERFORM 4300-SET-TERM-FIELDS
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                  MOVE 'ACCOUNT REWRITE FAILED' TO WS-REJECT-REASON
               NOT INVALID KEY
                  ADD 1 TO WS-CHANGED-COUNT
                  MOVE ACCOUNT-RECORD TO WS-MH-AFTER
                  CALL 'MNTHIST' USING WS-HIST-AREA
                  PERFORM 5000-WRITE-SETTLEMENT-JOURNALS
                  PERFORM 5500-QUEUE-CHANGE-NOTICE
                  PERFORM 6000-WRITE-CHANGE-AUDIT
           END-REWRITE.
       4100-SETTLE-INTEREST.
      *    ACCTINTR ACCRUES FROM THE LAST ACTIVITY DATE, SO THE DAYS
      *    SINCE THEN ARE STILL OWED AT THE OLD PRODUCT'S RATE: CREDIT
      *    INTEREST ON A BALANCE IN FUNDS, DEBIT INTEREST ON AN
      *    OVERDRAWN ONE.  DEBIT INTEREST BUILT UP SINCE THE LAST
      *    MONTH END IS CHARGED NOW RATHER THAN CARRIED ONTO THE NEW
      *    PRODUCT.
           MOVE 0 TO WS-INTEREST-AMOUNT
           MOVE 0 TO WS-OD-ACCRUAL
           MOVE 0 TO WS-SETTLE-DAYS
           IF ACCT-LAST-ACTIVITY-DATE NOT = 0
               AND ACCT-LAST-ACTIVITY-DATE < WS-TODAY-DATE
               MOVE 'D' TO WS-DC-FUNCTION
               MOVE ACCT-LAST-ACTIVITY-DATE TO WS-DC-DATE-1
               MOVE WS-TODAY-DATE TO WS-DC-DATE-2
               CALL 'DATEUTIL' USING WS-DATE-RESULT, WS-TODAY-DATE-R,
                   WS-BUSDAY-AREA, WS-DAYCOUNT-AREA
               MOVE WS-DC-DAYS TO WS-SETTLE-DAYS
           END-IF
           IF WS-SETTLE-DAYS > 0
               IF ACCT-BALANCE > 0
                   COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                       ACCT-BALANCE * WS-OLD-RATE * WS-SETTLE-DAYS
               END-IF
               IF ACCT-BALANCE < 0 AND WS-OLD-OD-RATE > 0
                   COMPUTE WS-OD-ACCRUAL ROUNDED =
                       (0 - ACCT-BALANCE) * WS-OLD-OD-RATE
                           * WS-SETTLE-DAYS
               END-IF
           END-IF
           COMPUTE WS-OD-CHARGE-AMOUNT =
               ACCT-OD-INT-ACCRUED + WS-OD-ACCRUAL
           ADD WS-INTEREST-AMOUNT TO ACCT-INT-ACCRUED.
       4150-CAPITALIZE-ACCRUED.
      *    CREDIT INTEREST ACCRUED UNDER THE OLD PRODUCT, BASE AND
      *    CAMPAIGN BONUS, IS CAPITALIZED NOW RATHER THAN CARRIED ONTO
      *    THE NEW ONE, NET OF ANY BACKUP WITHHOLDING.
           MOVE ACCT-CUSTOMER-NO TO WS-WH-CUST-NO
           MOVE ACCT-INT-ACCRUED TO WS-WH-INTEREST
           MOVE ACCT-BONUS-ACCRUED TO WS-WH-BONUS
           MOVE 0 TO WS-WH-WITHHELD
           IF WS-WH-INTEREST > 0 OR WS-WH-BONUS > 0
               CALL 'WHLDSPLT' USING WS-WHLD-AREA
               MOVE WS-TODAY-DATE TO ACCT-LAST-CAP-DATE
           END-IF
           COMPUTE WS-CAP-AMOUNT = WS-WH-INTEREST + WS-WH-BONUS
           MOVE 0 TO ACCT-INT-ACCRUED
           MOVE 0 TO ACCT-BONUS-ACCRUED.
       4200-PRORATE-FEE.
      *    ACCTFEE CHARGES WHICHEVER PRODUCT IS ON THE ACCOUNT AT
      *    MONTH END A FULL MONTH'S FEE.  THE DAYS ALREADY SPENT ON
      *    THE OLD PRODUCT ARE SQUARED UP NOW BY THE DIFFERENCE
      *    BETWEEN THE TWO FEES FOR THOSE DAYS, SO THE MONTH COSTS
      *    THE OLD FEE FOR THE DAYS BEFORE TODAY AND THE NEW FEE FOR
      *    THE REST.  A MOVE TO A DEARER PRODUCT GIVES BACK A PART;
      *    THAT POSTS AS A NEGATIVE FEE.
           MOVE 0 TO WS-FEE-ADJUSTMENT
           IF WS-MONTH-DAYS > 0 AND WS-DAYS-USED > 0
               COMPUTE WS-FEE-ADJUSTMENT ROUNDED =
                   (WS-OLD-FEE - WS-NEW-FEE) * WS-DAYS-USED
                       / WS-MONTH-DAYS
           END-IF.
       4300-SET-TERM-FIELDS.
      *    A MOVE ONTO A TERM DEPOSIT STARTS A FRESH TERM TODAY, AS
      *    ACCTADD DOES AT OPENING; A MOVE OFF A MATURED ONE LEAVES
      *    A DEMAND ACCOUNT WITH THE TERM FIELDS CLEARED.
           IF PROD-TERM-DEPOSIT
               MOVE PROD-TERM-DAYS TO ACCT-TERM-DAYS
               COMPUTE WS-MATURITY-JULIAN =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                       + PROD-TERM-DAYS
               COMPUTE ACCT-MATURITY-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-MATURITY-JULIAN)
               MOVE CARD-MATURITY-INSTR TO ACCT-MATURITY-INSTR
               MOVE CARD-LINKED-ACCT TO ACCT-LINKED-ACCT
           ELSE
               MOVE 0 TO ACCT-MATURITY-DATE
               MOVE 0 TO ACCT-TERM-DAYS
               MOVE SPACE TO ACCT-MATURITY-INSTR
               MOVE SPACES TO ACCT-LINKED-ACCT
           END-IF.
       5000-WRITE-SETTLEMENT-JOURNALS.
      *    EACH SETTLEMENT ITEM POSTS UNDER ITS USUAL CODE - 'A'
      *    INTEREST ACCRUED, 'I' AND 'B' INTEREST CAPITALIZED, 'W'
      *    TAX WITHHELD, 'O' DEBIT INTEREST, 'F' FEE - SO THE GL FEED
      *    AND STATEMENTS TREAT THEM LIKE THE ORDINARY RUNS' POSTINGS.
      *    THE CAPITALIZATION ENTRIES CARRY OPERATOR 'CAPITAL' AS
      *    ACCTINTR'S DO.
           MOVE CARD-OPERATOR TO WS-JRNL-OPERATOR
           IF WS-INTEREST-AMOUNT > 0
               MOVE 'A' TO JRNL-TRN-CODE
               MOVE WS-INTEREST-AMOUNT TO JRNL-AMOUNT
               PERFORM 5100-WRITE-JOURNAL
           END-IF
           MOVE 'CAPITAL' TO WS-JRNL-OPERATOR
           IF WS-WH-INTEREST > 0
               ADD WS-WH-INTEREST TO WS-RUNNING-BALANCE
               ADD WS-WH-INTEREST TO WS-INTEREST-TOTAL
               MOVE 'I' TO JRNL-TRN-CODE
               MOVE WS-WH-INTEREST TO JRNL-AMOUNT
               PERFORM 5100-WRITE-JOURNAL
           END-IF
           IF WS-WH-BONUS > 0
               ADD WS-WH-BONUS TO WS-RUNNING-BALANCE
               ADD WS-WH-BONUS TO WS-INTEREST-TOTAL
               MOVE 'B' TO JRNL-TRN-CODE
               MOVE WS-WH-BONUS TO JRNL-AMOUNT
               PERFORM 5100-WRITE-JOURNAL
           END-IF
           IF WS-WH-WITHHELD > 0
               ADD WS-WH-WITHHELD TO WS-WITHHELD-TOTAL
               MOVE 'W' TO JRNL-TRN-CODE
               MOVE WS-WH-WITHHELD TO JRNL-AMOUNT
               PERFORM 5100-WRITE-JOURNAL
           END-IF
           MOVE CARD-OPERATOR TO WS-JRNL-OPERATOR
           IF WS-OD-CHARGE-AMOUNT > 0
               SUBTRACT WS-OD-CHARGE-AMOUNT FROM WS-RUNNING-BALANCE
               ADD WS-OD-CHARGE-AMOUNT TO WS-OD-CHARGED-TOTAL
               MOVE 'O' TO JRNL-TRN-CODE
               MOVE WS-OD-CHARGE-AMOUNT TO JRNL-AMOUNT
               PERFORM 5100-WRITE-JOURNAL
           END-IF
           IF WS-FEE-ADJUSTMENT NOT = 0
               SUBTRACT WS-FEE-ADJUSTMENT FROM WS-RUNNING-BALANCE
               ADD WS-FEE-ADJUSTMENT TO WS-FEE-ADJ-TOTAL
               MOVE 'F' TO JRNL-TRN-CODE
               MOVE WS-FEE-ADJUSTMENT TO JRNL-AMOUNT
               PERFORM 5100-WRITE-JOURNAL
           END-IF.
       5100-WRITE-JOURNAL.
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY-DATE TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE WS-RUNNING-BALANCE TO JRNL-RESULT-BALANCE
           MOVE WS-JRNL-OPERATOR TO JRNL-OPERATOR-ID
           MOVE 'PRODCHG' TO JRNL-RUN-ID
           MOVE SPACES TO JRNL-TRN-REF
      *    A BLANK REFERENCE MARKS AN ACCRUAL OF BASE INTEREST.
           IF NOT JRNL-IS-INT-ACCRUAL
               STRING 'PCHG ' WS-OLD-PRODUCT '>' CARD-NEW-PRODUCT
                   DELIMITED BY SIZE INTO JRNL-TRN-REF
           END-IF
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 5010-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD.
       5010-JOURNAL-WRITE-ATTEMPT.
           WRITE JOURNAL-RECORD
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-JRNL-WRITE-SWITCH
           END-WRITE
           IF NOT JOURNAL-WRITE-OK
               IF WS-JRN-STATUS = '22'
                   ADD 1 TO WS-JRNL-SEQ
                   MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
               ELSE
                   DISPLAY 'JOURNAL WRITE FAILED, STATUS '
                       WS-JRN-STATUS ': ' ACCT-ID
                   MOVE 'A' TO WS-JRNL-WRITE-SWITCH
               END-IF
           END-IF.
       5500-QUEUE-CHANGE-NOTICE.
           MOVE SPACES TO NOTIFICATION-RECORD
           STRING 'PRODUCT CONVERTED ACCT: ' ACCT-ID
               ' FROM: ' WS-OLD-PRODUCT
               ' TO: ' ACCT-PRODUCT-CODE
               DELIMITED BY SIZE INTO NOTIFICATION-RECORD
           WRITE NOTIFICATION-RECORD.
       6000-WRITE-CHANGE-AUDIT.
           MOVE WS-CAP-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-OD-CHARGE-AMOUNT TO WS-OD-DISPLAY
           MOVE WS-FEE-ADJUSTMENT TO WS-FEE-DISPLAY
           MOVE SPACES TO AUDIT-RECORD
           STRING 'PRODUCT CHANGED ACCT: ' ACCT-ID
               ' FROM: ' WS-OLD-PRODUCT
               ' TO: ' ACCT-PRODUCT-CODE
               ' INT: ' WS-AMOUNT-DISPLAY
               ' OD INT: ' WS-OD-DISPLAY
               ' FEE: ' WS-FEE-DISPLAY
               ' BY: ' CARD-OPERATOR
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.
       6100-WRITE-REJECT-AUDIT.
           MOVE SPACES TO AUDIT-RECORD
           STRING 'PRODUCT CHANGE REJECTED ACCT: ' CARD-ACCT-ID
               ' FROM: ' WS-OLD-PRODUCT
               ' TO: ' CARD-NEW-PRODUCT
               ' REASON: ' WS-REJECT-REASON
               ' BY: ' CARD-OPERATOR
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE PRODUCT-FILE
           CLOSE JOURNAL-FILE
           CLOSE CHANGE-CARD-FILE
           CLOSE NOTIFICATION-FILE
           CLOSE AUDIT-FILE.
