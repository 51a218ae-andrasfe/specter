       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBKACCR.
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
               ACCESS IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT REWARD-FILE ASSIGN TO 'CBKACCUM'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CBK-ACCT-ID
               FILE STATUS IS WS-CBK-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'CBKPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
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
       FD REWARD-FILE.
       01 REWARD-RECORD.
           COPY CBKREC.
       FD PARM-FILE.
       01 PARM-RECORD        PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-PROD-STATUS     PIC XX VALUE '00'.
       01 WS-JRN-STATUS      PIC XX VALUE '00'.
       01 WS-CBK-STATUS      PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-PARM-EOF        PIC X VALUE 'N'.
           88 PARM-EOF       VALUE 'Y'.
       01 WS-JRNL-EOF        PIC X VALUE 'N'.
           88 JOURNAL-DONE   VALUE 'Y'.
       01 WS-SCAN-EOF        PIC X VALUE 'N'.
           88 SCAN-DONE      VALUE 'Y'.
       01 WS-SRC-PREFIX      PIC X(04) VALUE 'SRC='.
       01 WS-DATE-PREFIX     PIC X(05) VALUE 'DATE='.
       01 WS-ACCRUAL-DATE    PIC 9(8) VALUE 0.
       01 WS-ACCRUAL-DATE-R REDEFINES WS-ACCRUAL-DATE.
          05 WS-ACCRUAL-MONTH PIC 9(6).
          05 FILLER          PIC 9(2).
       01 WS-ORIG-DATE       PIC 9(8) VALUE 0.
       01 WS-ORIG-DATE-R REDEFINES WS-ORIG-DATE.
          05 WS-ORIG-MONTH   PIC 9(6).
          05 FILLER          PIC 9(2).
      *    RUN IDS OF THE FEEDS WHOSE DEBITS EARN CASHBACK - THE
      *    CARD SETTLEMENT AND BILL-PAY POSTING RUNS, AND TRANSFER
      *    IF TRANSFERS TO OTHER CUSTOMERS ARE TO EARN.
       01 WS-SOURCE-COUNT    PIC 9(3) COMP VALUE 0.
       01 WS-SOURCE-MAX      PIC 9(3) COMP VALUE 20.
       01 WS-SOURCE-IDX      PIC 9(3) COMP VALUE 0.
       01 WS-SOURCE-TABLE.
          05 WS-SOURCE-RUN-ID PIC X(08) OCCURS 20 TIMES.
       01 WS-SOURCE-SWITCH   PIC X VALUE 'N'.
           88 SOURCE-ELIGIBLE VALUE 'Y'.
       01 WS-XFER-SWITCH     PIC X VALUE 'N'.
           88 TRANSFERS-ELIGIBLE VALUE 'Y'.
      *    THE DAY'S TRANSFER CREDITS BY REFERENCE, SO A TRANSFER
      *    DEBIT CAN BE SET AGAINST THE ACCOUNT THAT RECEIVED IT.
       01 WS-XFER-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-XFER-MAX        PIC 9(5) COMP VALUE 2000.
       01 WS-XFER-IDX        PIC 9(5) COMP VALUE 0.
       01 WS-XFER-HIT        PIC 9(5) COMP VALUE 0.
       01 WS-XFER-TABLE.
          05 WS-XFER-ENTRY OCCURS 2000 TIMES.
             10 WS-X-REF     PIC X(12).
             10 WS-X-ACCT-ID PIC X(10).
      *    REVERSALS POSTED TODAY OF DEBITS FROM AN EARLIER DAY,
      *    WHOSE CASHBACK IS TAKEN BACK ONCE THE EARNING PASS ENDS.
       01 WS-RVSL-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-RVSL-MAX        PIC 9(5) COMP VALUE 500.
       01 WS-RVSL-IDX        PIC 9(5) COMP VALUE 0.
       01 WS-RVSL-TABLE.
          05 WS-RVSL-ENTRY OCCURS 500 TIMES.
             10 WS-R-ACCT-ID PIC X(10).
             10 WS-R-ORIG-DATE PIC 9(8).
             10 WS-R-REF     PIC X(12).
       01 WS-CURRENT-ACCT    PIC X(10) VALUE LOW-VALUES.
       01 WS-DEBIT-CUSTOMER  PIC X(08) VALUE SPACES.
       01 WS-EARNING-SWITCH  PIC X VALUE 'N'.
           88 ACCOUNT-EARNING VALUE 'Y'.
       01 WS-CBK-FOUND       PIC X VALUE 'N'.
       01 WS-CBK-CHANGED     PIC X VALUE 'N'.
           88 ACCUMULATOR-CHANGED VALUE 'Y'.
       01 WS-ORIG-FOUND      PIC X VALUE 'N'.
       01 WS-REWARD          PIC S9(7)V99 VALUE 0.
       01 WS-CAP-ROOM        PIC S9(7)V99 VALUE 0.
       01 WS-EARNED-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-CAPPED-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-OWN-XFER-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-ALREADY-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-CLAWBACK-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-REWARD-TOTAL    PIC S9(9)V99 VALUE 0.
       01 WS-CLAWBACK-TOTAL  PIC S9(9)V99 VALUE 0.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    DAILY CASHBACK ACCRUAL.  EVERY CUSTOMER DEBIT POSTED ON
      *    THE ACCRUAL DATE BY ONE OF THE ELIGIBLE FEEDS NAMED ON
      *    CBKPARM EARNS THE PRODUCT'S CASHBACK RATE INTO THE
      *    ACCOUNT'S ACCUMULATOR, UP TO THE PRODUCT'S MONTHLY CAP.
      *    FEES AND OTHER CHARGES ARE NOT DEBITS AND NEVER EARN;
      *    AN ITEM ALREADY REVERSED EARNS NOTHING, AND A REVERSAL
      *    OF AN EARLIER DAY'S DEBIT TAKES ITS CASHBACK BACK.  A
      *    TRANSFER EARNS ONLY WHEN IT LEAVES THE CUSTOMER.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-PARMS
           IF WS-SOURCE-COUNT = 0
               DISPLAY 'NO ELIGIBLE DEBIT SOURCES ON CBKPARM, '
                   'NOTHING EARNED'
           END-IF
           IF TRANSFERS-ELIGIBLE
               PERFORM 2000-LOAD-TRANSFER-CREDITS
           END-IF
           PERFORM 3000-EARN-FROM-JOURNAL
           PERFORM 6000-APPLY-ONE-CLAWBACK
               VARYING WS-RVSL-IDX FROM 1 BY 1
               UNTIL WS-RVSL-IDX > WS-RVSL-COUNT
           DISPLAY 'DEBITS EARNING CASHBACK: ' WS-EARNED-COUNT
           DISPLAY 'CASHBACK EARNED        : ' WS-REWARD-TOTAL
           DISPLAY 'DEBITS HELD BY MONTHLY CAP: ' WS-CAPPED-COUNT
           DISPLAY 'OWN-ACCOUNT TRANSFERS EXCLUDED: '
               WS-OWN-XFER-COUNT
           DISPLAY 'ACCOUNTS ALREADY ACCRUED FOR DATE: '
               WS-ALREADY-COUNT
           DISPLAY 'CLAWBACKS ON REVERSALS : ' WS-CLAWBACK-COUNT
           DISPLAY 'CASHBACK TAKEN BACK    : ' WS-CLAWBACK-TOTAL
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN INPUT ACCOUNT-FILE
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
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'JOURNAL FILE OPEN ERROR: ' WS-JRN-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE PRODUCT-FILE
               STOP RUN
           END-IF
           OPEN I-O REWARD-FILE
           IF WS-CBK-STATUS = '35'
               OPEN OUTPUT REWARD-FILE
               CLOSE REWARD-FILE
               OPEN I-O REWARD-FILE
           END-IF
           IF WS-CBK-STATUS NOT = '00'
               DISPLAY 'CASHBACK FILE OPEN ERROR: ' WS-CBK-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE PRODUCT-FILE
               CLOSE JOURNAL-FILE
               STOP RUN
           END-IF.
       1100-READ-PARMS.
      *    SRC=RUNID NAMES AN ELIGIBLE FEED, ONE PER CARD; DATE=
      *    CCYYMMDD ACCRUES AN EARLIER DAY.  THE DEFAULT DATE IS
      *    TODAY.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               PERFORM 1110-READ-ONE-PARM
               PERFORM 1120-APPLY-ONE-PARM UNTIL PARM-EOF
               CLOSE PARM-FILE
           END-IF
           IF WS-ACCRUAL-DATE = 0
               CALL 'DATEUTIL' USING WS-DATE-RESULT
               STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
                   INTO WS-ACCRUAL-DATE
           END-IF
           DISPLAY 'CASHBACK ACCRUAL FOR POSTINGS DATED '
               WS-ACCRUAL-DATE.
       1110-READ-ONE-PARM.
           READ PARM-FILE INTO PARM-RECORD
               AT END
                  MOVE 'Y' TO WS-PARM-EOF
           END-READ.
       1120-APPLY-ONE-PARM.
           EVALUATE TRUE
               WHEN PARM-RECORD (1:4) = WS-SRC-PREFIX
                   IF WS-SOURCE-COUNT < WS-SOURCE-MAX
                       ADD 1 TO WS-SOURCE-COUNT
                       MOVE PARM-RECORD (5:8)
                           TO WS-SOURCE-RUN-ID (WS-SOURCE-COUNT)
                       IF PARM-RECORD (5:8) = 'TRANSFER'
                           MOVE 'Y' TO WS-XFER-SWITCH
                       END-IF
                   ELSE
                       DISPLAY 'TOO MANY CASHBACK SOURCES, IGNORED: '
                           PARM-RECORD
                   END-IF
               WHEN PARM-RECORD (1:5) = WS-DATE-PREFIX
                   IF PARM-RECORD (6:8) IS NUMERIC
                       MOVE PARM-RECORD (6:8) TO WS-ACCRUAL-DATE
                   END-IF
               WHEN PARM-RECORD = SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CBKPARM CARD NOT RECOGNISED: ' PARM-RECORD
           END-EVALUATE
           PERFORM 1110-READ-ONE-PARM.
       2000-LOAD-TRANSFER-CREDITS.
           MOVE 'N' TO WS-JRNL-EOF
           MOVE LOW-VALUES TO JRNL-KEY
           START JOURNAL-FILE KEY IS NOT LESS THAN JRNL-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-JRNL-EOF
           END-START
           IF NOT JOURNAL-DONE
               PERFORM 2100-READ-JOURNAL-NEXT
           END-IF
           PERFORM 2200-KEEP-TRANSFER-CREDIT UNTIL JOURNAL-DONE.
       2100-READ-JOURNAL-NEXT.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-JRNL-EOF
           END-READ
           IF NOT JOURNAL-DONE AND WS-JRN-STATUS NOT = '00'
               MOVE 'Y' TO WS-JRNL-EOF
           END-IF.
       2200-KEEP-TRANSFER-CREDIT.
           IF JRNL-POST-DATE = WS-ACCRUAL-DATE
               AND JRNL-RUN-ID = 'TRANSFER'
               AND JRNL-IS-CREDIT
               IF WS-XFER-COUNT < WS-XFER-MAX
                   ADD 1 TO WS-XFER-COUNT
                   MOVE JRNL-TRN-REF TO WS-X-REF (WS-XFER-COUNT)
                   MOVE JRNL-ACCT-ID TO WS-X-ACCT-ID (WS-XFER-COUNT)
               ELSE
                   DISPLAY 'TRANSFER TABLE FULL, CREDIT NOT KEPT: '
                       JRNL-ACCT-ID ' ' JRNL-TRN-REF
               END-IF
           END-IF
           PERFORM 2100-READ-JOURNAL-NEXT.
       3000-EARN-FROM-JOURNAL.
           MOVE 'N' TO WS-JRNL-EOF
           MOVE LOW-VALUES TO JRNL-KEY
           START JOURNAL-FILE KEY IS NOT LESS THAN JRNL-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-JRNL-EOF
           END-START
           IF NOT JOURNAL-DONE
               PERFORM 2100-READ-JOURNAL-NEXT
           END-IF
           PERFORM 3100-EXAMINE-POSTING UNTIL JOURNAL-DONE
           IF ACCUMULATOR-CHANGED
               PERFORM 3900-SAVE-ACCUMULATOR
           END-IF.
       3100-EXAMINE-POSTING.
           IF JRNL-POST-DATE = WS-ACCRUAL-DATE
               IF JRNL-ACCT-ID NOT = WS-CURRENT-ACCT
                   PERFORM 3200-START-ACCOUNT
               END-IF
               IF ACCOUNT-EARNING
                   EVALUATE TRUE
                       WHEN JRNL-IS-REVERSAL
                           IF JRNL-REVERSED-CODE = 'D'
                               AND JRNL-ORIG-POST-DATE < WS-ACCRUAL-DATE
                               PERFORM 3600-KEEP-REVERSAL
                           END-IF
                       WHEN JRNL-IS-DEBIT AND NOT JRNL-WAS-REVERSED
                           PERFORM 3300-CHECK-ELIGIBLE-SOURCE
                           IF SOURCE-ELIGIBLE
                               AND JRNL-RUN-ID = 'TRANSFER'
                               PERFORM 3500-CHECK-OWN-TRANSFER
                           END-IF
                           IF SOURCE-ELIGIBLE
                               PERFORM 3400-EARN-ON-DEBIT
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM 2100-READ-JOURNAL-NEXT.
       3200-START-ACCOUNT.
      *    THE JOURNAL IS IN ACCOUNT ORDER, SO EACH ACCOUNT'S
      *    PRODUCT AND ACCUMULATOR ARE FETCHED ONCE AND SAVED WHEN
      *    ITS POSTINGS END.  AN ACCUMULATOR ALREADY CARRIED TO THIS
      *    DATE MEANS THE DAY WAS EARNED BY AN EARLIER RUN.
           IF ACCUMULATOR-CHANGED
               PERFORM 3900-SAVE-ACCUMULATOR
           END-IF
           MOVE JRNL-ACCT-ID TO WS-CURRENT-ACCT
           MOVE 'N' TO WS-EARNING-SWITCH
           MOVE 'N' TO WS-CBK-CHANGED
           MOVE JRNL-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  PERFORM 3210-LOAD-ACCUMULATOR
           END-READ.
       3210-LOAD-ACCUMULATOR.
           MOVE ACCT-CUSTOMER-NO TO WS-DEBIT-CUSTOMER
           MOVE ACCT-ENTITY-CODE TO PROD-ENTITY-CODE
           MOVE ACCT-PRODUCT-CODE TO PROD-CODE
           READ PRODUCT-FILE
               INVALID KEY
                  MOVE 0 TO PROD-CASHBACK-RATE
           END-READ
           IF PROD-CASHBACK-RATE > 0
               MOVE WS-CURRENT-ACCT TO CBK-ACCT-ID
               READ REWARD-FILE
                   INVALID KEY
                      PERFORM 3220-NEW-ACCUMULATOR
                   NOT INVALID KEY
                      MOVE 'Y' TO WS-CBK-FOUND
               END-READ
               IF CBK-LAST-POST-DATE < WS-ACCRUAL-DATE
                   MOVE 'Y' TO WS-EARNING-SWITCH
                   IF CBK-EARN-MONTH NOT = WS-ACCRUAL-MONTH
                       MOVE WS-ACCRUAL-MONTH TO CBK-EARN-MONTH
                       MOVE 0 TO CBK-MONTH-EARNED
                   END-IF
               ELSE
                   ADD 1 TO WS-ALREADY-COUNT
               END-IF
           END-IF.
       3220-NEW-ACCUMULATOR.
           MOVE 'N' TO WS-CBK-FOUND
           MOVE WS-CURRENT-ACCT TO CBK-ACCT-ID
           MOVE WS-ACCRUAL-MONTH TO CBK-EARN-MONTH
           MOVE 0 TO CBK-MONTH-EARNED
           MOVE 0 TO CBK-UNPAID
           MOVE 0 TO CBK-EARNED-TO-DATE
           MOVE 0 TO CBK-PAID-TO-DATE
           MOVE 0 TO CBK-LAST-POST-DATE
           MOVE 0 TO CBK-LAST-PAYOUT-DATE
           MOVE 0 TO CBK-LAST-PAYOUT-AMT.
       3300-CHECK-ELIGIBLE-SOURCE.
           MOVE 'N' TO WS-SOURCE-SWITCH
           PERFORM 3310-MATCH-SOURCE
               VARYING WS-SOURCE-IDX FROM 1 BY 1
               UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
               OR SOURCE-ELIGIBLE.
       3310-MATCH-SOURCE.
           IF WS-SOURCE-RUN-ID (WS-SOURCE-IDX) = JRNL-RUN-ID
               MOVE 'Y' TO WS-SOURCE-SWITCH
           END-IF.
       3400-EARN-ON-DEBIT.
           IF JRNL-AMOUNT > 0
               COMPUTE WS-REWARD ROUNDED =
                   JRNL-AMOUNT * PROD-CASHBACK-RATE
               IF PROD-CASHBACK-CAP > 0
                   COMPUTE WS-CAP-ROOM =
                       PROD-CASHBACK-CAP - CBK-MONTH-EARNED
                   IF WS-REWARD > WS-CAP-ROOM
                       ADD 1 TO WS-CAPPED-COUNT
                       IF WS-CAP-ROOM > 0
                           MOVE WS-CAP-ROOM TO WS-REWARD
                       ELSE
                           MOVE 0 TO WS-REWARD
                       END-IF
                   END-IF
               END-IF
               IF WS-REWARD > 0
                   ADD WS-REWARD TO CBK-MONTH-EARNED
                   ADD WS-REWARD TO CBK-UNPAID
                   ADD WS-REWARD TO CBK-EARNED-TO-DATE
                   ADD WS-REWARD TO WS-REWARD-TOTAL
                   ADD 1 TO WS-EARNED-COUNT
                   MOVE 'Y' TO WS-CBK-CHANGED
               END-IF
           END-IF.
       3500-CHECK-OWN-TRANSFER.
      *    BOTH LEGS OF A TRANSFER CARRY THE SAME REFERENCE.  WHEN
      *    THE RECEIVING ACCOUNT BELONGS TO THE SAME CUSTOMER, OR
      *    THE CREDIT LEG CANNOT BE FOUND, THE DEBIT DOES NOT EARN.
           MOVE 0 TO WS-XFER-HIT
           PERFORM 3510-MATCH-TRANSFER
               VARYING WS-XFER-IDX FROM 1 BY 1
               UNTIL WS-XFER-IDX > WS-XFER-COUNT
               OR WS-XFER-HIT > 0
           IF WS-XFER-HIT = 0
               MOVE 'N' TO WS-SOURCE-SWITCH
           ELSE
               MOVE WS-X-ACCT-ID (WS-XFER-HIT) TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                      MOVE 'N' TO WS-SOURCE-SWITCH
                   NOT INVALID KEY
                      IF ACCT-CUSTOMER-NO = WS-DEBIT-CUSTOMER
                          MOVE 'N' TO WS-SOURCE-SWITCH
                      END-IF
               END-READ
           END-IF
           IF NOT SOURCE-ELIGIBLE
               ADD 1 TO WS-OWN-XFER-COUNT
           END-IF.
       3510-MATCH-TRANSFER.
           IF WS-X-REF (WS-XFER-IDX) = JRNL-TRN-REF
               MOVE WS-XFER-IDX TO WS-XFER-HIT
           END-IF.
       3600-KEEP-REVERSAL.
           IF WS-RVSL-COUNT < WS-RVSL-MAX
               ADD 1 TO WS-RVSL-COUNT
               MOVE JRNL-ACCT-ID TO WS-R-ACCT-ID (WS-RVSL-COUNT)
               MOVE JRNL-ORIG-POST-DATE
                   TO WS-R-ORIG-DATE (WS-RVSL-COUNT)
               MOVE JRNL-LINKED-REF TO WS-R-REF (WS-RVSL-COUNT)
           ELSE
               DISPLAY 'REVERSAL TABLE FULL, CLAWBACK SKIPPED: '
                   JRNL-ACCT-ID ' ' JRNL-LINKED-REF
           END-IF.
       3900-SAVE-ACCUMULATOR.
           MOVE WS-ACCRUAL-DATE TO CBK-LAST-POST-DATE
           IF WS-CBK-FOUND = 'Y'
               REWRITE REWARD-RECORD
                   INVALID KEY
                      DISPLAY 'CASHBACK REWRITE FAILED, STATUS '
                          WS-CBK-STATUS ': ' CBK-ACCT-ID
               END-REWRITE
           ELSE
               WRITE REWARD-RECORD
                   INVALID KEY
                      DISPLAY 'CASHBACK WRITE FAILED, STATUS '
                          WS-CBK-STATUS ': ' CBK-ACCT-ID
               END-WRITE
           END-IF
           MOVE 'N' TO WS-CBK-CHANGED.
       6000-APPLY-ONE-CLAWBACK.
      *    THE CANCELLED DEBIT IS FOUND UNDER ITS ACCOUNT AND
      *    ORIGINAL DATE BY ITS REFERENCE.  ITS CASHBACK AT THE
      *    PRODUCT RATE COMES BACK OUT OF THE UNPAID BALANCE, NEVER
      *    TAKING IT BELOW ZERO, SO A DEBIT THAT EARNED LESS UNDER
      *    THE CAP, OR WHOSE CASHBACK WAS ALREADY PAID, IS NOT
      *    RECOVERED TWICE.  TRANSFER DEBITS ARE LEFT ALONE: WHETHER
      *    ONE EARNED DEPENDS ON THE RECEIVING ACCOUNT, WHICH IS NO
      *    LONGER IN HAND.
           MOVE 'N' TO WS-ORIG-FOUND
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-R-ACCT-ID (WS-RVSL-IDX) TO JRNL-ACCT-ID
           MOVE WS-R-ORIG-DATE (WS-RVSL-IDX) TO JRNL-POST-DATE
           MOVE 0 TO JRNL-SEQUENCE
           START JOURNAL-FILE KEY IS NOT LESS THAN JRNL-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 6100-SCAN-FOR-ORIGINAL UNTIL SCAN-DONE
           IF WS-ORIG-FOUND = 'Y'
               PERFORM 3300-CHECK-ELIGIBLE-SOURCE
               IF SOURCE-ELIGIBLE
                   AND JRNL-RUN-ID NOT = 'TRANSFER'
                   PERFORM 6200-TAKE-BACK-CASHBACK
               END-IF
           END-IF.
       6100-SCAN-FOR-ORIGINAL.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-JRN-STATUS NOT = '00'
                   OR JRNL-ACCT-ID NOT = WS-R-ACCT-ID (WS-RVSL-IDX)
                   OR JRNL-POST-DATE NOT = WS-R-ORIG-DATE (WS-RVSL-IDX)
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   IF JRNL-TRN-REF = WS-R-REF (WS-RVSL-IDX)
                       AND JRNL-IS-DEBIT
                       AND JRNL-WAS-REVERSED
                       MOVE 'Y' TO WS-ORIG-FOUND
                       MOVE 'Y' TO WS-SCAN-EOF
                   END-IF
               END-IF
           END-IF.
       6200-TAKE-BACK-CASHBACK.
           MOVE JRNL-POST-DATE TO WS-ORIG-DATE
           MOVE JRNL-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                  MOVE SPACES TO ACCT-PRODUCT-CODE
           END-READ
           MOVE ACCT-ENTITY-CODE TO PROD-ENTITY-CODE
           MOVE ACCT-PRODUCT-CODE TO PROD-CODE
           READ PRODUCT-FILE
               INVALID KEY
                  MOVE 0 TO PROD-CASHBACK-RATE
           END-READ
           COMPUTE WS-REWARD ROUNDED =
               JRNL-AMOUNT * PROD-CASHBACK-RATE
           MOVE JRNL-ACCT-ID TO CBK-ACCT-ID
           READ REWARD-FILE
               INVALID KEY
                  MOVE 0 TO WS-REWARD
           END-READ
           IF WS-REWARD > 0
               IF WS-REWARD > CBK-UNPAID
                   MOVE CBK-UNPAID TO WS-REWARD
               END-IF
           END-IF
           IF WS-REWARD > 0
               SUBTRACT WS-REWARD FROM CBK-UNPAID
               IF CBK-EARNED-TO-DATE > WS-REWARD
                   SUBTRACT WS-REWARD FROM CBK-EARNED-TO-DATE
               ELSE
                   MOVE 0 TO CBK-EARNED-TO-DATE
               END-IF
               IF CBK-EARN-MONTH = WS-ORIG-MONTH
                   IF CBK-MONTH-EARNED > WS-REWARD
                       SUBTRACT WS-REWARD FROM CBK-MONTH-EARNED
                   ELSE
                       MOVE 0 TO CBK-MONTH-EARNED
                   END-IF
               END-IF
               MOVE WS-ACCRUAL-DATE TO CBK-LAST-POST-DATE
               REWRITE REWARD-RECORD
                   INVALID KEY
                      DISPLAY 'CASHBACK REWRITE FAILED, STATUS '
                          WS-CBK-STATUS ': ' CBK-ACCT-ID
                   NOT INVALID KEY
                      ADD 1 TO WS-CLAWBACK-COUNT
                      ADD WS-REWARD TO WS-CLAWBACK-TOTAL
               END-REWRITE
           END-IF.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE PRODUCT-FILE
           CLOSE JOURNAL-FILE
           CLOSE REWARD-FILE.
