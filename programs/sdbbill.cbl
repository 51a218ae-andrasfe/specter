       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBBILL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENTAL-FILE ASSIGN TO 'SDRENTAL'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SDRN-BOX-KEY
               FILE STATUS IS WS-RENT-STATUS.
           SELECT BOX-FILE ASSIGN TO 'SDBOXES'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SDBX-KEY
               FILE STATUS IS WS-BOX-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'ACCTTRN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT NOTIFICATION-FILE ASSIGN TO 'ACCTNOTE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-STATUS.
           SELECT DELINQUENCY-FILE ASSIGN TO 'SDBDELQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLQ-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'SDBBRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RENTAL-FILE.
       01 RENTAL-RECORD.
           COPY SDRNREC.
       FD BOX-FILE.
       01 BOX-RECORD.
           COPY SDBXREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TRN-ACCT-ID     PIC X(10).
          05 TRN-CODE        PIC X(01).
          05 TRN-AMOUNT      PIC S9(9)V99.
          05 TRN-REF         PIC X(12).
          05 TRN-EFFECTIVE-DATE PIC 9(8).
          05 TRN-DEST-ACCT-ID PIC X(10).
          05 TRN-ORIG-REF    PIC X(12).
          05 TRN-CHQ-SERIAL  PIC X(10).
          05 TRN-AUTH-CUST-NO PIC X(08).
       FD NOTIFICATION-FILE.
       01 NOTIFICATION-RECORD PIC X(80).
       FD DELINQUENCY-FILE.
       01 DELINQUENCY-RECORD PIC X(100).
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-RENT-STATUS     PIC XX VALUE '00'.
       01 WS-BOX-STATUS      PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-TRN-STATUS      PIC XX VALUE '00'.
       01 WS-NOTE-STATUS     PIC XX VALUE '00'.
       01 WS-DLQ-STATUS      PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 RENTAL-EOF     VALUE 'Y'.
       01 WS-ACCT-FOUND-SWITCH PIC X VALUE 'N'.
           88 ACCOUNT-FOUND  VALUE 'Y'.
       01 WS-COLLECT-SWITCH  PIC X VALUE 'N'.
           88 RENT-COLLECTABLE VALUE 'Y'.
      * DAYS A RENTAL MAY STAY UNPAID PAST ITS ANNIVERSARY BEFORE
      * THE BOX BECOMES ELIGIBLE FOR DRILLING.
       01 WS-GRACE-DAYS      PIC 9(3) VALUE 90.
       01 WS-DAYS-UNPAID     PIC S9(5) VALUE 0.
       01 WS-REASON          PIC X(20) VALUE SPACES.
       01 WS-NEW-BOX-STATUS  PIC X VALUE SPACE.
       01 WS-YEAR-NO         PIC 9(3) VALUE 0.
       01 WS-RENTAL-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-BILLED-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-UNPAID-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-NEW-PAST-DUE-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-DRILL-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-ERROR-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-BILLED-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-UNPAID-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-DUE-DATE        PIC 9(8) VALUE 0.
       01 WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
          05 WS-DUE-YEAR     PIC 9(4).
          05 WS-DUE-MONTH    PIC 9(2).
          05 WS-DUE-DAY      PIC 9(2).
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       01 WS-TODAY-JULIAN    PIC 9(9) COMP.
       01 WS-HEADER-LINE.
          05 FILLER          PIC X(40)
             VALUE 'SAFE-DEPOSIT RENT BILLING FOR '.
          05 WS-H-DATE       PIC 9(8).
       01 WS-DETAIL-LINE.
          05 WS-D-BRANCH     PIC X(05).
          05 WS-D-BOX-NO     PIC X(07).
          05 WS-D-ACCT-ID    PIC X(11).
          05 WS-D-ACTION     PIC X(14).
          05 WS-D-AMOUNT     PIC ZZ,ZZ9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-NOTE       PIC X(20).
       01 WS-DELINQ-LINE.
          05 WS-Q-BRANCH     PIC X(05).
          05 WS-Q-BOX-NO     PIC X(07).
          05 WS-Q-CUST-NO    PIC X(09).
          05 WS-Q-ACCT-ID    PIC X(11).
          05 FILLER          PIC X(06) VALUE 'RENT: '.
          05 WS-Q-AMOUNT     PIC ZZ,ZZ9.99.
          05 FILLER          PIC X(11) VALUE ' DUE SINCE '.
          05 WS-Q-DUE-SINCE  PIC 9(8).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-Q-DAYS       PIC ZZZZ9.
          05 FILLER          PIC X(06) VALUE ' DAYS '.
          05 WS-Q-STATUS     PIC X(14).
       01 WS-TOTAL-LINE.
          05 WS-TL-LABEL     PIC X(40).
          05 WS-TL-COUNT     PIC Z(8)9.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-TL-AMOUNT    PIC Z(10)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    RUNS AHEAD OF ACCTPOST IN THE NIGHTLY CYCLE.  EACH BOX
      *    RENTAL WHOSE ANNIVERSARY HAS COME IS CHARGED A YEAR'S
      *    RENT BY A FEE DEBIT ON ACCTTRN AGAINST ITS BILLING
      *    ACCOUNT.  RENT THE ACCOUNT CANNOT COVER IS NOT SENT TO
      *    POSTING: THE RENTAL GOES PAST DUE, THE RENTER IS NOTIFIED
      *    THROUGH ACCTNOTE, AND IT IS TRIED AGAIN EVERY NIGHT.
      *    STILL UNPAID AFTER THE GRACE PERIOD, THE BOX BECOMES
      *    DRILL-ELIGIBLE AND THE DRILLING NOTICE IS RAISED.  EVERY
      *    RENTAL STILL OWING IS LISTED ON SDBDELQ.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
           MOVE WS-TODAY TO WS-H-DATE
           MOVE WS-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO DELINQUENCY-RECORD
           STRING 'SAFE-DEPOSIT RENT UNPAID AS OF ' WS-TODAY
               DELIMITED BY SIZE INTO DELINQUENCY-RECORD
           WRITE DELINQUENCY-RECORD
           PERFORM 2000-READ-RENTAL
           PERFORM 3000-PROCESS-RENTAL UNTIL RENTAL-EOF
           PERFORM 8000-WRITE-TOTALS
           DISPLAY 'RENTALS READ         : ' WS-RENTAL-COUNT
           DISPLAY 'RENTS BILLED         : ' WS-BILLED-COUNT
           DISPLAY 'RENTS UNPAID         : ' WS-UNPAID-COUNT
           DISPLAY 'NEWLY PAST DUE       : ' WS-NEW-PAST-DUE-COUNT
           DISPLAY 'NEWLY DRILL-ELIGIBLE : ' WS-DRILL-COUNT
           DISPLAY 'RENTAL ERRORS        : ' WS-ERROR-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O RENTAL-FILE
           IF WS-RENT-STATUS NOT = '00'
               DISPLAY 'RENTAL FILE OPEN ERROR: ' WS-RENT-STATUS
               STOP RUN
           END-IF
           OPEN I-O BOX-FILE
           IF WS-BOX-STATUS NOT = '00'
               DISPLAY 'BOX FILE OPEN ERROR: ' WS-BOX-STATUS
               CLOSE RENTAL-FILE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE RENTAL-FILE
               CLOSE BOX-FILE
               STOP RUN
           END-IF
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRN-STATUS = '35'
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           IF WS-TRN-STATUS NOT = '00' AND WS-TRN-STATUS NOT = '05'
               DISPLAY 'TRANSACTION FILE OPEN ERROR: ' WS-TRN-STATUS
               CLOSE RENTAL-FILE
               CLOSE BOX-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN EXTEND NOTIFICATION-FILE
           IF WS-NOTE-STATUS = '35'
               OPEN OUTPUT NOTIFICATION-FILE
           END-IF
           IF WS-NOTE-STATUS NOT = '00' AND WS-NOTE-STATUS NOT = '05'
               DISPLAY 'NOTIFICATION FILE OPEN ERROR: ' WS-NOTE-STATUS
               CLOSE RENTAL-FILE
               CLOSE BOX-FILE
               CLOSE ACCOUNT-FILE
               CLOSE TRANSACTION-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT DELINQUENCY-FILE
           IF WS-DLQ-STATUS NOT = '00'
               DISPLAY 'DELINQUENCY FILE OPEN ERROR: ' WS-DLQ-STATUS
               CLOSE RENTAL-FILE
               CLOSE BOX-FILE
               CLOSE ACCOUNT-FILE
               CLOSE TRANSACTION-FILE
               CLOSE NOTIFICATION-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE RENTAL-FILE
               CLOSE BOX-FILE
               CLOSE ACCOUNT-FILE
               CLOSE TRANSACTION-FILE
               CLOSE NOTIFICATION-FILE
               CLOSE DELINQUENCY-FILE
               STOP RUN
           END-IF.
       2000-READ-RENTAL.
           READ RENTAL-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-PROCESS-RENTAL.
           ADD 1 TO WS-RENTAL-COUNT
           IF SDRN-IN-FORCE
               AND SDRN-NEXT-DUE-DATE NOT = 0
               AND SDRN-NEXT-DUE-DATE <= WS-TODAY
               PERFORM 4000-CHECK-COLLECTABLE
               IF RENT-COLLECTABLE
                   PERFORM 5000-BILL-RENT
               ELSE
                   PERFORM 6000-RENT-UNPAID
               END-IF
               REWRITE RENTAL-RECORD
                   INVALID KEY
                      ADD 1 TO WS-ERROR-COUNT
                      DISPLAY 'RENTAL REWRITE FAILED, STATUS '
                          WS-RENT-STATUS ': ' SDRN-BOX-KEY
               END-REWRITE
           END-IF
           PERFORM 2000-READ-RENTAL.
       4000-CHECK-COLLECTABLE.
      *    THE RENT IS SENT TO POSTING ONLY WHEN THE ACCOUNT CAN
      *    TAKE IT TONIGHT: OPEN, NOT HELD OR FROZEN, AND WITH THE
      *    BALANCE PLUS ANY OVERDRAFT LIMIT TO COVER IT.
           MOVE 'N' TO WS-COLLECT-SWITCH
           MOVE SPACES TO WS-REASON
           MOVE SDRN-BILL-ACCT TO ACCT-ID
           MOVE 'N' TO WS-ACCT-FOUND-SWITCH
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
           END-READ
           EVALUATE TRUE
               WHEN NOT ACCOUNT-FOUND
                   MOVE 'NO BILLING ACCOUNT' TO WS-REASON
               WHEN NOT ACCT-ACTIVE AND NOT ACCT-DORMANT
                   MOVE 'ACCOUNT NOT OPEN' TO WS-REASON
               WHEN ACCT-ON-HOLD
                   MOVE 'ACCOUNT ON HOLD' TO WS-REASON
               WHEN ACCT-BALANCE + ACCT-OVERDRAFT-LIMIT
                   < SDRN-ANNUAL-RENT
                   MOVE 'INSUFFICIENT FUNDS' TO WS-REASON
               WHEN OTHER
                   MOVE 'Y' TO WS-COLLECT-SWITCH
           END-EVALUATE.
       5000-BILL-RENT.
      *    THE REFERENCE IS THE BOX AND THE RENTAL YEAR, SO THE
      *    POSTING RUN'S DUPLICATE-REFERENCE CHECK STOPS A RERUN
      *    FROM TAKING THE SAME YEAR'S RENT TWICE.
           COMPUTE WS-YEAR-NO = SDRN-YEARS-BILLED + 1
           MOVE SDRN-BILL-ACCT TO TRN-ACCT-ID
           MOVE 'F' TO TRN-CODE
           MOVE SDRN-ANNUAL-RENT TO TRN-AMOUNT
           MOVE SPACES TO TRN-REF
           STRING SDRN-BRANCH SDRN-BOX-NO WS-YEAR-NO (2:2)
               DELIMITED BY SIZE INTO TRN-REF
           MOVE WS-TODAY TO TRN-EFFECTIVE-DATE
           MOVE SPACES TO TRN-DEST-ACCT-ID
           MOVE SPACES TO TRN-ORIG-REF
           MOVE SPACES TO TRN-CHQ-SERIAL
           MOVE SPACES TO TRN-AUTH-CUST-NO
           WRITE TRANSACTION-RECORD
           IF WS-TRN-STATUS NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'RENT DEBIT WRITE FAILED, STATUS '
                   WS-TRN-STATUS ': ' SDRN-BOX-KEY
           ELSE
               ADD 1 TO WS-BILLED-COUNT
               ADD SDRN-ANNUAL-RENT TO WS-BILLED-TOTAL
               MOVE WS-YEAR-NO TO SDRN-YEARS-BILLED
               MOVE WS-TODAY TO SDRN-LAST-BILLED-DATE
               MOVE SDRN-ANNUAL-RENT TO SDRN-LAST-BILLED-AMT
               MOVE SDRN-NEXT-DUE-DATE TO WS-DUE-DATE
               PERFORM 5100-ADD-ONE-YEAR
               MOVE WS-DUE-DATE TO SDRN-NEXT-DUE-DATE
               MOVE SPACES TO WS-D-NOTE
               IF SDRN-DUE-SINCE NOT = 0
                   MOVE 'ARREARS CLEARED' TO WS-D-NOTE
               END-IF
               MOVE 0 TO SDRN-DUE-SINCE
               IF SDRN-DRILL-ELIGIBLE
                   MOVE 'R' TO WS-NEW-BOX-STATUS
                   PERFORM 7000-SET-BOX-STATUS
               END-IF
               SET SDRN-ACTIVE TO TRUE
               MOVE 'BILLED' TO WS-D-ACTION
               PERFORM 7100-WRITE-DETAIL
           END-IF.
       5100-ADD-ONE-YEAR.
      *    A FEBRUARY 29 ANNIVERSARY FALLS ON THE 28TH IN OTHER YEARS.
           ADD 1 TO WS-DUE-YEAR
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DUE-DATE) NOT = 0
               SUBTRACT 1 FROM WS-DUE-DAY
           END-IF.
       6000-RENT-UNPAID.
           ADD 1 TO WS-UNPAID-COUNT
           ADD SDRN-ANNUAL-RENT TO WS-UNPAID-TOTAL
           IF SDRN-ACTIVE
               SET SDRN-PAST-DUE TO TRUE
               MOVE SDRN-NEXT-DUE-DATE TO SDRN-DUE-SINCE
               ADD 1 TO WS-NEW-PAST-DUE-COUNT
               MOVE SPACES TO NOTIFICATION-RECORD
               STRING 'SAFE BOX RENT DUE ACCT: ' SDRN-BILL-ACCT
                   ' BOX: ' SDRN-BRANCH SDRN-BOX-NO
                   ' DUE: ' SDRN-DUE-SINCE
                   DELIMITED BY SIZE INTO NOTIFICATION-RECORD
               WRITE NOTIFICATION-RECORD
               MOVE 'PAST DUE' TO WS-D-ACTION
               MOVE WS-REASON TO WS-D-NOTE
               PERFORM 7100-WRITE-DETAIL
           END-IF
           COMPUTE WS-DAYS-UNPAID = WS-TODAY-JULIAN
               - FUNCTION INTEGER-OF-DATE (SDRN-DUE-SINCE)
           IF SDRN-PAST-DUE AND WS-DAYS-UNPAID > WS-GRACE-DAYS
               SET SDRN-DRILL-ELIGIBLE TO TRUE
               ADD 1 TO WS-DRILL-COUNT
               MOVE 'D' TO WS-NEW-BOX-STATUS
               PERFORM 7000-SET-BOX-STATUS
               MOVE SPACES TO NOTIFICATION-RECORD
               STRING 'SAFE BOX DRILLING ACCT: ' SDRN-BILL-ACCT
                   ' BOX: ' SDRN-BRANCH SDRN-BOX-NO
                   ' DUE: ' SDRN-DUE-SINCE
                   DELIMITED BY SIZE INTO NOTIFICATION-RECORD
               WRITE NOTIFICATION-RECORD
               MOVE 'DRILL-ELIGIBLE' TO WS-D-ACTION
               MOVE WS-REASON TO WS-D-NOTE
               PERFORM 7100-WRITE-DETAIL
           END-IF
           PERFORM 7200-WRITE-DELINQUENCY.
       7000-SET-BOX-STATUS.
           MOVE SDRN-BRANCH TO SDBX-BRANCH
           MOVE SDRN-BOX-NO TO SDBX-BOX-NO
           READ BOX-FILE
               INVALID KEY
                  ADD 1 TO WS-ERROR-COUNT
                  DISPLAY 'BOX NOT ON FILE FOR RENTAL: ' SDRN-BOX-KEY
               NOT INVALID KEY
                  MOVE WS-NEW-BOX-STATUS TO SDBX-STATUS
                  MOVE WS-TODAY TO SDBX-STATUS-DATE
                  MOVE 'SDBBILL' TO SDBX-CHANGED-BY
                  REWRITE BOX-RECORD
                      INVALID KEY
                         ADD 1 TO WS-ERROR-COUNT
                         DISPLAY 'BOX REWRITE FAILED, STATUS '
                             WS-BOX-STATUS ': ' SDBX-KEY
                  END-REWRITE
           END-READ.
       7100-WRITE-DETAIL.
           MOVE SDRN-BRANCH TO WS-D-BRANCH
           MOVE SDRN-BOX-NO TO WS-D-BOX-NO
           MOVE SDRN-BILL-ACCT TO WS-D-ACCT-ID
           MOVE SDRN-ANNUAL-RENT TO WS-D-AMOUNT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       7200-WRITE-DELINQUENCY.
           MOVE SDRN-BRANCH TO WS-Q-BRANCH
           MOVE SDRN-BOX-NO TO WS-Q-BOX-NO
           MOVE SDRN-CUST-NO TO WS-Q-CUST-NO
           MOVE SDRN-BILL-ACCT TO WS-Q-ACCT-ID
           MOVE SDRN-ANNUAL-RENT TO WS-Q-AMOUNT
           MOVE SDRN-DUE-SINCE TO WS-Q-DUE-SINCE
           MOVE WS-DAYS-UNPAID TO WS-Q-DAYS
           IF SDRN-DRILL-ELIGIBLE
               MOVE 'DRILL-ELIGIBLE' TO WS-Q-STATUS
           ELSE
               MOVE WS-REASON TO WS-Q-STATUS
           END-IF
           MOVE WS-DELINQ-LINE TO DELINQUENCY-RECORD
           WRITE DELINQUENCY-RECORD.
       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RENTS BILLED' TO WS-TL-LABEL
           MOVE WS-BILLED-COUNT TO WS-TL-COUNT
           MOVE WS-BILLED-TOTAL TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RENTS UNPAID' TO WS-TL-LABEL
           MOVE WS-UNPAID-COUNT TO WS-TL-COUNT
           MOVE WS-UNPAID-TOTAL TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RENTALS NEWLY PAST DUE' TO WS-TL-LABEL
           MOVE WS-NEW-PAST-DUE-COUNT TO WS-TL-COUNT
           MOVE 0 TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'BOXES NEWLY DRILL-ELIGIBLE' TO WS-TL-LABEL
           MOVE WS-DRILL-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       9000-CLOSE-FILES.
           CLOSE RENTAL-FILE
           CLOSE BOX-FILE
           CLOSE ACCOUNT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE NOTIFICATION-FILE
           CLOSE DELINQUENCY-FILE
           CLOSE REPORT-FILE.
