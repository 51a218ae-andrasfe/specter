       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOX-FILE ASSIGN TO 'SDBOXES'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SDBX-KEY
               FILE STATUS IS WS-BOX-STATUS.
           SELECT RENTAL-FILE ASSIGN TO 'SDRENTAL'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SDRN-BOX-KEY
               FILE STATUS IS WS-RENT-STATUS.
           SELECT RATE-FILE ASSIGN TO 'SDRATES'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SDRT-SIZE
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BOX-CARD-FILE ASSIGN TO 'SDBCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'SDBAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BOX-FILE.
       01 BOX-RECORD.
           COPY SDBXREC.
       FD RENTAL-FILE.
       01 RENTAL-RECORD.
           COPY SDRNREC.
       FD RATE-FILE.
       01 RATE-RECORD.
           COPY SDRTREC.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
      * ONE CARD LAYOUT FOR EVERY ACTION; EACH ACTION USES ONLY THE
      * FIELDS IT NEEDS.
      *   S  SET THE ANNUAL RENT FOR A SIZE       SIZE, RENT
      *   B  ADD OR CHANGE A BOX                  BRANCH, BOX, SIZE,
      *                                           STATUS A OR O
      *   R  RENT A BOX                           BRANCH, BOX,
      *                                           CUSTOMER, ACCOUNT
      *   E  END A RENTAL, BOX SURRENDERED        BRANCH, BOX
      *   C  RENT COLLECTED AT THE COUNTER        BRANCH, BOX
       FD BOX-CARD-FILE.
       01 BOX-CARD-RECORD.
          05 CARD-ACTION     PIC X(01).
             88 CARD-SET-RATE   VALUE 'S'.
             88 CARD-BOX        VALUE 'B'.
             88 CARD-RENT       VALUE 'R'.
             88 CARD-END        VALUE 'E'.
             88 CARD-COLLECTED  VALUE 'C'.
          05 CARD-BRANCH     PIC X(04).
          05 CARD-BOX-NO     PIC X(06).
          05 CARD-SIZE       PIC X(01).
          05 CARD-BOX-STATUS PIC X(01).
          05 CARD-CUST-NO    PIC X(08).
          05 CARD-ACCT-ID    PIC X(10).
          05 CARD-RENT-AMT   PIC 9(5)V99.
          05 CARD-OPERATOR   PIC X(08).
       FD AUDIT-FILE.
       01 AUDIT-RECORD       PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-BOX-STATUS      PIC XX VALUE '00'.
       01 WS-RENT-STATUS     PIC XX VALUE '00'.
       01 WS-RATE-STATUS     PIC XX VALUE '00'.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-AUD-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-BOX-FOUND       PIC X VALUE 'N'.
           88 BOX-FOUND      VALUE 'Y'.
       01 WS-RENTAL-FOUND    PIC X VALUE 'N'.
           88 RENTAL-FOUND   VALUE 'Y'.
       01 WS-REJECT-REASON   PIC X(30) VALUE SPACES.
       01 WS-ACTION          PIC X(20) VALUE SPACES.
       01 WS-APPLIED-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-RENT-DISPLAY    PIC ZZ,ZZ9.99.
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
       PROCEDURE DIVISION.
       0000-MAIN.
      *    BRANCH SAFE-DEPOSIT MAINTENANCE: THE RENT SCHEDULE BY
      *    SIZE, THE BOX INVENTORY, AND THE RENTALS THAT TIE A BOX
      *    TO ITS RENTER AND THE ACCOUNT BILLED FOR IT.  A NEW
      *    RENTAL FALLS DUE AT ONCE, SO THE FIRST YEAR'S RENT IS
      *    TAKEN BY THE NEXT SDBBILL RUN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 2000-READ-BOX-CARD
           PERFORM 3000-APPLY-BOX-CARD UNTIL CARD-EOF
           DISPLAY 'CARDS APPLIED : ' WS-APPLIED-COUNT
           DISPLAY 'CARDS REJECTED: ' WS-REJECT-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O BOX-FILE
           IF WS-BOX-STATUS = '35'
               OPEN OUTPUT BOX-FILE
               CLOSE BOX-FILE
               OPEN I-O BOX-FILE
           END-IF
           IF WS-BOX-STATUS NOT = '00'
               DISPLAY 'BOX FILE OPEN ERROR: ' WS-BOX-STATUS
               STOP RUN
           END-IF
           OPEN I-O RENTAL-FILE
           IF WS-RENT-STATUS = '35'
               OPEN OUTPUT RENTAL-FILE
               CLOSE RENTAL-FILE
               OPEN I-O RENTAL-FILE
           END-IF
           IF WS-RENT-STATUS NOT = '00'
               DISPLAY 'RENTAL FILE OPEN ERROR: ' WS-RENT-STATUS
               CLOSE BOX-FILE
               STOP RUN
           END-IF
           OPEN I-O RATE-FILE
           IF WS-RATE-STATUS = '35'
               OPEN OUTPUT RATE-FILE
               CLOSE RATE-FILE
               OPEN I-O RATE-FILE
           END-IF
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'RENT SCHEDULE OPEN ERROR: ' WS-RATE-STATUS
               CLOSE BOX-FILE
               CLOSE RENTAL-FILE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-STATUS
               CLOSE BOX-FILE
               CLOSE RENTAL-FILE
               CLOSE RATE-FILE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE BOX-FILE
               CLOSE RENTAL-FILE
               CLOSE RATE-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           OPEN INPUT BOX-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'BOX CARD FILE OPEN ERROR: ' WS-CARD-STATUS
               CLOSE BOX-FILE
               CLOSE RENTAL-FILE
               CLOSE RATE-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-FILE
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'BOX AUDIT FILE OPEN ERROR: ' WS-AUD-STATUS
               CLOSE BOX-FILE
               CLOSE RENTAL-FILE
               CLOSE RATE-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ACCOUNT-FILE
               CLOSE BOX-CARD-FILE
               STOP RUN
           END-IF.
       2000-READ-BOX-CARD.
           READ BOX-CARD-FILE INTO BOX-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-APPLY-BOX-CARD.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-ACTION
           EVALUATE TRUE
               WHEN CARD-SET-RATE
                   PERFORM 3100-SET-RATE
               WHEN CARD-BRANCH = SPACES OR CARD-BOX-NO = SPACES
                   MOVE 'BRANCH AND BOX REQUIRED' TO WS-REJECT-REASON
               WHEN CARD-BOX
                   PERFORM 3200-MAINTAIN-BOX
               WHEN CARD-RENT
                   PERFORM 3300-RENT-BOX
               WHEN CARD-END
                   PERFORM 3400-END-RENTAL
               WHEN CARD-COLLECTED
                   PERFORM 3500-RENT-COLLECTED
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 6000-WRITE-AUDIT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 6100-WRITE-REJECT
           END-IF
           PERFORM 2000-READ-BOX-CARD.
       3100-SET-RATE.
           MOVE CARD-SIZE TO SDBX-SIZE
           IF NOT SDBX-VALID-SIZE
               MOVE 'SIZE MUST BE S, M, L OR X' TO WS-REJECT-REASON
           ELSE
               IF CARD-RENT-AMT IS NOT NUMERIC OR CARD-RENT-AMT = 0
                   MOVE 'ANNUAL RENT REQUIRED' TO WS-REJECT-REASON
               ELSE
                   MOVE CARD-SIZE TO SDRT-SIZE
                   MOVE CARD-RENT-AMT TO SDRT-ANNUAL-RENT
                   MOVE WS-TODAY TO SDRT-SET-DATE
                   MOVE CARD-OPERATOR TO SDRT-SET-BY
                   MOVE 'RENT SET' TO WS-ACTION
                   WRITE RATE-RECORD
                       INVALID KEY
                          REWRITE RATE-RECORD
                              INVALID KEY
                                 MOVE 'RENT SCHEDULE UPDATE FAILED'
                                     TO WS-REJECT-REASON
                          END-REWRITE
                   END-WRITE
               END-IF
           END-IF.
       3200-MAINTAIN-BOX.
      *    A BOX IN USE KEEPS ITS SIZE AND STATUS UNTIL THE RENTAL
      *    ENDS; ONLY AN EMPTY BOX CAN BE TAKEN OUT OF SERVICE.
           PERFORM 5000-READ-BOX
           IF CARD-BOX-STATUS = SPACE
               MOVE 'A' TO CARD-BOX-STATUS
           END-IF
           EVALUATE TRUE
               WHEN CARD-SIZE NOT = 'S' AND CARD-SIZE NOT = 'M'
                   AND CARD-SIZE NOT = 'L' AND CARD-SIZE NOT = 'X'
                   MOVE 'SIZE MUST BE S, M, L OR X' TO WS-REJECT-REASON
               WHEN CARD-BOX-STATUS NOT = 'A'
                   AND CARD-BOX-STATUS NOT = 'O'
                   MOVE 'BOX STATUS MUST BE A OR O' TO WS-REJECT-REASON
               WHEN BOX-FOUND AND (SDBX-RENTED OR SDBX-DRILL-ELIGIBLE)
                   MOVE 'BOX IS RENTED' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE CARD-SIZE TO SDBX-SIZE
                   MOVE CARD-BOX-STATUS TO SDBX-STATUS
                   MOVE WS-TODAY TO SDBX-STATUS-DATE
                   MOVE CARD-OPERATOR TO SDBX-CHANGED-BY
                   IF BOX-FOUND
                       MOVE 'BOX CHANGED' TO WS-ACTION
                       REWRITE BOX-RECORD
                           INVALID KEY
                              MOVE 'BOX UPDATE FAILED'
                                  TO WS-REJECT-REASON
                       END-REWRITE
                   ELSE
                       MOVE 'BOX ADDED' TO WS-ACTION
                       WRITE BOX-RECORD
                           INVALID KEY
                              MOVE 'BOX ADD FAILED' TO WS-REJECT-REASON
                       END-WRITE
                   END-IF
           END-EVALUATE.
       3300-RENT-BOX.
           PERFORM 5000-READ-BOX
           PERFORM 5100-READ-RENTAL
           IF BOX-FOUND
               MOVE SDBX-SIZE TO SDRT-SIZE
               READ RATE-FILE
                   INVALID KEY
                      MOVE 0 TO SDRT-ANNUAL-RENT
               END-READ
           END-IF
           MOVE CARD-CUST-NO TO CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY
                  MOVE SPACES TO CUST-NO
           END-READ
           MOVE CARD-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                  MOVE SPACES TO ACCT-ID
           END-READ
           EVALUATE TRUE
               WHEN NOT BOX-FOUND
                   MOVE 'BOX NOT ON FILE' TO WS-REJECT-REASON
               WHEN NOT SDBX-AVAILABLE
                   MOVE 'BOX NOT AVAILABLE' TO WS-REJECT-REASON
               WHEN RENTAL-FOUND AND SDRN-IN-FORCE
                   MOVE 'BOX ALREADY RENTED' TO WS-REJECT-REASON
               WHEN SDRT-ANNUAL-RENT = 0
                   MOVE 'NO RENT SET FOR BOX SIZE' TO WS-REJECT-REASON
               WHEN CUST-NO = SPACES
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
               WHEN NOT CUST-ACTIVE
                   MOVE 'CUSTOMER NOT ACTIVE' TO WS-REJECT-REASON
               WHEN ACCT-ID = SPACES
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
               WHEN ACCT-CLOSED OR ACCT-CHARGED-OFF OR ACCT-ESCHEATED
                   MOVE 'ACCOUNT CANNOT BE BILLED' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 3310-OPEN-RENTAL
           END-EVALUATE.
       3310-OPEN-RENTAL.
           MOVE SPACES TO RENTAL-RECORD
           MOVE CARD-BRANCH TO SDRN-BRANCH
           MOVE CARD-BOX-NO TO SDRN-BOX-NO
           MOVE CARD-CUST-NO TO SDRN-CUST-NO
           MOVE CARD-ACCT-ID TO SDRN-BILL-ACCT
           MOVE WS-TODAY TO SDRN-ANNIV-DATE
           MOVE SDRT-ANNUAL-RENT TO SDRN-ANNUAL-RENT
           SET SDRN-ACTIVE TO TRUE
           MOVE WS-TODAY TO SDRN-NEXT-DUE-DATE
           MOVE 0 TO SDRN-DUE-SINCE
           MOVE 0 TO SDRN-YEARS-BILLED
           MOVE 0 TO SDRN-LAST-BILLED-DATE
           MOVE 0 TO SDRN-LAST-BILLED-AMT
           MOVE 0 TO SDRN-ENDED-DATE
           MOVE CARD-OPERATOR TO SDRN-OPENED-BY
           MOVE 'BOX RENTED' TO WS-ACTION
           IF RENTAL-FOUND
               REWRITE RENTAL-RECORD
                   INVALID KEY
                      MOVE 'RENTAL UPDATE FAILED' TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               WRITE RENTAL-RECORD
                   INVALID KEY
                      MOVE 'RENTAL ADD FAILED' TO WS-REJECT-REASON
               END-WRITE
           END-IF
           IF WS-REJECT-REASON = SPACES
               SET SDBX-RENTED TO TRUE
               PERFORM 5200-REWRITE-BOX
           END-IF.
       3400-END-RENTAL.
      *    ENDING A RENTAL WITH RENT STILL OWED, AS AFTER A BOX IS
      *    DRILLED, IS ALLOWED; THE AUDIT LINE SAYS SO.
           PERFORM 5000-READ-BOX
           PERFORM 5100-READ-RENTAL
           IF NOT RENTAL-FOUND OR NOT SDRN-IN-FORCE
               MOVE 'NO RENTAL IN FORCE' TO WS-REJECT-REASON
           ELSE
               IF SDRN-DUE-SINCE NOT = 0
                   MOVE 'ENDED, RENT OWED' TO WS-ACTION
               ELSE
                   MOVE 'RENTAL ENDED' TO WS-ACTION
               END-IF
               SET SDRN-ENDED TO TRUE
               MOVE WS-TODAY TO SDRN-ENDED-DATE
               REWRITE RENTAL-RECORD
                   INVALID KEY
                      MOVE 'RENTAL UPDATE FAILED' TO WS-REJECT-REASON
               END-REWRITE
               IF WS-REJECT-REASON = SPACES AND BOX-FOUND
                   SET SDBX-AVAILABLE TO TRUE
                   PERFORM 5200-REWRITE-BOX
               END-IF
           END-IF.
       3500-RENT-COLLECTED.
      *    RENT PAID IN CASH FOR A RENTAL THE BILLING RUN COULD NOT
      *    COLLECT.  THE RENTAL IS CURRENT AGAIN AND NEXT FALLS DUE
      *    ON THE FOLLOWING ANNIVERSARY.
           PERFORM 5000-READ-BOX
           PERFORM 5100-READ-RENTAL
           IF NOT RENTAL-FOUND OR SDRN-DUE-SINCE = 0
               OR NOT SDRN-IN-FORCE
               MOVE 'NO RENT OUTSTANDING' TO WS-REJECT-REASON
           ELSE
               ADD 1 TO SDRN-YEARS-BILLED
               MOVE WS-TODAY TO SDRN-LAST-BILLED-DATE
               MOVE SDRN-ANNUAL-RENT TO SDRN-LAST-BILLED-AMT
               MOVE SDRN-NEXT-DUE-DATE TO WS-DUE-DATE
               PERFORM 5300-ADD-ONE-YEAR
               MOVE WS-DUE-DATE TO SDRN-NEXT-DUE-DATE
               MOVE 0 TO SDRN-DUE-SINCE
               SET SDRN-ACTIVE TO TRUE
               MOVE 'RENT COLLECTED' TO WS-ACTION
               REWRITE RENTAL-RECORD
                   INVALID KEY
                      MOVE 'RENTAL UPDATE FAILED' TO WS-REJECT-REASON
               END-REWRITE
               IF WS-REJECT-REASON = SPACES AND BOX-FOUND
                   AND SDBX-DRILL-ELIGIBLE
                   SET SDBX-RENTED TO TRUE
                   PERFORM 5200-REWRITE-BOX
               END-IF
           END-IF.
       5000-READ-BOX.
           MOVE 'N' TO WS-BOX-FOUND
           MOVE CARD-BRANCH TO SDBX-BRANCH
           MOVE CARD-BOX-NO TO SDBX-BOX-NO
           READ BOX-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-BOX-FOUND
           END-READ.
       5100-READ-RENTAL.
           MOVE 'N' TO WS-RENTAL-FOUND
           MOVE CARD-BRANCH TO SDRN-BRANCH
           MOVE CARD-BOX-NO TO SDRN-BOX-NO
           READ RENTAL-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-RENTAL-FOUND
           END-READ.
       5200-REWRITE-BOX.
           MOVE WS-TODAY TO SDBX-STATUS-DATE
           MOVE CARD-OPERATOR TO SDBX-CHANGED-BY
           REWRITE BOX-RECORD
               INVALID KEY
                  DISPLAY 'BOX STATUS NOT UPDATED, STATUS '
                      WS-BOX-STATUS ': ' SDBX-KEY
           END-REWRITE.
       5300-ADD-ONE-YEAR.
      *    A FEBRUARY 29 ANNIVERSARY FALLS ON THE 28TH IN OTHER YEARS.
           ADD 1 TO WS-DUE-YEAR
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DUE-DATE) NOT = 0
               SUBTRACT 1 FROM WS-DUE-DAY
           END-IF.
       6000-WRITE-AUDIT.
           MOVE SPACES TO AUDIT-RECORD
           EVALUATE TRUE
               WHEN CARD-SET-RATE
                   MOVE CARD-RENT-AMT TO WS-RENT-DISPLAY
                   STRING WS-ACTION
                       ' SIZE: ' CARD-SIZE
                       ' ANNUAL RENT: ' WS-RENT-DISPLAY
                       ' BY: ' CARD-OPERATOR
                       ' ON: ' WS-TODAY
                       DELIMITED BY SIZE INTO AUDIT-RECORD
               WHEN CARD-BOX
                   STRING WS-ACTION
                       ' BOX: ' CARD-BRANCH '/' CARD-BOX-NO
                       ' SIZE: ' CARD-SIZE
                       ' STATUS: ' CARD-BOX-STATUS
                       ' BY: ' CARD-OPERATOR
                       ' ON: ' WS-TODAY
                       DELIMITED BY SIZE INTO AUDIT-RECORD
               WHEN OTHER
                   STRING WS-ACTION
                       ' BOX: ' CARD-BRANCH '/' CARD-BOX-NO
                       ' CUST: ' SDRN-CUST-NO
                       ' ACCT: ' SDRN-BILL-ACCT
                       ' BY: ' CARD-OPERATOR
                       ' ON: ' WS-TODAY
                       DELIMITED BY SIZE INTO AUDIT-RECORD
           END-EVALUATE
           WRITE AUDIT-RECORD.
       6100-WRITE-REJECT.
           MOVE SPACES TO AUDIT-RECORD
           STRING 'REJECTED ' WS-REJECT-REASON
               ' ACTION: ' CARD-ACTION
               ' BOX: ' CARD-BRANCH '/' CARD-BOX-NO
               ' BY: ' CARD-OPERATOR
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.
       9000-CLOSE-FILES.
           CLOSE BOX-FILE
           CLOSE RENTAL-FILE
           CLOSE RATE-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE BOX-CARD-FILE
           CLOSE AUDIT-FILE.
