       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQBMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-FILE ASSIGN TO 'CHQBOOK'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CHQB-KEY
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BOOK-CARD-FILE ASSIGN TO 'CHQBCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CHQBRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BOOK-FILE.
       01 BOOK-RECORD.
           COPY CHQBREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD BOOK-CARD-FILE.
       01 BOOK-CARD-RECORD.
          05 CARD-ACTION     PIC X(01).
             88 CARD-ISSUE      VALUE 'I'.
             88 CARD-CANCEL     VALUE 'C'.
          05 CARD-ACCT-ID    PIC X(10).
          05 CARD-SERIAL-FROM PIC 9(10).
          05 CARD-SERIAL-TO  PIC 9(10).
          05 CARD-POSITIVE-PAY PIC X(01).
          05 CARD-OPERATOR   PIC X(08).
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-BOOK-STATUS     PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-SCAN-EOF        PIC X VALUE 'N'.
           88 SCAN-DONE      VALUE 'Y'.
       01 WS-OVERLAP-SWITCH  PIC X VALUE 'N'.
           88 RANGE-OVERLAPS VALUE 'Y'.
       01 WS-ISSUED-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-CANCELLED-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       01 WS-DETAIL-LINE.
          05 WS-D-ACCT-ID    PIC X(10).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-FROM       PIC 9(10).
          05 FILLER          PIC X(03) VALUE ' - '.
          05 WS-D-TO         PIC 9(10).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-TEXT       PIC X(34).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-OPERATOR   PIC X(08).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    CHEQUE BOOKS ARE ISSUED TO AN ACCOUNT AS A SERIAL RANGE
      *    AND CANCELLED WHEN THE CUSTOMER REPORTS THEM LOST OR
      *    STOLEN.  RANGES MAY NOT OVERLAP ON ONE ACCOUNT, SO EVERY
      *    SERIAL BELONGS TO EXACTLY ONE BOOK.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           MOVE SPACES TO REPORT-LINE
           STRING 'CHEQUE BOOK MAINTENANCE ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-READ-BOOK-CARD
           PERFORM 3000-APPLY-BOOK-CARD UNTIL CARD-EOF
           DISPLAY 'BOOKS ISSUED        : ' WS-ISSUED-COUNT
           DISPLAY 'BOOKS CANCELLED     : ' WS-CANCELLED-COUNT
           DISPLAY 'CARDS REJECTED      : ' WS-REJECT-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O BOOK-FILE
           IF WS-BOOK-STATUS = '35'
               OPEN OUTPUT BOOK-FILE
               CLOSE BOOK-FILE
               OPEN I-O BOOK-FILE
           END-IF
           IF WS-BOOK-STATUS NOT = '00'
               DISPLAY 'CHEQUE BOOK FILE OPEN ERROR: ' WS-BOOK-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE BOOK-FILE
               STOP RUN
           END-IF
           OPEN INPUT BOOK-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'BOOK CARD FILE OPEN ERROR: ' WS-CARD-STATUS
               CLOSE BOOK-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE BOOK-FILE
               CLOSE ACCOUNT-FILE
               CLOSE BOOK-CARD-FILE
               STOP RUN
           END-IF.
       2000-READ-BOOK-CARD.
           READ BOOK-CARD-FILE INTO BOOK-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-APPLY-BOOK-CARD.
           IF CARD-ACCT-ID = SPACES OR CARD-OPERATOR = SPACES
               OR CARD-SERIAL-FROM IS NOT NUMERIC
               MOVE 'REJECTED - BAD CARD DATA' TO WS-D-TEXT
               PERFORM 8000-REJECT-CARD
           ELSE
               EVALUATE TRUE
                   WHEN CARD-ISSUE
                       PERFORM 4000-ISSUE-BOOK
                   WHEN CARD-CANCEL
                       PERFORM 5000-CANCEL-BOOK
                   WHEN OTHER
                       MOVE 'REJECTED - BAD ACTION' TO WS-D-TEXT
                       PERFORM 8000-REJECT-CARD
               END-EVALUATE
           END-IF
           PERFORM 2000-READ-BOOK-CARD.
       4000-ISSUE-BOOK.
           MOVE CARD-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  MOVE SPACES TO ACCT-ID
           END-READ
           EVALUATE TRUE
               WHEN ACCT-ID = SPACES
                   MOVE 'REJECTED - ACCOUNT NOT FOUND' TO WS-D-TEXT
                   PERFORM 8000-REJECT-CARD
               WHEN ACCT-CLOSED OR ACCT-ESCHEATED OR ACCT-CHARGED-OFF
                   MOVE 'REJECTED - ACCOUNT NOT ACTIVE' TO WS-D-TEXT
                   PERFORM 8000-REJECT-CARD
               WHEN CARD-SERIAL-TO IS NOT NUMERIC
                   OR CARD-SERIAL-FROM = 0
                   OR CARD-SERIAL-TO < CARD-SERIAL-FROM
                   MOVE 'REJECTED - BAD SERIAL RANGE' TO WS-D-TEXT
                   PERFORM 8000-REJECT-CARD
               WHEN CARD-POSITIVE-PAY NOT = 'Y'
                   AND CARD-POSITIVE-PAY NOT = 'N'
                   AND CARD-POSITIVE-PAY NOT = SPACE
                   MOVE 'REJECTED - BAD POSITIVE-PAY FLAG' TO WS-D-TEXT
                   PERFORM 8000-REJECT-CARD
               WHEN OTHER
                   PERFORM 4100-CHECK-OVERLAP
                   IF RANGE-OVERLAPS
                       MOVE 'REJECTED - OVERLAPS AN ISSUED BOOK'
                           TO WS-D-TEXT
                       PERFORM 8000-REJECT-CARD
                   ELSE
                       PERFORM 4200-WRITE-BOOK
                   END-IF
           END-EVALUATE.
       4100-CHECK-OVERLAP.
      *    CANCELLED BOOKS COUNT TOO: A LOST BOOK'S SERIALS ARE
      *    NEVER REISSUED ON THE SAME ACCOUNT.
           MOVE 'N' TO WS-OVERLAP-SWITCH
           MOVE 'N' TO WS-SCAN-EOF
           MOVE CARD-ACCT-ID TO CHQB-ACCT-ID
           MOVE 0 TO CHQB-SERIAL-FROM
           START BOOK-FILE KEY IS NOT LESS THAN CHQB-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 4110-CHECK-ONE-BOOK
               UNTIL SCAN-DONE OR RANGE-OVERLAPS.
       4110-CHECK-ONE-BOOK.
           READ BOOK-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-BOOK-STATUS NOT = '00'
                   OR CHQB-ACCT-ID NOT = CARD-ACCT-ID
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   IF CARD-SERIAL-FROM <= CHQB-SERIAL-TO
                       AND CARD-SERIAL-TO >= CHQB-SERIAL-FROM
                       MOVE 'Y' TO WS-OVERLAP-SWITCH
                   END-IF
               END-IF
           END-IF.
       4200-WRITE-BOOK.
           MOVE CARD-ACCT-ID TO CHQB-ACCT-ID
           MOVE CARD-SERIAL-FROM TO CHQB-SERIAL-FROM
           MOVE CARD-SERIAL-TO TO CHQB-SERIAL-TO
           MOVE WS-TODAY TO CHQB-ISSUED-DATE
           MOVE CARD-OPERATOR TO CHQB-ISSUED-BY
           IF CARD-POSITIVE-PAY = 'Y'
               MOVE 'Y' TO CHQB-POSITIVE-PAY
           ELSE
               MOVE 'N' TO CHQB-POSITIVE-PAY
           END-IF
           SET CHQB-ACTIVE TO TRUE
           MOVE 0 TO CHQB-CANCELLED-DATE
           MOVE SPACES TO CHQB-CANCELLED-BY
           WRITE BOOK-RECORD
               INVALID KEY
                  MOVE 'REJECTED - BOOK WRITE FAILED' TO WS-D-TEXT
                  PERFORM 8000-REJECT-CARD
               NOT INVALID KEY
                  ADD 1 TO WS-ISSUED-COUNT
                  IF CHQB-PPAY-ENROLLED
                      MOVE 'ISSUED - POSITIVE PAY' TO WS-D-TEXT
                  ELSE
                      MOVE 'ISSUED' TO WS-D-TEXT
                  END-IF
                  PERFORM 7000-WRITE-DETAIL-LINE
           END-WRITE.
       5000-CANCEL-BOOK.
           MOVE CARD-ACCT-ID TO CHQB-ACCT-ID
           MOVE CARD-SERIAL-FROM TO CHQB-SERIAL-FROM
           READ BOOK-FILE
               INVALID KEY
                  MOVE 'REJECTED - BOOK NOT ON FILE' TO WS-D-TEXT
                  PERFORM 8000-REJECT-CARD
               NOT INVALID KEY
                  IF CHQB-CANCELLED
                      MOVE 'REJECTED - BOOK ALREADY CANCELLED'
                          TO WS-D-TEXT
                      PERFORM 8000-REJECT-CARD
                  ELSE
                      SET CHQB-CANCELLED TO TRUE
                      MOVE WS-TODAY TO CHQB-CANCELLED-DATE
                      MOVE CARD-OPERATOR TO CHQB-CANCELLED-BY
                      REWRITE BOOK-RECORD
                      ADD 1 TO WS-CANCELLED-COUNT
                      MOVE CHQB-SERIAL-TO TO CARD-SERIAL-TO
                      MOVE 'CANCELLED' TO WS-D-TEXT
                      PERFORM 7000-WRITE-DETAIL-LINE
                  END-IF
           END-READ.
       7000-WRITE-DETAIL-LINE.
           MOVE CARD-ACCT-ID TO WS-D-ACCT-ID
           MOVE CARD-SERIAL-FROM TO WS-D-FROM
           IF CARD-SERIAL-TO IS NUMERIC
               MOVE CARD-SERIAL-TO TO WS-D-TO
           ELSE
               MOVE 0 TO WS-D-TO
           END-IF
           MOVE CARD-OPERATOR TO WS-D-OPERATOR
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       8000-REJECT-CARD.
           ADD 1 TO WS-REJECT-COUNT
           IF CARD-SERIAL-FROM IS NOT NUMERIC
               MOVE 0 TO CARD-SERIAL-FROM
           END-IF
           PERFORM 7000-WRITE-DETAIL-LINE.
       9000-CLOSE-FILES.
           CLOSE BOOK-FILE
           CLOSE ACCOUNT-FILE
           CLOSE BOOK-CARD-FILE
           CLOSE REPORT-FILE.
