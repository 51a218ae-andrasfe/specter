       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPAYLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISSUE-FILE ASSIGN TO 'PPAYFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISS-STATUS.
           SELECT BOOK-FILE ASSIGN TO 'CHQBOOK'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CHQB-KEY
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT ITEM-FILE ASSIGN TO 'CHQITEM'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CHQI-KEY
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'PPAYLRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * ISSUE FILE SENT BY A POSITIVE-PAY CUSTOMER: ONE LINE PER
      * CHEQUE WRITTEN (I) OR VOIDED (V) SINCE THE LAST FILE.
       FD ISSUE-FILE.
       01 ISSUE-RECORD.
          05 PPI-ACTION      PIC X(01).
             88 PPI-ISSUED      VALUE 'I'.
             88 PPI-VOIDED      VALUE 'V'.
          05 PPI-ACCT-ID     PIC X(10).
          05 PPI-SERIAL-TEXT PIC X(10).
          05 PPI-SERIAL REDEFINES PPI-SERIAL-TEXT PIC 9(10).
          05 PPI-AMOUNT-TEXT PIC X(11).
          05 PPI-AMOUNT REDEFINES PPI-AMOUNT-TEXT PIC 9(9)V99.
          05 PPI-PAYEE       PIC X(30).
          05 PPI-ISSUE-DATE  PIC 9(8).
       FD BOOK-FILE.
       01 BOOK-RECORD.
           COPY CHQBREC.
       FD ITEM-FILE.
       01 ITEM-RECORD.
           COPY CHQIREC.
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ISS-STATUS      PIC XX VALUE '00'.
       01 WS-BOOK-STATUS     PIC XX VALUE '00'.
       01 WS-ITEM-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 ISSUE-EOF      VALUE 'Y'.
       01 WS-SCAN-EOF        PIC X VALUE 'N'.
           88 SCAN-DONE      VALUE 'Y'.
       01 WS-BOOK-FOUND      PIC X VALUE 'N'.
           88 PPAY-BOOK-FOUND VALUE 'Y'.
       01 WS-LOADED-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-VOIDED-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-LATE-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(7) COMP VALUE 0.
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
          05 WS-D-SERIAL     PIC X(10).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-AMOUNT     PIC X(11).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-TEXT       PIC X(45).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    LOADS EACH POSITIVE-PAY CUSTOMER'S ISSUE FILE ONTO THE
      *    CHEQUE ITEM FILE, WHERE INWARD CLEARING MATCHES EVERY
      *    PRESENTED CHEQUE AGAINST IT.  ONLY SERIALS FROM A BOOK
      *    ISSUED UNDER POSITIVE PAY ARE TAKEN; A LATER LINE FOR THE
      *    SAME SERIAL REPLACES AN EARLIER ONE UNTIL IT IS PRESENTED.
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           MOVE SPACES TO REPORT-LINE
           STRING 'POSITIVE PAY ISSUE FILE LOAD ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-READ-ISSUE
           PERFORM 3000-LOAD-ONE-ISSUE UNTIL ISSUE-EOF
           DISPLAY 'CHEQUES LOADED      : ' WS-LOADED-COUNT
           DISPLAY 'CHEQUES VOIDED      : ' WS-VOIDED-COUNT
           DISPLAY 'ALREADY PRESENTED   : ' WS-LATE-COUNT
           DISPLAY 'LINES REJECTED      : ' WS-REJECT-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
           OPEN INPUT ISSUE-FILE
           IF WS-ISS-STATUS NOT = '00'
               DISPLAY 'ISSUE FILE OPEN ERROR: ' WS-ISS-STATUS
               STOP RUN
           END-IF
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-STATUS NOT = '00'
               DISPLAY 'CHEQUE BOOK FILE OPEN ERROR: ' WS-BOOK-STATUS
               CLOSE ISSUE-FILE
               STOP RUN
           END-IF
           OPEN I-O ITEM-FILE
           IF WS-ITEM-STATUS = '35'
               OPEN OUTPUT ITEM-FILE
               CLOSE ITEM-FILE
               OPEN I-O ITEM-FILE
           END-IF
           IF WS-ITEM-STATUS NOT = '00'
               DISPLAY 'CHEQUE ITEM FILE OPEN ERROR: ' WS-ITEM-STATUS
               CLOSE ISSUE-FILE
               CLOSE BOOK-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE ISSUE-FILE
               CLOSE BOOK-FILE
               CLOSE ITEM-FILE
               STOP RUN
           END-IF.
       2000-READ-ISSUE.
           READ ISSUE-FILE INTO ISSUE-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-LOAD-ONE-ISSUE.
           EVALUATE TRUE
               WHEN NOT PPI-ISSUED AND NOT PPI-VOIDED
                   MOVE 'REJECTED - BAD ACTION' TO WS-D-TEXT
                   PERFORM 8000-REJECT-LINE
               WHEN PPI-ACCT-ID = SPACES
                   OR PPI-SERIAL-TEXT IS NOT NUMERIC
                   OR PPI-AMOUNT-TEXT IS NOT NUMERIC
                   MOVE 'REJECTED - BAD DATA' TO WS-D-TEXT
                   PERFORM 8000-REJECT-LINE
               WHEN PPI-ISSUED AND PPI-AMOUNT = 0
                   MOVE 'REJECTED - NO AMOUNT' TO WS-D-TEXT
                   PERFORM 8000-REJECT-LINE
               WHEN OTHER
                   PERFORM 4000-FIND-PPAY-BOOK
                   IF PPAY-BOOK-FOUND
                       PERFORM 5000-APPLY-ISSUE
                   ELSE
                       MOVE 'REJECTED - NOT IN A POSITIVE-PAY BOOK'
                           TO WS-D-TEXT
                       PERFORM 8000-REJECT-LINE
                   END-IF
           END-EVALUATE
           PERFORM 2000-READ-ISSUE.
       4000-FIND-PPAY-BOOK.
           MOVE 'N' TO WS-BOOK-FOUND
           MOVE 'N' TO WS-SCAN-EOF
           MOVE PPI-ACCT-ID TO CHQB-ACCT-ID
           MOVE 0 TO CHQB-SERIAL-FROM
           START BOOK-FILE KEY IS NOT LESS THAN CHQB-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 4100-CHECK-ONE-BOOK
               UNTIL SCAN-DONE OR PPAY-BOOK-FOUND.
       4100-CHECK-ONE-BOOK.
           READ BOOK-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-BOOK-STATUS NOT = '00'
                   OR CHQB-ACCT-ID NOT = PPI-ACCT-ID
                   OR CHQB-SERIAL-FROM > PPI-SERIAL
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   IF PPI-SERIAL <= CHQB-SERIAL-TO
                       AND CHQB-ACTIVE
                       AND CHQB-PPAY-ENROLLED
                       MOVE 'Y' TO WS-BOOK-FOUND
                   END-IF
               END-IF
           END-IF.
       5000-APPLY-ISSUE.
           MOVE PPI-ACCT-ID TO CHQI-ACCT-ID
           MOVE PPI-SERIAL TO CHQI-SERIAL
           READ ITEM-FILE
               INVALID KEY
                  PERFORM 5100-ADD-ITEM
               NOT INVALID KEY
                  PERFORM 5200-UPDATE-ITEM
           END-READ.
       5100-ADD-ITEM.
           MOVE PPI-ACCT-ID TO CHQI-ACCT-ID
           MOVE PPI-SERIAL TO CHQI-SERIAL
           PERFORM 5300-MOVE-ISSUE-FIELDS
           MOVE SPACES TO CHQI-CLEARING-REF
           MOVE 0 TO CHQI-PRESENTED-AMOUNT
           MOVE SPACES TO CHQI-PRESENTED-PAYEE
           MOVE 0 TO CHQI-PRESENTED-DATE
           MOVE 0 TO CHQI-RETURN-BY
           MOVE SPACES TO CHQI-EXCEPTION-REASON
           MOVE SPACE TO CHQI-DECISION
           MOVE SPACES TO CHQI-DECIDED-BY
           MOVE 0 TO CHQI-DECISION-DATE
           WRITE ITEM-RECORD
               INVALID KEY
                  MOVE 'REJECTED - ITEM WRITE FAILED' TO WS-D-TEXT
                  PERFORM 8000-REJECT-LINE
               NOT INVALID KEY
                  PERFORM 5400-COUNT-LOADED
           END-WRITE.
       5200-UPDATE-ITEM.
      *    A CHEQUE THAT CLEARED BEFORE ITS ISSUE LINE ARRIVED IS
      *    ALREADY ON THE REVIEW LIST AS NOT ISSUED; THE ISSUE
      *    DETAIL IS RECORDED AGAINST IT FOR THE CUSTOMER TO SEE, BUT
      *    IT STILL NEEDS THEIR PAY OR RETURN DECISION.
           EVALUATE TRUE
               WHEN CHQI-ISSUED OR CHQI-VOIDED
                   PERFORM 5300-MOVE-ISSUE-FIELDS
                   REWRITE ITEM-RECORD
                   PERFORM 5400-COUNT-LOADED
               WHEN CHQI-EXCEPTION
                   MOVE PPI-AMOUNT TO CHQI-ISSUE-AMOUNT
                   MOVE PPI-PAYEE TO CHQI-ISSUE-PAYEE
                   MOVE PPI-ISSUE-DATE TO CHQI-ISSUE-DATE
                   REWRITE ITEM-RECORD
                   ADD 1 TO WS-LATE-COUNT
                   MOVE 'LATE - ALREADY ON THE EXCEPTION REVIEW LIST'
                       TO WS-D-TEXT
                   PERFORM 7000-WRITE-DETAIL-LINE
               WHEN OTHER
                   MOVE 'REJECTED - CHEQUE ALREADY PRESENTED'
                       TO WS-D-TEXT
                   PERFORM 8000-REJECT-LINE
           END-EVALUATE.
       5300-MOVE-ISSUE-FIELDS.
           IF PPI-VOIDED
               SET CHQI-VOIDED TO TRUE
           ELSE
               SET CHQI-ISSUED TO TRUE
           END-IF
           MOVE PPI-AMOUNT TO CHQI-ISSUE-AMOUNT
           MOVE PPI-PAYEE TO CHQI-ISSUE-PAYEE
           IF PPI-ISSUE-DATE IS NUMERIC AND PPI-ISSUE-DATE NOT = 0
               MOVE PPI-ISSUE-DATE TO CHQI-ISSUE-DATE
           ELSE
               MOVE WS-TODAY TO CHQI-ISSUE-DATE
           END-IF.
       5400-COUNT-LOADED.
           IF PPI-VOIDED
               ADD 1 TO WS-VOIDED-COUNT
           ELSE
               ADD 1 TO WS-LOADED-COUNT
           END-IF.
       7000-WRITE-DETAIL-LINE.
           MOVE PPI-ACCT-ID TO WS-D-ACCT-ID
           MOVE PPI-SERIAL-TEXT TO WS-D-SERIAL
           MOVE PPI-AMOUNT-TEXT TO WS-D-AMOUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       8000-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           PERFORM 7000-WRITE-DETAIL-LINE.
       9000-CLOSE-FILES.
           CLOSE ISSUE-FILE
           CLOSE BOOK-FILE
           CLOSE ITEM-FILE
           CLOSE REPORT-FILE.
