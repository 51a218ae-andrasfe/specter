       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQCLR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INWARD-FILE ASSIGN TO 'INWCLR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INW-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
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
           SELECT POSTING-FILE ASSIGN TO 'CHQTRN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT RETURN-FILE ASSIGN TO 'CHQRTN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CHQCLRR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * ONE CHEQUE DRAWN ON US, AS RECEIVED FROM THE CLEARING HOUSE.
       FD INWARD-FILE.
       01 INWARD-RECORD.
          05 INW-ITEM-REF    PIC X(12).
          05 INW-ACCT-ID     PIC X(10).
          05 INW-SERIAL-TEXT PIC X(10).
          05 INW-SERIAL REDEFINES INW-SERIAL-TEXT PIC 9(10).
          05 INW-AMOUNT-TEXT PIC X(11).
          05 INW-AMOUNT REDEFINES INW-AMOUNT-TEXT PIC 9(9)V99.
          05 INW-PAYEE       PIC X(30).
          05 INW-PRESENTING-BANK PIC X(08).
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD BOOK-FILE.
       01 BOOK-RECORD.
           COPY CHQBREC.
       FD ITEM-FILE.
       01 ITEM-RECORD.
           COPY CHQIREC.
      * CHEQUES THAT PASS GO TO THE POSTING CYCLE AS ORDINARY DEBITS
      * CARRYING THEIR SERIAL, SO STOP ORDERS AND THE OVERDRAFT
      * DECISION QUEUE APPLY TO THEM AS TO ANY OTHER DEBIT.
       FD POSTING-FILE.
       01 POSTING-RECORD.
          05 TRN-ACCT-ID     PIC X(10).
          05 TRN-CODE        PIC X(01).
          05 TRN-AMOUNT      PIC S9(9)V99.
          05 TRN-REF         PIC X(12).
          05 TRN-EFFECTIVE-DATE PIC 9(8).
          05 TRN-DEST-ACCT-ID PIC X(10).
          05 TRN-ORIG-REF    PIC X(12).
          05 TRN-CHQ-SERIAL  PIC X(10).
      * OUTBOUND RETURN IN THE EXTBANK WIRE SHAPE EXTBRTN READS
      * INBOUND, SO THE RETURNED CHEQUE GOES BACK TO THE PRESENTING
      * BANK THROUGH THE SAME CHANNEL IT ARRIVED ON.
       FD RETURN-FILE.
       01 RETURN-RECORD.
          05 RTN-BANK-REF    PIC X(12).
          05 RTN-ACCT-ID     PIC X(10).
          05 RTN-TRN-TYPE    PIC X(02).
          05 RTN-AMOUNT      PIC 9(9)V99.
          05 RTN-CURRENCY    PIC X(03).
          05 RTN-VALUE-DATE  PIC 9(8).
          05 RTN-REASON      PIC X(04).
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-INW-STATUS      PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-BOOK-STATUS     PIC XX VALUE '00'.
       01 WS-ITEM-STATUS     PIC XX VALUE '00'.
       01 WS-OUT-STATUS      PIC XX VALUE '00'.
       01 WS-RTN-STATUS      PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 INWARD-EOF     VALUE 'Y'.
       01 WS-SCAN-EOF        PIC X VALUE 'N'.
           88 SCAN-DONE      VALUE 'Y'.
       01 WS-ACCT-FOUND      PIC X VALUE 'N'.
           88 ACCOUNT-FOUND  VALUE 'Y'.
       01 WS-BOOK-FOUND      PIC X VALUE 'N'.
           88 BOOK-FOUND     VALUE 'Y'.
       01 WS-ITEM-FOUND      PIC X VALUE 'N'.
           88 ITEM-ON-FILE   VALUE 'Y'.
       01 WS-RETURN-REASON   PIC X(04) VALUE SPACES.
       01 WS-EXCEPTION-REASON PIC X(04) VALUE SPACES.
       01 WS-RETURN-BY       PIC 9(8) VALUE 0.
       01 WS-PASSED-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-RETURNED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-PASSED-TOTAL    PIC S9(11)V99 VALUE 0.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       01 WS-TODAY-R REDEFINES WS-TODAY.
          05 WS-T-YEAR       PIC 9(4).
          05 WS-T-MONTH      PIC 9(2).
          05 WS-T-DAY        PIC 9(2).
       01 WS-BUSDAY-AREA.
          05 WS-BD-FUNCTION   PIC X(01) VALUE SPACE.
          05 WS-BD-DATE-IN    PIC 9(8) VALUE 0.
          05 WS-BD-FLAG       PIC X(01) VALUE SPACE.
          05 WS-BD-DATE-OUT   PIC 9(8) VALUE 0.
       01 WS-DETAIL-LINE.
          05 WS-D-ACCT-ID    PIC X(10).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-SERIAL     PIC X(10).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-ITEM-REF   PIC X(12).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-AMOUNT     PIC Z(6)9.99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-TEXT       PIC X(33).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    EVERY CHEQUE PRESENTED AGAINST US IS CHECKED AGAINST THE
      *    BOOKS ISSUED TO THE ACCOUNT AND THE SERIALS ALREADY PAID.
      *    A SERIAL OUTSIDE EVERY BOOK, FROM A CANCELLED BOOK, OR
      *    ALREADY PAID GOES STRAIGHT BACK TO THE PRESENTING BANK.
      *    ON A POSITIVE-PAY BOOK THE CHEQUE MUST ALSO AGREE WITH THE
      *    CUSTOMER'S ISSUE FILE; ONE THAT DOES NOT IS HELD FOR THE
      *    CUSTOMER'S PAY OR RETURN DECISION THROUGH PPAYDECN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 1100-SET-RETURN-DEADLINE
           MOVE SPACES TO REPORT-LINE
           STRING 'INWARD CHEQUE CLEARING ' WS-TODAY
               '  RETURN DEADLINE ' WS-RETURN-BY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-READ-INWARD
           PERFORM 3000-PROCESS-CHEQUE UNTIL INWARD-EOF
           DISPLAY 'CHEQUES PASSED      : ' WS-PASSED-COUNT
           DISPLAY 'AMOUNT PASSED       : ' WS-PASSED-TOTAL
           DISPLAY 'CHEQUES RETURNED    : ' WS-RETURNED-COUNT
           DISPLAY 'POSITIVE-PAY EXCPTNS: ' WS-EXCEPTION-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN INPUT INWARD-FILE
           IF WS-INW-STATUS NOT = '00'
               DISPLAY 'INWARD CLEARING FILE OPEN ERROR: '
                   WS-INW-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE INWARD-FILE
               STOP RUN
           END-IF
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-STATUS NOT = '00'
               DISPLAY 'CHEQUE BOOK FILE OPEN ERROR: ' WS-BOOK-STATUS
               CLOSE INWARD-FILE
               CLOSE ACCOUNT-FILE
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
               CLOSE INWARD-FILE
               CLOSE ACCOUNT-FILE
               CLOSE BOOK-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT POSTING-FILE
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY 'POSTING FILE OPEN ERROR: ' WS-OUT-STATUS
               CLOSE INWARD-FILE
               CLOSE ACCOUNT-FILE
               CLOSE BOOK-FILE
               CLOSE ITEM-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT RETURN-FILE
           IF WS-RTN-STATUS NOT = '00'
               DISPLAY 'RETURN FILE OPEN ERROR: ' WS-RTN-STATUS
               CLOSE INWARD-FILE
               CLOSE ACCOUNT-FILE
               CLOSE BOOK-FILE
               CLOSE ITEM-FILE
               CLOSE POSTING-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE INWARD-FILE
               CLOSE ACCOUNT-FILE
               CLOSE BOOK-FILE
               CLOSE ITEM-FILE
               CLOSE POSTING-FILE
               CLOSE RETURN-FILE
               STOP RUN
           END-IF.
       1100-SET-RETURN-DEADLINE.
      *    A CHEQUE HELD FOR THE CUSTOMER MUST GO BACK BY THE NEXT
      *    BUSINESS DAY OR THE BANK IS LIABLE FOR IT.
           MOVE 'N' TO WS-BD-FUNCTION
           MOVE WS-TODAY TO WS-BD-DATE-IN
           CALL 'DATEUTIL' USING WS-DATE-RESULT, WS-TODAY-R,
               WS-BUSDAY-AREA
           MOVE WS-BD-DATE-OUT TO WS-RETURN-BY.
       2000-READ-INWARD.
           READ INWARD-FILE INTO INWARD-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-PROCESS-CHEQUE.
           MOVE SPACES TO WS-RETURN-REASON
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE 'N' TO WS-BOOK-FOUND
           MOVE 'N' TO WS-ITEM-FOUND
           IF INW-SERIAL-TEXT IS NOT NUMERIC
               OR INW-AMOUNT-TEXT IS NOT NUMERIC
               OR INW-ACCT-ID = SPACES
               MOVE 'DATA' TO WS-RETURN-REASON
           ELSE
               PERFORM 3100-READ-ACCOUNT
               IF NOT ACCOUNT-FOUND
                   MOVE 'NOAC' TO WS-RETURN-REASON
               ELSE
                   PERFORM 3200-FIND-BOOK
                   IF NOT BOOK-FOUND
                       MOVE 'SRNG' TO WS-RETURN-REASON
                   ELSE
                       IF CHQB-CANCELLED
                           MOVE 'CANC' TO WS-RETURN-REASON
                       ELSE
                           PERFORM 3300-CHECK-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-RETURN-REASON NOT = SPACES
                   PERFORM 5000-RETURN-CHEQUE
               WHEN WS-EXCEPTION-REASON NOT = SPACES
                   PERFORM 6000-HOLD-FOR-DECISION
               WHEN OTHER
                   PERFORM 4000-PASS-CHEQUE
           END-EVALUATE
           PERFORM 2000-READ-INWARD.
       3100-READ-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND
           MOVE INW-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  MOVE 'N' TO WS-ACCT-FOUND
               NOT INVALID KEY
                  MOVE 'Y' TO WS-ACCT-FOUND
           END-READ.
       3200-FIND-BOOK.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE INW-ACCT-ID TO CHQB-ACCT-ID
           MOVE 0 TO CHQB-SERIAL-FROM
           START BOOK-FILE KEY IS NOT LESS THAN CHQB-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 3210-CHECK-ONE-BOOK
               UNTIL SCAN-DONE OR BOOK-FOUND.
       3210-CHECK-ONE-BOOK.
           READ BOOK-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-BOOK-STATUS NOT = '00'
                   OR CHQB-ACCT-ID NOT = INW-ACCT-ID
                   OR CHQB-SERIAL-FROM > INW-SERIAL
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   IF INW-SERIAL <= CHQB-SERIAL-TO
                       MOVE 'Y' TO WS-BOOK-FOUND
                   END-IF
               END-IF
           END-IF.
       3300-CHECK-ITEM.
      *    A CHEQUE RETURNED EARLIER MAY BE PRESENTED AGAIN AND IS
      *    CHECKED AFRESH; ONE PAID OR AWAITING A DECISION MAY NOT.
           MOVE INW-ACCT-ID TO CHQI-ACCT-ID
           MOVE INW-SERIAL TO CHQI-SERIAL
           READ ITEM-FILE
               INVALID KEY
                  MOVE 'N' TO WS-ITEM-FOUND
               NOT INVALID KEY
                  MOVE 'Y' TO WS-ITEM-FOUND
           END-READ
           EVALUATE TRUE
               WHEN ITEM-ON-FILE AND CHQI-ALREADY-PRESENTED
                   MOVE 'DUPL' TO WS-RETURN-REASON
               WHEN ITEM-ON-FILE AND CHQI-VOIDED
                   MOVE 'VOID' TO WS-RETURN-REASON
               WHEN NOT CHQB-PPAY-ENROLLED
                   CONTINUE
               WHEN NOT ITEM-ON-FILE
                   MOVE 'NOIS' TO WS-EXCEPTION-REASON
               WHEN NOT CHQI-ISSUED
                   MOVE 'NOIS' TO WS-EXCEPTION-REASON
               WHEN INW-AMOUNT NOT = CHQI-ISSUE-AMOUNT
                   MOVE 'AMT ' TO WS-EXCEPTION-REASON
               WHEN CHQI-ISSUE-PAYEE NOT = SPACES
                   AND INW-PAYEE NOT = SPACES
                   AND INW-PAYEE NOT = CHQI-ISSUE-PAYEE
                   MOVE 'PAYE' TO WS-EXCEPTION-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4000-PASS-CHEQUE.
           MOVE INW-ACCT-ID TO TRN-ACCT-ID
           MOVE 'D' TO TRN-CODE
           MOVE INW-AMOUNT TO TRN-AMOUNT
           MOVE INW-ITEM-REF TO TRN-REF
           MOVE WS-TODAY TO TRN-EFFECTIVE-DATE
           MOVE SPACES TO TRN-DEST-ACCT-ID
           MOVE SPACES TO TRN-ORIG-REF
           MOVE INW-SERIAL-TEXT TO TRN-CHQ-SERIAL
           WRITE POSTING-RECORD
           ADD 1 TO WS-PASSED-COUNT
           ADD INW-AMOUNT TO WS-PASSED-TOTAL
           SET CHQI-PAID TO TRUE
           MOVE SPACES TO CHQI-EXCEPTION-REASON
           MOVE 0 TO CHQI-RETURN-BY
           PERFORM 7000-STORE-ITEM.
       5000-RETURN-CHEQUE.
           MOVE INW-ITEM-REF TO RTN-BANK-REF
           MOVE INW-ACCT-ID TO RTN-ACCT-ID
           MOVE 'DR' TO RTN-TRN-TYPE
           IF INW-AMOUNT-TEXT IS NUMERIC
               MOVE INW-AMOUNT TO RTN-AMOUNT
           ELSE
               MOVE 0 TO RTN-AMOUNT
           END-IF
           IF ACCOUNT-FOUND AND ACCT-CURRENCY-CODE NOT = SPACES
               MOVE ACCT-CURRENCY-CODE TO RTN-CURRENCY
           ELSE
               MOVE 'USD' TO RTN-CURRENCY
           END-IF
           MOVE WS-TODAY TO RTN-VALUE-DATE
           MOVE WS-RETURN-REASON TO RTN-REASON
           WRITE RETURN-RECORD
           ADD 1 TO WS-RETURNED-COUNT
           EVALUATE WS-RETURN-REASON
               WHEN 'DATA'
                   MOVE 'RETURNED - UNREADABLE ITEM' TO WS-D-TEXT
               WHEN 'NOAC'
                   MOVE 'RETURNED - NO SUCH ACCOUNT' TO WS-D-TEXT
               WHEN 'SRNG'
                   MOVE 'RETURNED - SERIAL NOT ISSUED' TO WS-D-TEXT
               WHEN 'CANC'
                   MOVE 'RETURNED - BOOK CANCELLED' TO WS-D-TEXT
               WHEN 'DUPL'
                   MOVE 'RETURNED - SERIAL ALREADY PAID' TO WS-D-TEXT
               WHEN OTHER
                   MOVE 'RETURNED - VOIDED BY CUSTOMER' TO WS-D-TEXT
           END-EVALUATE
           PERFORM 8000-WRITE-DETAIL-LINE.
       6000-HOLD-FOR-DECISION.
           ADD 1 TO WS-EXCEPTION-COUNT
           SET CHQI-EXCEPTION TO TRUE
           MOVE WS-EXCEPTION-REASON TO CHQI-EXCEPTION-REASON
           MOVE WS-RETURN-BY TO CHQI-RETURN-BY
           EVALUATE TRUE
               WHEN CHQI-NOT-ISSUED
                   MOVE 'HELD - NOT ON ISSUE FILE' TO WS-D-TEXT
               WHEN CHQI-AMOUNT-DIFFERS
                   MOVE 'HELD - AMOUNT DIFFERS' TO WS-D-TEXT
               WHEN OTHER
                   MOVE 'HELD - PAYEE DIFFERS' TO WS-D-TEXT
           END-EVALUATE
           PERFORM 7000-STORE-ITEM
           PERFORM 8000-WRITE-DETAIL-LINE.
       7000-STORE-ITEM.
           MOVE INW-ACCT-ID TO CHQI-ACCT-ID
           MOVE INW-SERIAL TO CHQI-SERIAL
           MOVE INW-ITEM-REF TO CHQI-CLEARING-REF
           MOVE INW-AMOUNT TO CHQI-PRESENTED-AMOUNT
           MOVE INW-PAYEE TO CHQI-PRESENTED-PAYEE
           MOVE WS-TODAY TO CHQI-PRESENTED-DATE
           MOVE SPACE TO CHQI-DECISION
           MOVE SPACES TO CHQI-DECIDED-BY
           MOVE 0 TO CHQI-DECISION-DATE
           IF ITEM-ON-FILE
               REWRITE ITEM-RECORD
                   INVALID KEY
                      DISPLAY 'CHEQUE ITEM REWRITE FAILED, STATUS '
                          WS-ITEM-STATUS ': ' CHQI-ACCT-ID ' '
                          CHQI-SERIAL
               END-REWRITE
           ELSE
               MOVE 0 TO CHQI-ISSUE-AMOUNT
               MOVE SPACES TO CHQI-ISSUE-PAYEE
               MOVE 0 TO CHQI-ISSUE-DATE
               WRITE ITEM-RECORD
                   INVALID KEY
                      DISPLAY 'CHEQUE ITEM WRITE FAILED, STATUS '
                          WS-ITEM-STATUS ': ' CHQI-ACCT-ID ' '
                          CHQI-SERIAL
               END-WRITE
           END-IF.
       8000-WRITE-DETAIL-LINE.
           MOVE INW-ACCT-ID TO WS-D-ACCT-ID
           MOVE INW-SERIAL-TEXT TO WS-D-SERIAL
           MOVE INW-ITEM-REF TO WS-D-ITEM-REF
           IF INW-AMOUNT-TEXT IS NUMERIC
               MOVE INW-AMOUNT TO WS-D-AMOUNT
           ELSE
               MOVE 0 TO WS-D-AMOUNT
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       9000-CLOSE-FILES.
           CLOSE INWARD-FILE
           CLOSE ACCOUNT-FILE
           CLOSE BOOK-FILE
           CLOSE ITEM-FILE
           CLOSE POSTING-FILE
           CLOSE RETURN-FILE
           CLOSE REPORT-FILE.
