       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATXMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-RATE-FILE ASSIGN TO 'RATEXCP'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RX-ACCT-ID
               FILE STATUS IS WS-RX-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EXCEPTION-CARD-FILE ASSIGN TO 'RATXCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'RATXAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EXCEPTION-RATE-FILE.
       01 EXCEPTION-RATE-RECORD.
           COPY RATXREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD EXCEPTION-CARD-FILE.
       01 EXCEPTION-CARD-RECORD.
          05 CARD-ACTION     PIC X(01).
             88 CARD-AGREE      VALUE 'A'.
             88 CARD-END        VALUE 'E'.
          05 CARD-ACCT-ID    PIC X(10).
          05 CARD-DAILY-RATE PIC V9(6).
          05 CARD-START-DATE PIC 9(8).
          05 CARD-END-DATE   PIC 9(8).
          05 CARD-APPROVED-BY PIC X(08).
          05 CARD-OPERATOR   PIC X(08).
          05 CARD-REASON     PIC X(30).
       FD AUDIT-FILE.
       01 AUDIT-RECORD       PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-RX-STATUS       PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-AUD-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-ADDED-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-REPLACED-COUNT  PIC 9(5) COMP VALUE 0.
       01 WS-ENDED-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-ACTION          PIC X(08) VALUE SPACES.
       01 WS-START-DATE      PIC 9(8) VALUE 0.
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
      *    RELATIONSHIP MANAGERS' RATE PROMISES ARRIVE AS CARDS.  A
      *    RECORDS THE AGREED DAILY RATE FOR AN ACCOUNT FROM THE
      *    START DATE (ZERO MEANING TODAY) TO THE END DATE, WHICH IS
      *    REQUIRED - NO EXCEPTION RUNS FOREVER.  THE APPROVING
      *    OFFICER MUST BE SOMEONE OTHER THAN THE OPERATOR KEYING IT.
      *    AN A CARD FOR AN ACCOUNT ALREADY ON FILE REPLACES THE OLD
      *    TERMS.  E ENDS THE EXCEPTION ON THE CARD END DATE, ZERO
      *    MEANING TODAY.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 2000-READ-EXCEPTION-CARD
           PERFORM 3000-APPLY-EXCEPTION-CARD UNTIL CARD-EOF
           DISPLAY 'EXCEPTIONS ADDED    : ' WS-ADDED-COUNT
           DISPLAY 'EXCEPTIONS REPLACED : ' WS-REPLACED-COUNT
           DISPLAY 'EXCEPTIONS ENDED    : ' WS-ENDED-COUNT
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
           OPEN I-O EXCEPTION-RATE-FILE
           IF WS-RX-STATUS = '35'
               OPEN OUTPUT EXCEPTION-RATE-FILE
               CLOSE EXCEPTION-RATE-FILE
               OPEN I-O EXCEPTION-RATE-FILE
           END-IF
           IF WS-RX-STATUS NOT = '00'
               DISPLAY 'RATE EXCEPTION FILE OPEN ERROR: '
                   WS-RX-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE EXCEPTION-RATE-FILE
               STOP RUN
           END-IF
           OPEN INPUT EXCEPTION-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'RATE EXCEPTION CARD FILE OPEN ERROR: '
                   WS-CARD-STATUS
               CLOSE EXCEPTION-RATE-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-FILE
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'RATE EXCEPTION AUDIT FILE OPEN ERROR: '
                   WS-AUD-STATUS
               CLOSE EXCEPTION-RATE-FILE
               CLOSE ACCOUNT-FILE
               CLOSE EXCEPTION-CARD-FILE
               STOP RUN
           END-IF.
       2000-READ-EXCEPTION-CARD.
           READ EXCEPTION-CARD-FILE INTO EXCEPTION-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-APPLY-EXCEPTION-CARD.
           IF CARD-ACCT-ID = SPACES OR CARD-OPERATOR = SPACES
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'RATE EXCEPTION CARD REJECTED, BAD DATA: '
                   CARD-ACCT-ID
           ELSE
               EVALUATE TRUE
                   WHEN CARD-AGREE
                       PERFORM 4000-AGREE-EXCEPTION
                   WHEN CARD-END
                       PERFORM 5000-END-EXCEPTION
                   WHEN OTHER
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'RATE EXCEPTION CARD REJECTED, BAD '
                           'ACTION: ' CARD-ACTION ' ' CARD-ACCT-ID
               END-EVALUATE
           END-IF
           PERFORM 2000-READ-EXCEPTION-CARD.
       4000-AGREE-EXCEPTION.
           IF CARD-START-DATE IS NUMERIC AND CARD-START-DATE NOT = 0
               MOVE CARD-START-DATE TO WS-START-DATE
           ELSE
               MOVE WS-TODAY TO WS-START-DATE
           END-IF
           MOVE CARD-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                  CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-FILE-STATUS NOT = '00'
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'RATE EXCEPTION REJECTED, NO SUCH '
                       'ACCOUNT: ' CARD-ACCT-ID
               WHEN CARD-DAILY-RATE IS NOT NUMERIC
                   OR CARD-DAILY-RATE = 0
                   OR CARD-END-DATE IS NOT NUMERIC
                   OR CARD-END-DATE < WS-START-DATE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'RATE EXCEPTION REJECTED, BAD RATE OR '
                       'DATES: ' CARD-ACCT-ID
               WHEN CARD-APPROVED-BY = SPACES
                   OR CARD-APPROVED-BY = CARD-OPERATOR
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'RATE EXCEPTION REJECTED, NOT INDEPENDENTLY'
                       ' APPROVED: ' CARD-ACCT-ID
               WHEN OTHER
                   PERFORM 4100-WRITE-EXCEPTION
           END-EVALUATE.
       4100-WRITE-EXCEPTION.
           MOVE CARD-ACCT-ID TO RX-ACCT-ID
           PERFORM 4200-FILL-EXCEPTION
           WRITE EXCEPTION-RATE-RECORD
               INVALID KEY
                  PERFORM 4300-REPLACE-EXCEPTION
               NOT INVALID KEY
                  ADD 1 TO WS-ADDED-COUNT
                  MOVE 'ADDED' TO WS-ACTION
                  PERFORM 6000-WRITE-AUDIT
           END-WRITE.
       4200-FILL-EXCEPTION.
           MOVE CARD-DAILY-RATE TO RX-DAILY-RATE
           MOVE WS-START-DATE TO RX-START-DATE
           MOVE CARD-END-DATE TO RX-END-DATE
           MOVE CARD-APPROVED-BY TO RX-APPROVED-BY
           MOVE CARD-REASON TO RX-REASON
           MOVE CARD-OPERATOR TO RX-ENTERED-BY
           MOVE WS-TODAY TO RX-ENTERED-DATE.
       4300-REPLACE-EXCEPTION.
           READ EXCEPTION-RATE-FILE
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'RATE EXCEPTION ADD FAILED, STATUS '
                      WS-RX-STATUS ': ' CARD-ACCT-ID
               NOT INVALID KEY
                  PERFORM 4200-FILL-EXCEPTION
                  PERFORM 4400-REWRITE-REPLACED
           END-READ.
       4400-REWRITE-REPLACED.
           REWRITE EXCEPTION-RATE-RECORD
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'RATE EXCEPTION REPLACE FAILED, STATUS '
                      WS-RX-STATUS ': ' CARD-ACCT-ID
               NOT INVALID KEY
                  ADD 1 TO WS-REPLACED-COUNT
                  MOVE 'REPLACED' TO WS-ACTION
                  PERFORM 6000-WRITE-AUDIT
           END-REWRITE.
       5000-END-EXCEPTION.
           MOVE CARD-ACCT-ID TO RX-ACCT-ID
           READ EXCEPTION-RATE-FILE
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'RATE EXCEPTION END REJECTED, NOT ON FILE: '
                      CARD-ACCT-ID
               NOT INVALID KEY
                  PERFORM 5100-REWRITE-ENDED
           END-READ.
       5100-REWRITE-ENDED.
      *    AN EXCEPTION CAN ONLY BE CUT SHORT HERE, NEVER LENGTHENED;
      *    A LONGER TERM NEEDS A FRESH APPROVAL ON AN A CARD.
           IF CARD-END-DATE IS NUMERIC AND CARD-END-DATE NOT = 0
               AND CARD-END-DATE < RX-END-DATE
               MOVE CARD-END-DATE TO RX-END-DATE
           ELSE
               IF WS-TODAY < RX-END-DATE
                   MOVE WS-TODAY TO RX-END-DATE
               END-IF
           END-IF
           MOVE CARD-OPERATOR TO RX-ENTERED-BY
           MOVE WS-TODAY TO RX-ENTERED-DATE
           REWRITE EXCEPTION-RATE-RECORD
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'RATE EXCEPTION END FAILED, STATUS '
                      WS-RX-STATUS ': ' CARD-ACCT-ID
               NOT INVALID KEY
                  ADD 1 TO WS-ENDED-COUNT
                  MOVE 'ENDED' TO WS-ACTION
                  PERFORM 6000-WRITE-AUDIT
           END-REWRITE.
       6000-WRITE-AUDIT.
           MOVE SPACES TO AUDIT-RECORD
           STRING 'RATE EXCEPTION ' WS-ACTION
               ' ACCT: ' RX-ACCT-ID
               ' DAILY RATE: .' RX-DAILY-RATE
               ' FROM: ' RX-START-DATE
               ' TO: ' RX-END-DATE
               ' APPROVED: ' RX-APPROVED-BY
               ' BY: ' CARD-OPERATOR
               ' ON: ' WS-TODAY
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.
       9000-CLOSE-FILES.
           CLOSE EXCEPTION-RATE-FILE
           CLOSE ACCOUNT-FILE
           CLOSE EXCEPTION-CARD-FILE
           CLOSE AUDIT-FILE.
