       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-FILE ASSIGN TO 'PAYEES'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PAYE-ID
               FILE STATUS IS WS-PAYE-STATUS.
           SELECT PAYEE-CARD-FILE ASSIGN TO 'PAYECARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PAYEE-FILE.
       01 PAYEE-RECORD.
           COPY PAYEREC.
       FD PAYEE-CARD-FILE.
       01 PAYEE-CARD-RECORD.
          05 CARD-ACTION     PIC X(01).
             88 CARD-ADD        VALUE 'A'.
             88 CARD-CHANGE     VALUE 'C'.
             88 CARD-CLOSE      VALUE 'X'.
          05 CARD-PAYEE-ID   PIC X(08).
          05 CARD-NAME       PIC X(30).
          05 CARD-ROUTING    PIC X(09).
          05 CARD-ACCT-NO    PIC X(17).
          05 CARD-REF-FORMAT PIC X(20).
          05 CARD-OPERATOR   PIC X(08).
       WORKING-STORAGE SECTION.
       01 WS-PAYE-STATUS     PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-CARD-OK-SWITCH  PIC X VALUE 'Y'.
           88 CARD-USABLE    VALUE 'Y'.
       01 WS-FORMAT-SWITCH   PIC X VALUE 'Y'.
           88 FORMAT-VALID   VALUE 'Y'.
       01 WS-FORMAT-IDX      PIC 9(2) COMP VALUE 0.
       01 WS-ADDED-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-CHANGED-COUNT   PIC 9(5) COMP VALUE 0.
       01 WS-CLOSED-COUNT    PIC 9(5) COMP VALUE 0.
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
       PROCEDURE DIVISION.
       0000-MAIN.
      *    PAYEE CARDS ADD A BILL-PAYMENT PAYEE, CHANGE ITS NAME,
      *    BANK DETAILS OR REFERENCE FORMAT, OR CLOSE IT.  A CLOSED
      *    PAYEE STAYS ON FILE FOR THE PAYMENT HISTORY; BILPAY
      *    STOPS PAYING IT.
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 2000-READ-PAYEE-CARD
           PERFORM 3000-APPLY-PAYEE-CARD UNTIL CARD-EOF
           DISPLAY 'PAYEES ADDED    : ' WS-ADDED-COUNT
           DISPLAY 'PAYEES CHANGED  : ' WS-CHANGED-COUNT
           DISPLAY 'PAYEES CLOSED   : ' WS-CLOSED-COUNT
           DISPLAY 'CARDS REJECTED  : ' WS-REJECT-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
           OPEN I-O PAYEE-FILE
           IF WS-PAYE-STATUS = '35'
               OPEN OUTPUT PAYEE-FILE
               CLOSE PAYEE-FILE
               OPEN I-O PAYEE-FILE
           END-IF
           IF WS-PAYE-STATUS NOT = '00'
               DISPLAY 'PAYEE FILE OPEN ERROR: ' WS-PAYE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT PAYEE-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'PAYEE CARD FILE OPEN ERROR: ' WS-CARD-STATUS
               CLOSE PAYEE-FILE
               STOP RUN
           END-IF.
       2000-READ-PAYEE-CARD.
           READ PAYEE-CARD-FILE INTO PAYEE-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-APPLY-PAYEE-CARD.
           EVALUATE TRUE
               WHEN CARD-PAYEE-ID = SPACES OR CARD-OPERATOR = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'PAYEE CARD REJECTED, BAD DATA: '
                       CARD-PAYEE-ID
               WHEN CARD-ADD
                   PERFORM 4000-ADD-PAYEE
               WHEN CARD-CHANGE
                   PERFORM 5000-CHANGE-PAYEE
               WHEN CARD-CLOSE
                   PERFORM 6000-CLOSE-PAYEE
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'PAYEE CARD REJECTED, BAD ACTION: '
                       CARD-ACTION ' ' CARD-PAYEE-ID
           END-EVALUATE
           PERFORM 2000-READ-PAYEE-CARD.
       3100-VALIDATE-DETAILS.
      *    MONEY CAN ONLY BE SENT WITH A NAME, A NINE-DIGIT ROUTING
      *    NUMBER AND AN ACCOUNT AT THE PAYEE'S BANK.
           MOVE 'Y' TO WS-CARD-OK-SWITCH
           PERFORM 3200-CHECK-REF-FORMAT
           EVALUATE TRUE
               WHEN CARD-NAME = SPACES
                   OR CARD-ACCT-NO = SPACES
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'PAYEE CARD REJECTED, NAME OR ACCOUNT '
                       'MISSING: ' CARD-PAYEE-ID
               WHEN CARD-ROUTING IS NOT NUMERIC
                   OR CARD-ROUTING = '000000000'
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'PAYEE CARD REJECTED, BAD ROUTING: '
                       CARD-PAYEE-ID ' ' CARD-ROUTING
               WHEN NOT FORMAT-VALID
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'PAYEE CARD REJECTED, BAD REFERENCE '
                       'FORMAT: ' CARD-PAYEE-ID ' ' CARD-REF-FORMAT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3200-CHECK-REF-FORMAT.
           MOVE 'Y' TO WS-FORMAT-SWITCH
           PERFORM 3210-CHECK-ONE-POSITION
               VARYING WS-FORMAT-IDX FROM 1 BY 1
               UNTIL WS-FORMAT-IDX > 20.
       3210-CHECK-ONE-POSITION.
           IF CARD-REF-FORMAT (WS-FORMAT-IDX:1) NOT = 'N'
               AND CARD-REF-FORMAT (WS-FORMAT-IDX:1) NOT = 'A'
               AND CARD-REF-FORMAT (WS-FORMAT-IDX:1) NOT = 'X'
               AND CARD-REF-FORMAT (WS-FORMAT-IDX:1) NOT = SPACE
               MOVE 'N' TO WS-FORMAT-SWITCH
           END-IF.
       3300-MOVE-DETAILS.
           MOVE CARD-NAME TO PAYE-NAME
           MOVE CARD-ROUTING TO PAYE-ROUTING
           MOVE CARD-ACCT-NO TO PAYE-ACCT-NO
           MOVE CARD-REF-FORMAT TO PAYE-REF-FORMAT
           MOVE WS-TODAY TO PAYE-UPDATED-DATE
           MOVE CARD-OPERATOR TO PAYE-UPDATED-BY.
       4000-ADD-PAYEE.
           PERFORM 3100-VALIDATE-DETAILS
           IF CARD-USABLE
               MOVE CARD-PAYEE-ID TO PAYE-ID
               PERFORM 3300-MOVE-DETAILS
               SET PAYE-ACTIVE TO TRUE
               MOVE WS-TODAY TO PAYE-ADDED-DATE
               WRITE PAYEE-RECORD
                   INVALID KEY
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'PAYEE ADD REJECTED, ALREADY ON FILE: '
                          CARD-PAYEE-ID
                   NOT INVALID KEY
                      ADD 1 TO WS-ADDED-COUNT
               END-WRITE
           END-IF.
       5000-CHANGE-PAYEE.
           PERFORM 3100-VALIDATE-DETAILS
           IF CARD-USABLE
               MOVE CARD-PAYEE-ID TO PAYE-ID
               READ PAYEE-FILE
                   INVALID KEY
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'PAYEE CHANGE REJECTED, NOT ON FILE: '
                          CARD-PAYEE-ID
                   NOT INVALID KEY
                      PERFORM 5100-REWRITE-PAYEE
               END-READ
           END-IF.
       5100-REWRITE-PAYEE.
           IF PAYE-CLOSED
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'PAYEE CHANGE REJECTED, PAYEE CLOSED: '
                   CARD-PAYEE-ID
           ELSE
               PERFORM 3300-MOVE-DETAILS
               REWRITE PAYEE-RECORD
                   INVALID KEY
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'PAYEE CHANGE FAILED, STATUS '
                          WS-PAYE-STATUS ': ' CARD-PAYEE-ID
                   NOT INVALID KEY
                      ADD 1 TO WS-CHANGED-COUNT
               END-REWRITE
           END-IF.
       6000-CLOSE-PAYEE.
           MOVE CARD-PAYEE-ID TO PAYE-ID
           READ PAYEE-FILE
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'PAYEE CLOSE REJECTED, NOT ON FILE: '
                      CARD-PAYEE-ID
               NOT INVALID KEY
                  SET PAYE-CLOSED TO TRUE
                  MOVE WS-TODAY TO PAYE-UPDATED-DATE
                  MOVE CARD-OPERATOR TO PAYE-UPDATED-BY
                  REWRITE PAYEE-RECORD
                      INVALID KEY
                         ADD 1 TO WS-REJECT-COUNT
                         DISPLAY 'PAYEE CLOSE FAILED, STATUS '
                             WS-PAYE-STATUS ': ' CARD-PAYEE-ID
                      NOT INVALID KEY
                         ADD 1 TO WS-CLOSED-COUNT
                  END-REWRITE
           END-READ.
       9000-CLOSE-FILES.
           CLOSE PAYEE-FILE
           CLOSE PAYEE-CARD-FILE.
