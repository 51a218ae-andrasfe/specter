       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEESMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO 'FEESCHED'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-FS-STATUS.
           SELECT SCHEDULE-CARD-FILE ASSIGN TO 'FEESCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'FEESAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           COPY FEESREC.
       FD SCHEDULE-CARD-FILE.
       01 SCHEDULE-CARD-RECORD.
          05 CARD-ACTION     PIC X(01).
             88 CARD-ADD        VALUE 'A'.
             88 CARD-END        VALUE 'E'.
          05 CARD-EVENT-CODE PIC X(04).
          05 CARD-PRODUCT-CODE PIC X(03).
          05 CARD-EFFECTIVE  PIC 9(8).
          05 CARD-EXPIRY     PIC 9(8).
          05 CARD-AMOUNT     PIC 9(5)V99.
          05 CARD-WAIVE-MIN  PIC 9(9)V99.
          05 CARD-WAIVE-PROBATION PIC X(01).
          05 CARD-WAIVE-OVERDRAW PIC X(01).
          05 CARD-OPERATOR   PIC X(08).
          05 CARD-DESCRIPTION PIC X(30).
      * ENTITY WHOSE SCHEDULE THE CARD CHANGES; BLANK IS THE
      * ORIGINAL BANK.
          05 CARD-ENTITY-CODE PIC X(02).
       FD AUDIT-FILE.
       01 AUDIT-RECORD       PIC X(110).
       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS       PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-AUD-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-ADDED-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-CHANGED-COUNT   PIC 9(5) COMP VALUE 0.
       01 WS-ENDED-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-ACTION          PIC X(08) VALUE SPACES.
       01 WS-CARD-EFFECTIVE  PIC 9(8) VALUE 0.
       01 WS-AMOUNT-DISPLAY  PIC ZZ,ZZ9.99.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       01 WS-ENTY-AREA.
          05 WS-ENTY-FUNCTION PIC X(01).
          05 WS-ENTY-CODE     PIC X(02).
          05 WS-ENTY-NAME     PIC X(30).
          05 WS-ENTY-SETTLE-ACCT PIC X(10).
          05 WS-ENTY-OPR-ID   PIC X(08).
          05 WS-ENTY-FROM-ACCT PIC X(10).
          05 WS-ENTY-TO-ACCT  PIC X(10).
          05 WS-ENTY-TO-CODE  PIC X(02).
          05 WS-ENTY-RESULT   PIC X(01).
             88 ENTITY-OK     VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    PRICING CARDS MAINTAIN THE SERVICE-EVENT FEE SCHEDULE
      *    THAT SVCFEE CHARGES FROM.  A ADDS AN ENTRY FOR AN EVENT
      *    AND PRODUCT ('***' FOR ANY PRODUCT) FROM ITS EFFECTIVE
      *    DATE, ZERO MEANING TODAY; AN A CARD FOR AN ENTRY ALREADY
      *    ON FILE CORRECTS IT.  E ENDS THE ENTRY WITH THE GIVEN
      *    EFFECTIVE DATE ON THE CARD EXPIRY DATE, ZERO MEANING
      *    TODAY.  ENTRIES ARE NEVER DELETED, SO THE SCHEDULE KEEPS
      *    THE PRICE IN FORCE ON ANY PAST DATE.
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 2000-READ-SCHEDULE-CARD
           PERFORM 3000-APPLY-SCHEDULE-CARD UNTIL CARD-EOF
           DISPLAY 'FEE ENTRIES ADDED  : ' WS-ADDED-COUNT
           DISPLAY 'FEE ENTRIES CHANGED: ' WS-CHANGED-COUNT
           DISPLAY 'FEE ENTRIES ENDED  : ' WS-ENDED-COUNT
           DISPLAY 'CARDS REJECTED     : ' WS-REJECT-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
           OPEN I-O SCHEDULE-FILE
           IF WS-FS-STATUS = '35'
               OPEN OUTPUT SCHEDULE-FILE
               CLOSE SCHEDULE-FILE
               OPEN I-O SCHEDULE-FILE
           END-IF
           IF WS-FS-STATUS NOT = '00'
               DISPLAY 'FEE SCHEDULE FILE OPEN ERROR: ' WS-FS-STATUS
               STOP RUN
           END-IF
           OPEN INPUT SCHEDULE-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'FEE SCHEDULE CARD FILE OPEN ERROR: '
                   WS-CARD-STATUS
               CLOSE SCHEDULE-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-FILE
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'FEE SCHEDULE AUDIT FILE OPEN ERROR: '
                   WS-AUD-STATUS
               CLOSE SCHEDULE-FILE
               CLOSE SCHEDULE-CARD-FILE
               STOP RUN
           END-IF.
       2000-READ-SCHEDULE-CARD.
           READ SCHEDULE-CARD-FILE INTO SCHEDULE-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-APPLY-SCHEDULE-CARD.
           IF CARD-EFFECTIVE IS NUMERIC AND CARD-EFFECTIVE NOT = 0
               MOVE CARD-EFFECTIVE TO WS-CARD-EFFECTIVE
           ELSE
               MOVE WS-TODAY TO WS-CARD-EFFECTIVE
           END-IF
           IF CARD-ENTITY-CODE = SPACES
               MOVE '01' TO CARD-ENTITY-CODE
           END-IF
           MOVE 'L' TO WS-ENTY-FUNCTION
           MOVE CARD-ENTITY-CODE TO WS-ENTY-CODE
           CALL 'ENTYUTIL' USING WS-ENTY-AREA
           MOVE CARD-ENTITY-CODE TO FS-ENTITY-CODE
           MOVE CARD-EVENT-CODE TO FS-EVENT-CODE
           IF NOT FS-VALID-EVENT OR CARD-PRODUCT-CODE = SPACES
               OR CARD-OPERATOR = SPACES OR NOT ENTITY-OK
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'FEE SCHEDULE CARD REJECTED, BAD DATA: '
                   CARD-ENTITY-CODE ' ' CARD-EVENT-CODE ' '
                   CARD-PRODUCT-CODE
           ELSE
               EVALUATE TRUE
                   WHEN CARD-ADD
                       PERFORM 4000-ADD-ENTRY
                   WHEN CARD-END
                       PERFORM 5000-END-ENTRY
                   WHEN OTHER
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'FEE SCHEDULE CARD REJECTED, BAD '
                           'ACTION: ' CARD-ACTION ' ' CARD-EVENT-CODE
               END-EVALUATE
           END-IF
           PERFORM 2000-READ-SCHEDULE-CARD.
       4000-ADD-ENTRY.
           IF CARD-AMOUNT IS NOT NUMERIC
               OR CARD-WAIVE-MIN IS NOT NUMERIC
               OR (CARD-EXPIRY IS NUMERIC AND CARD-EXPIRY NOT = 0
               AND CARD-EXPIRY <= WS-CARD-EFFECTIVE)
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'FEE SCHEDULE CARD REJECTED, BAD AMOUNT OR '
                   'DATES: ' CARD-EVENT-CODE ' ' CARD-PRODUCT-CODE
           ELSE
               MOVE CARD-PRODUCT-CODE TO FS-PRODUCT-CODE
               MOVE WS-CARD-EFFECTIVE TO FS-EFFECTIVE-DATE
               PERFORM 4100-FILL-ENTRY
               WRITE SCHEDULE-RECORD
                   INVALID KEY
                      PERFORM 4200-CORRECT-ENTRY
                   NOT INVALID KEY
                      ADD 1 TO WS-ADDED-COUNT
                      MOVE 'ADDED' TO WS-ACTION
                      PERFORM 6000-WRITE-AUDIT
               END-WRITE
           END-IF.
       4100-FILL-ENTRY.
           IF CARD-EXPIRY IS NUMERIC
               MOVE CARD-EXPIRY TO FS-EXPIRY-DATE
           ELSE
               MOVE 0 TO FS-EXPIRY-DATE
           END-IF
           MOVE CARD-AMOUNT TO FS-FEE-AMOUNT
           MOVE CARD-WAIVE-MIN TO FS-WAIVE-MIN-BALANCE
           IF CARD-WAIVE-PROBATION = 'Y'
               MOVE 'Y' TO FS-WAIVE-PROBATION
           ELSE
               MOVE 'N' TO FS-WAIVE-PROBATION
           END-IF
           IF CARD-WAIVE-OVERDRAW = 'Y'
               MOVE 'Y' TO FS-WAIVE-OVERDRAW
           ELSE
               MOVE 'N' TO FS-WAIVE-OVERDRAW
           END-IF
           MOVE CARD-DESCRIPTION TO FS-DESCRIPTION
           MOVE CARD-OPERATOR TO FS-UPDATED-BY
           MOVE WS-TODAY TO FS-UPDATED-DATE.
       4200-CORRECT-ENTRY.
           READ SCHEDULE-FILE
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'FEE ENTRY ADD FAILED, STATUS '
                      WS-FS-STATUS ': ' CARD-EVENT-CODE
                      ' ' CARD-PRODUCT-CODE
               NOT INVALID KEY
                  PERFORM 4100-FILL-ENTRY
                  PERFORM 4300-REWRITE-CORRECTED
           END-READ.
       4300-REWRITE-CORRECTED.
           REWRITE SCHEDULE-RECORD
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'FEE ENTRY CORRECTION FAILED, STATUS '
                      WS-FS-STATUS ': ' CARD-EVENT-CODE
                      ' ' CARD-PRODUCT-CODE
               NOT INVALID KEY
                  ADD 1 TO WS-CHANGED-COUNT
                  MOVE 'CHANGED' TO WS-ACTION
                  PERFORM 6000-WRITE-AUDIT
           END-REWRITE.
       5000-END-ENTRY.
           MOVE CARD-PRODUCT-CODE TO FS-PRODUCT-CODE
           MOVE WS-CARD-EFFECTIVE TO FS-EFFECTIVE-DATE
           READ SCHEDULE-FILE
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'FEE ENTRY END REJECTED, NOT ON FILE: '
                      CARD-EVENT-CODE ' ' CARD-PRODUCT-CODE
                      ' ' WS-CARD-EFFECTIVE
               NOT INVALID KEY
                  PERFORM 5100-REWRITE-ENDED
           END-READ.
       5100-REWRITE-ENDED.
           IF CARD-EXPIRY IS NUMERIC AND CARD-EXPIRY NOT = 0
               MOVE CARD-EXPIRY TO FS-EXPIRY-DATE
           ELSE
               MOVE WS-TODAY TO FS-EXPIRY-DATE
           END-IF
           IF FS-EXPIRY-DATE < FS-EFFECTIVE-DATE
               MOVE FS-EFFECTIVE-DATE TO FS-EXPIRY-DATE
           END-IF
           MOVE CARD-OPERATOR TO FS-UPDATED-BY
           MOVE WS-TODAY TO FS-UPDATED-DATE
           REWRITE SCHEDULE-RECORD
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'FEE ENTRY END FAILED, STATUS '
                      WS-FS-STATUS ': ' CARD-EVENT-CODE
                      ' ' CARD-PRODUCT-CODE
               NOT INVALID KEY
                  ADD 1 TO WS-ENDED-COUNT
                  MOVE 'ENDED' TO WS-ACTION
                  PERFORM 6000-WRITE-AUDIT
           END-REWRITE.
       6000-WRITE-AUDIT.
           MOVE FS-FEE-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO AUDIT-RECORD
           STRING 'FEE ENTRY ' WS-ACTION
               ' EVENT: ' FS-EVENT-CODE
               ' ENTITY: ' FS-ENTITY-CODE
               ' PRODUCT: ' FS-PRODUCT-CODE
               ' FROM: ' FS-EFFECTIVE-DATE
               ' TO: ' FS-EXPIRY-DATE
               ' FEE: ' WS-AMOUNT-DISPLAY
               ' BY: ' CARD-OPERATOR
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.
       9000-CLOSE-FILES.
           CLOSE SCHEDULE-FILE
           CLOSE SCHEDULE-CARD-FILE
           CLOSE AUDIT-FILE.
