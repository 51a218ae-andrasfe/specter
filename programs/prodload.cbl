           SELECT PRODUCT-FILE ASSIGN TO 'PRODFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-STATUS.
           SELECT PRODUCT-CARD-FILE ASSIGN TO 'PRODCARD'
               ORGANIZATION IS LINE SEQUENTIAL
          05 CARD-FREE-ITEMS      PIC 9(3).
          05 CARD-ITEM-FEE        PIC 9(3)V99.
          05 CARD-RATE-EFF-DATE   PIC 9(8).
          05 CARD-OD-DAILY-RATE   PIC 9(6).
          05 CARD-MINOR-FLAG      PIC X(01).
          05 CARD-ADULT-PRODUCT   PIC X(03).
          05 CARD-MAJORITY-AGE    PIC 9(2).
          05 CARD-CASHBACK-RATE   PIC 9(4).
          05 CARD-CASHBACK-CAP    PIC 9(5)V99.
          05 CARD-MAX-OD-LIMIT    PIC 9(9)V99.
          05 CARD-ANALYSIS-FLAG   PIC X(01).
      * ENTITY THE PRODUCT BELONGS TO; BLANK IS THE ORIGINAL BANK.
          05 CARD-ENTITY-CODE     PIC X(02).
      * ACCRUED-INTEREST CAPITALIZATION FREQUENCY; BLANK IS MONTHLY.
          05 CARD-CAP-FREQUENCY   PIC X(01).
       FD RATE-HISTORY-FILE.
       01 RATE-HISTORY-RECORD.
           COPY PRRREC.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-ADDED-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-UPDATED-COUNT   PIC 9(5) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-RATE-SCALE      PIC V9(6) VALUE 0.
       01 WS-PRR-STATUS      PIC XX VALUE '00'.
       01 WS-PRR-AVAILABLE   PIC X VALUE 'N'.
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
           PERFORM 1000-OPEN-FILES
           PERFORM 3000-APPLY-PRODUCT-CARD UNTIL CARD-EOF
           DISPLAY 'PRODUCTS ADDED  : ' WS-ADDED-COUNT
           DISPLAY 'PRODUCTS UPDATED: ' WS-UPDATED-COUNT
           DISPLAY 'CARDS REJECTED  : ' WS-REJECT-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-APPLY-PRODUCT-CARD.
      *    A PRODUCT CODE IS ONLY UNIQUE WITHIN ITS ENTITY, SO THE
      *    ENTITY MUST BE ONE THE ENTITY FILE KNOWS.
           IF CARD-ENTITY-CODE = SPACES
               MOVE '01' TO CARD-ENTITY-CODE
           END-IF
           MOVE 'L' TO WS-ENTY-FUNCTION
           MOVE CARD-ENTITY-CODE TO WS-ENTY-CODE
           CALL 'ENTYUTIL' USING WS-ENTY-AREA
           IF ENTITY-OK
               PERFORM 3050-LOAD-PRODUCT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'PRODUCT CARD REJECTED, ENTITY NOT ON FILE: '
                   CARD-ENTITY-CODE ' ' CARD-PROD-CODE
           END-IF
           PERFORM 2000-READ-PRODUCT-CARD.
       3050-LOAD-PRODUCT.
           MOVE CARD-ENTITY-CODE TO PROD-ENTITY-CODE
           MOVE CARD-PROD-CODE TO PROD-CODE
           MOVE CARD-PROD-NAME TO PROD-NAME
           COMPUTE WS-RATE-SCALE = CARD-DAILY-RATE / 1000000
           ELSE
               MOVE 0 TO PROD-ITEM-FEE
           END-IF
           IF CARD-OD-DAILY-RATE IS NUMERIC
               COMPUTE PROD-OD-DAILY-RATE = CARD-OD-DAILY-RATE / 1000000
           ELSE
               MOVE 0 TO PROD-OD-DAILY-RATE
           END-IF
           IF CARD-CASHBACK-RATE IS NUMERIC
               COMPUTE PROD-CASHBACK-RATE = CARD-CASHBACK-RATE / 10000
           ELSE
               MOVE 0 TO PROD-CASHBACK-RATE
           END-IF
           IF CARD-CASHBACK-CAP IS NUMERIC
               MOVE CARD-CASHBACK-CAP TO PROD-CASHBACK-CAP
           ELSE
               MOVE 0 TO PROD-CASHBACK-CAP
           END-IF
           IF CARD-MAX-OD-LIMIT IS NUMERIC
               MOVE CARD-MAX-OD-LIMIT TO PROD-MAX-OD-LIMIT
           ELSE
               MOVE 0 TO PROD-MAX-OD-LIMIT
           END-IF
           IF CARD-ANALYSIS-FLAG = 'Y'
               MOVE 'Y' TO PROD-ANALYSIS-FLAG
           ELSE
               MOVE SPACE TO PROD-ANALYSIS-FLAG
           END-IF
           MOVE CARD-CAP-FREQUENCY TO PROD-CAP-FREQUENCY
           IF NOT PROD-VALID-CAP-FREQUENCY
               DISPLAY 'UNKNOWN CAPITALIZATION FREQUENCY, MONTHLY '
                   'ASSUMED: ' CARD-PROD-CODE ' ' CARD-CAP-FREQUENCY
               MOVE 'M' TO PROD-CAP-FREQUENCY
           END-IF
           PERFORM 3100-SET-MINOR-FIELDS
           WRITE PRODUCT-RECORD
               INVALID KEY
                  REWRITE PRODUCT-RECORD
                      INVALID KEY
                         DISPLAY 'PRODUCT LOAD FAILED, STATUS '
                             WS-PROD-STATUS ': ' PROD-KEY
                      NOT INVALID KEY
                         ADD 1 TO WS-UPDATED-COUNT
                  END-REWRITE
               NOT INVALID KEY
                  ADD 1 TO WS-ADDED-COUNT
           END-WRITE
           PERFORM 3500-RECORD-RATE-HISTORY.
       3100-SET-MINOR-FIELDS.
      *    A MINOR PRODUCT NAMES THE ADULT PRODUCT ITS ACCOUNTS MOVE
      *    TO AT THE AGE OF MAJORITY, WHICH DEFAULTS TO 18.
           IF CARD-MINOR-FLAG = 'Y'
               MOVE 'Y' TO PROD-MINOR-FLAG
               MOVE CARD-ADULT-PRODUCT TO PROD-ADULT-PRODUCT
               IF CARD-MAJORITY-AGE IS NUMERIC
                   AND CARD-MAJORITY-AGE NOT = 0
                   MOVE CARD-MAJORITY-AGE TO PROD-MAJORITY-AGE
               ELSE
                   MOVE 18 TO PROD-MAJORITY-AGE
               END-IF
               IF CARD-ADULT-PRODUCT = SPACES
                   DISPLAY 'MINOR PRODUCT HAS NO ADULT PRODUCT, '
                       'CONVERSION WILL HOLD: ' CARD-PROD-CODE
               END-IF
           ELSE
               MOVE SPACE TO PROD-MINOR-FLAG
               MOVE SPACES TO PROD-ADULT-PRODUCT
               MOVE 0 TO PROD-MAJORITY-AGE
           END-IF.
       3500-RECORD-RATE-HISTORY.
      *    EVERY RATE LOAD ALSO LANDS ON THE EFFECTIVE-DATED
      *    HISTORY, THE WAY FXRATES CARRIES CURRENCY RATES, SO
      *    AND A BACK-DATED CORRECTION IS JUST ANOTHER LOAD WITH
      *    AN EARLIER EFFECTIVE DATE.
           IF RATE-HISTORY-AVAILABLE
               MOVE CARD-ENTITY-CODE TO PRR-ENTITY-CODE
               MOVE CARD-PROD-CODE TO PRR-PROD-CODE
               IF CARD-RATE-EFF-DATE IS NUMERIC
                   AND CARD-RATE-EFF-DATE NOT = 0
