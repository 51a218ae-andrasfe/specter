       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDLADDER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'PRODFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-STATUS.
           SELECT RATE-HISTORY-FILE ASSIGN TO 'PRODRATE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PRR-KEY
               FILE STATUS IS WS-PRR-STATUS.
           SELECT EXCEPTION-RATE-FILE ASSIGN TO 'RATEXCP'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RX-ACCT-ID
               FILE STATUS IS WS-RX-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO 'ACCTHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'TDLADRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           COPY PRODREC.
       FD RATE-HISTORY-FILE.
       01 RATE-HISTORY-RECORD.
           COPY PRRREC.
       FD EXCEPTION-RATE-FILE.
       01 EXCEPTION-RATE-RECORD.
           COPY RATXREC.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
          05 HIST-ACCT-ID       PIC X(10).
          05 HIST-ACCT-BALANCE  PIC S9(9)V99.
          05 HIST-SNAPSHOT-DATE PIC 9(8).
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(120).
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SRT-GROUP-KEY.
             10 SRT-BUCKET      PIC X(01).
                88 SRT-NON-MATURITY VALUE '9'.
             10 SRT-INSTR       PIC X(01).
             10 SRT-PRODUCT     PIC X(03).
             10 SRT-CURRENCY    PIC X(03).
             10 SRT-BRANCH      PIC X(04).
          05 SRT-ACCT-ID     PIC X(10).
          05 SRT-BALANCE     PIC S9(9)V99.
          05 SRT-USD-BALANCE PIC S9(9)V99.
          05 SRT-DAILY-RATE  PIC V9(6).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-PROD-STATUS     PIC XX VALUE '00'.
       01 WS-PRR-STATUS      PIC XX VALUE '00'.
       01 WS-RX-STATUS       PIC XX VALUE '00'.
       01 WS-HIST-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-PROD-AVAILABLE  PIC X VALUE 'N'.
           88 PRODUCT-AVAILABLE VALUE 'Y'.
       01 WS-PRR-AVAILABLE   PIC X VALUE 'N'.
           88 RATE-HISTORY-AVAILABLE VALUE 'Y'.
       01 WS-RX-AVAILABLE    PIC X VALUE 'N'.
           88 EXCEPTIONS-AVAILABLE VALUE 'Y'.
       01 WS-SCAN-EOF        PIC X VALUE 'N'.
           88 SCAN-DONE      VALUE 'Y'.
       01 WS-HIST-EOF        PIC X VALUE 'N'.
           88 HISTORY-EOF    VALUE 'Y'.
       01 WS-PRR-SCAN-EOF    PIC X VALUE 'N'.
           88 RATE-SCAN-DONE VALUE 'Y'.
       01 WS-SORT-EOF        PIC X VALUE 'N'.
           88 SORT-EOF       VALUE 'Y'.
       01 WS-ACCT-FOUND-SWITCH PIC X VALUE 'N'.
           88 ACCOUNT-FOUND  VALUE 'Y'.
       01 WS-LOAN-SWITCH     PIC X VALUE 'N'.
           88 LOAN-PRODUCT   VALUE 'Y'.
       01 WS-DAILY-RATE      PIC V9(6) VALUE .000137.
       01 WS-EFFECTIVE-RATE  PIC V9(6) VALUE 0.
       01 WS-USD-AMOUNT      PIC S9(9)V99 VALUE 0.
       01 WS-TODAY-JULIAN    PIC 9(9) COMP VALUE 0.
       01 WS-DAYS-TO-MATURITY PIC S9(9) COMP VALUE 0.
      * DISTINCT SNAPSHOT DATES SEEN ON ACCTHIST; THE NON-MATURITY
      * LINE DIVIDES ITS SUMMED BALANCES BY THEIR NUMBER.  WITH NO
      * HISTORY ON HAND TODAY'S LEDGER STANDS IN AS ONE SNAPSHOT.
       01 WS-SD-COUNT        PIC 9(3) COMP VALUE 0.
       01 WS-SD-MAX          PIC 9(3) COMP VALUE 400.
       01 WS-SD-IDX          PIC 9(3) COMP VALUE 0.
       01 WS-SD-HIT          PIC X VALUE 'N'.
           88 SNAPSHOT-DATE-SEEN VALUE 'Y'.
       01 WS-SD-TABLE.
          05 WS-SD-DATE OCCURS 400 TIMES PIC 9(8).
       01 WS-SD-DIVISOR      PIC 9(3) COMP VALUE 1.
       01 WS-CUR-GROUP       PIC X(12) VALUE LOW-VALUES.
       01 WS-CUR-GROUP-R REDEFINES WS-CUR-GROUP.
          05 WS-CUR-BUCKET   PIC X(01).
          05 WS-CUR-INSTR    PIC X(01).
          05 WS-CUR-PRODUCT  PIC X(03).
          05 WS-CUR-CURRENCY PIC X(03).
          05 WS-CUR-BRANCH   PIC X(04).
       01 WS-CUR-ACCT        PIC X(10) VALUE LOW-VALUES.
      * ACCUMULATORS: G = ONE PRODUCT/CURRENCY/BRANCH LINE, I = ONE
      * INSTRUCTION WITHIN A BUCKET, K = ONE BUCKET, T = ALL TERM
      * BUCKETS.  ABOVE THE LINE LEVEL CURRENCIES ARE MIXED, SO
      * TOTALS AND THEIR RATES ARE CARRIED IN USD EQUIVALENT.
       01 WS-G-COUNT         PIC 9(7) COMP VALUE 0.
       01 WS-G-BALANCE       PIC S9(13)V99 VALUE 0.
       01 WS-G-USD           PIC S9(13)V99 VALUE 0.
       01 WS-G-RATE-USD      PIC S9(13)V9(8) VALUE 0.
       01 WS-I-COUNT         PIC 9(7) COMP VALUE 0.
       01 WS-I-USD           PIC S9(13)V99 VALUE 0.
       01 WS-I-RATE-USD      PIC S9(13)V9(8) VALUE 0.
       01 WS-K-COUNT         PIC 9(7) COMP VALUE 0.
       01 WS-K-USD           PIC S9(13)V99 VALUE 0.
       01 WS-K-RATE-USD      PIC S9(13)V9(8) VALUE 0.
       01 WS-T-COUNT         PIC 9(7) COMP VALUE 0.
       01 WS-T-USD           PIC S9(13)V99 VALUE 0.
       01 WS-T-RATE-USD      PIC S9(13)V9(8) VALUE 0.
       01 WS-TERM-TOTAL-SWITCH PIC X VALUE 'N'.
           88 TERM-TOTAL-WRITTEN VALUE 'Y'.
       01 WS-AVG-RATE        PIC 9(3)V9(4) VALUE 0.
       01 WS-RATE-WORK       PIC S9(13)V9(8) VALUE 0.
       01 WS-USD-WORK        PIC S9(13)V99 VALUE 0.
       01 WS-TERM-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-DEMAND-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-LINE-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-SD-DISP         PIC ZZ9.

       01 WS-COLUMN-LINE.
          05 FILLER          PIC X(30)
              VALUE '  INSTR     PRD  CCY  BRCH    '.
          05 FILLER          PIC X(30)
              VALUE 'COUNT           BALANCE       '.
          05 FILLER          PIC X(21)
              VALUE '  USD EQUIV  AVG RATE'.
       01 WS-DETAIL-LINE.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-INSTR      PIC X(08).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-PRODUCT    PIC X(03).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-CURRENCY   PIC X(03).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-BRANCH     PIC X(04).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-COUNT      PIC ZZZ,ZZ9.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-BALANCE    PIC -(12)9.99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-USD        PIC -(12)9.99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-RATE       PIC ZZ9.9999.
       01 WS-TOTAL-LINE.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-TL-LABEL     PIC X(24).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-TL-COUNT     PIC ZZZ,ZZ9.
          05 FILLER          PIC X(20) VALUE SPACES.
          05 WS-TL-USD       PIC -(12)9.99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-TL-RATE      PIC ZZ9.9999.
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
      *    MONTHLY FOR THE ASSET-LIABILITY COMMITTEE.  EVERY OPEN
      *    TERM DEPOSIT IS PLACED IN A MATURITY BUCKET BY DAYS TO
      *    ACCT-MATURITY-DATE, SPLIT BY ROLLOVER OR PAYOUT
      *    INSTRUCTION, AND SUMMED BY PRODUCT, CURRENCY AND BRANCH
      *    WITH A BALANCE-WEIGHTED AVERAGE ANNUAL RATE.  DEMAND
      *    BALANCES FOLLOW AS THE NON-MATURITY LINE, AVERAGED OVER
      *    THE SNAPSHOT HISTORY.  THE RATE IS THE ONE ACCTINTR
      *    WOULD ACCRUE TODAY BEFORE BANDING: A NEGOTIATED
      *    EXCEPTION IN FORCE, ELSE THE DATED PRODUCT RATE, ELSE
      *    THE PRODUCT MASTER RATE.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           COMPUTE WS-TODAY-JULIAN = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           MOVE SPACES TO REPORT-LINE
           STRING 'TERM DEPOSIT MATURITY LADDER AND NON-MATURITY '
               'BALANCES AS OF ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-GROUP-KEY
               ON ASCENDING KEY SRT-ACCT-ID
               INPUT PROCEDURE IS 2000-FEED-BALANCES
               OUTPUT PROCEDURE IS 4000-WRITE-LADDER
           DISPLAY 'TERM DEPOSITS LADDERED: ' WS-TERM-COUNT
           DISPLAY 'DEMAND BALANCE ROWS   : ' WS-DEMAND-COUNT
           DISPLAY 'SNAPSHOT DATES        : ' WS-SD-COUNT
           DISPLAY 'REPORT LINES          : ' WS-LINE-COUNT
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
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '05'
               DISPLAY 'SNAPSHOT FILE OPEN ERROR: ' WS-HIST-STATUS
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE HISTORY-FILE
               STOP RUN
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS = '00'
               MOVE 'Y' TO WS-PROD-AVAILABLE
           ELSE
               DISPLAY 'PRODUCT FILE UNAVAILABLE, STATUS '
                   WS-PROD-STATUS ', DEFAULT RATE APPLIED'
           END-IF
           OPEN INPUT RATE-HISTORY-FILE
           IF WS-PRR-STATUS = '00'
               MOVE 'Y' TO WS-PRR-AVAILABLE
           ELSE
               DISPLAY 'RATE HISTORY UNAVAILABLE, STATUS '
                   WS-PRR-STATUS ', CURRENT RATES APPLIED'
           END-IF
           OPEN INPUT EXCEPTION-RATE-FILE
           EVALUATE WS-RX-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-RX-AVAILABLE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RATE EXCEPTION FILE UNAVAILABLE, STATUS '
                       WS-RX-STATUS ', PRODUCT RATES APPLIED'
           END-EVALUATE.
       2000-FEED-BALANCES.
           PERFORM 2100-READ-SNAPSHOT
           PERFORM 2200-FEED-ONE-SNAPSHOT UNTIL HISTORY-EOF
           IF WS-SD-COUNT > 0
               MOVE WS-SD-COUNT TO WS-SD-DIVISOR
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-ID
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 2500-FEED-ONE-ACCOUNT UNTIL SCAN-DONE.
       2100-READ-SNAPSHOT.
           READ HISTORY-FILE INTO HISTORY-RECORD
               AT END
                  MOVE 'Y' TO WS-HIST-EOF
           END-READ.
       2200-FEED-ONE-SNAPSHOT.
           MOVE HIST-ACCT-ID TO ACCT-ID
           MOVE 'N' TO WS-ACCT-FOUND-SWITCH
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
           END-READ
           IF ACCOUNT-FOUND AND ACCT-MATURITY-DATE = 0
               PERFORM 3000-GET-RATE
               IF NOT LOAN-PRODUCT
                   PERFORM 2300-NOTE-SNAPSHOT-DATE
                   MOVE HIST-ACCT-BALANCE TO SRT-BALANCE
                   PERFORM 2700-RELEASE-DEMAND
               END-IF
           END-IF
           PERFORM 2100-READ-SNAPSHOT.
       2300-NOTE-SNAPSHOT-DATE.
           MOVE 'N' TO WS-SD-HIT
           MOVE 0 TO WS-SD-IDX
           PERFORM 2310-SCAN-SNAPSHOT-DATES
               UNTIL WS-SD-IDX >= WS-SD-COUNT OR SNAPSHOT-DATE-SEEN
           IF NOT SNAPSHOT-DATE-SEEN AND WS-SD-COUNT < WS-SD-MAX
               ADD 1 TO WS-SD-COUNT
               MOVE HIST-SNAPSHOT-DATE TO WS-SD-DATE (WS-SD-COUNT)
           END-IF.
       2310-SCAN-SNAPSHOT-DATES.
           ADD 1 TO WS-SD-IDX
           IF WS-SD-DATE (WS-SD-IDX) = HIST-SNAPSHOT-DATE
               MOVE 'Y' TO WS-SD-HIT
           END-IF.
       2500-FEED-ONE-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   IF NOT ACCT-CLOSED AND NOT ACCT-ESCHEATED
                       AND NOT ACCT-CHARGED-OFF
                       PERFORM 3000-GET-RATE
                       IF NOT LOAN-PRODUCT
                           PERFORM 2600-CLASSIFY-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2600-CLASSIFY-ACCOUNT.
           IF ACCT-MATURITY-DATE > 0
               COMPUTE WS-DAYS-TO-MATURITY =
                   FUNCTION INTEGER-OF-DATE (ACCT-MATURITY-DATE)
                   - WS-TODAY-JULIAN
               EVALUATE TRUE
                   WHEN WS-DAYS-TO-MATURITY <= 30
                       MOVE '1' TO SRT-BUCKET
                   WHEN WS-DAYS-TO-MATURITY <= 90
                       MOVE '2' TO SRT-BUCKET
                   WHEN WS-DAYS-TO-MATURITY <= 180
                       MOVE '3' TO SRT-BUCKET
                   WHEN WS-DAYS-TO-MATURITY <= 365
                       MOVE '4' TO SRT-BUCKET
                   WHEN OTHER
                       MOVE '5' TO SRT-BUCKET
               END-EVALUATE
               IF ACCT-PAYOUT
                   MOVE 'X' TO SRT-INSTR
               ELSE
                   MOVE 'R' TO SRT-INSTR
               END-IF
               MOVE ACCT-BALANCE TO SRT-BALANCE
               PERFORM 2800-RELEASE-BALANCE
               ADD 1 TO WS-TERM-COUNT
           ELSE
               IF WS-SD-COUNT = 0
                   MOVE ACCT-BALANCE TO SRT-BALANCE
                   PERFORM 2700-RELEASE-DEMAND
               END-IF
           END-IF.
       2700-RELEASE-DEMAND.
           MOVE '9' TO SRT-BUCKET
           MOVE SPACE TO SRT-INSTR
           PERFORM 2800-RELEASE-BALANCE
           ADD 1 TO WS-DEMAND-COUNT.
       2800-RELEASE-BALANCE.
           MOVE ACCT-PRODUCT-CODE TO SRT-PRODUCT
           MOVE ACCT-CURRENCY-CODE TO SRT-CURRENCY
           MOVE ACCT-BRANCH-CODE TO SRT-BRANCH
           MOVE ACCT-ID TO SRT-ACCT-ID
           MOVE WS-EFFECTIVE-RATE TO SRT-DAILY-RATE
           CALL 'CURRCONV' USING ACCT-CURRENCY-CODE, SRT-BALANCE,
               WS-USD-AMOUNT
           MOVE WS-USD-AMOUNT TO SRT-USD-BALANCE
           RELEASE SORT-RECORD.
       3000-GET-RATE.
           MOVE WS-DAILY-RATE TO WS-EFFECTIVE-RATE
           MOVE 'N' TO WS-LOAN-SWITCH
           IF PRODUCT-AVAILABLE AND ACCT-PRODUCT-CODE NOT = SPACES
               MOVE ACCT-ENTITY-CODE TO PROD-ENTITY-CODE
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE PROD-DAILY-RATE TO WS-EFFECTIVE-RATE
                      IF PROD-LOAN
                          MOVE 'Y' TO WS-LOAN-SWITCH
                      END-IF
               END-READ
           END-IF
           IF RATE-HISTORY-AVAILABLE AND ACCT-PRODUCT-CODE NOT = SPACES
               MOVE 'N' TO WS-PRR-SCAN-EOF
               MOVE ACCT-ENTITY-CODE TO PRR-ENTITY-CODE
               MOVE ACCT-PRODUCT-CODE TO PRR-PROD-CODE
               MOVE 0 TO PRR-EFF-DATE
               START RATE-HISTORY-FILE KEY IS NOT LESS THAN PRR-KEY
                   INVALID KEY
                      MOVE 'Y' TO WS-PRR-SCAN-EOF
               END-START
               PERFORM 3100-SCAN-DATED-RATE UNTIL RATE-SCAN-DONE
           END-IF
           IF EXCEPTIONS-AVAILABLE
               MOVE ACCT-ID TO RX-ACCT-ID
               READ EXCEPTION-RATE-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF RX-START-DATE <= WS-TODAY
                          AND RX-END-DATE >= WS-TODAY
                          MOVE RX-DAILY-RATE TO WS-EFFECTIVE-RATE
                      END-IF
               END-READ
           END-IF.
       3100-SCAN-DATED-RATE.
           READ RATE-HISTORY-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-PRR-SCAN-EOF
           END-READ
           IF NOT RATE-SCAN-DONE
               IF WS-PRR-STATUS NOT = '00'
                   OR PRR-ENTITY-CODE NOT = ACCT-ENTITY-CODE
                   OR PRR-PROD-CODE NOT = ACCT-PRODUCT-CODE
                   OR PRR-EFF-DATE > WS-TODAY
                   MOVE 'Y' TO WS-PRR-SCAN-EOF
               ELSE
                   MOVE PRR-DAILY-RATE TO WS-EFFECTIVE-RATE
               END-IF
           END-IF.
       4000-WRITE-LADDER.
           PERFORM 4050-RETURN-BALANCE
           PERFORM 4100-TAKE-BALANCE UNTIL SORT-EOF
           IF WS-CUR-GROUP NOT = LOW-VALUES
               PERFORM 4300-END-GROUP
               PERFORM 4400-END-INSTRUCTION
               PERFORM 4500-END-BUCKET
           END-IF
           IF NOT TERM-TOTAL-WRITTEN
               PERFORM 4700-WRITE-TERM-TOTAL
           END-IF.
       4050-RETURN-BALANCE.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
               AT END
                  MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       4100-TAKE-BALANCE.
           IF SRT-GROUP-KEY NOT = WS-CUR-GROUP
               IF WS-CUR-GROUP NOT = LOW-VALUES
                   PERFORM 4300-END-GROUP
                   IF SRT-BUCKET NOT = WS-CUR-BUCKET
                       OR SRT-INSTR NOT = WS-CUR-INSTR
                       PERFORM 4400-END-INSTRUCTION
                   END-IF
                   IF SRT-BUCKET NOT = WS-CUR-BUCKET
                       PERFORM 4500-END-BUCKET
                   END-IF
               END-IF
               IF SRT-BUCKET NOT = WS-CUR-BUCKET
                   PERFORM 4600-START-BUCKET
               END-IF
               MOVE SRT-GROUP-KEY TO WS-CUR-GROUP
               MOVE LOW-VALUES TO WS-CUR-ACCT
           END-IF
           IF SRT-ACCT-ID NOT = WS-CUR-ACCT
               ADD 1 TO WS-G-COUNT
               MOVE SRT-ACCT-ID TO WS-CUR-ACCT
           END-IF
           ADD SRT-BALANCE TO WS-G-BALANCE
           ADD SRT-USD-BALANCE TO WS-G-USD
           COMPUTE WS-G-RATE-USD =
               WS-G-RATE-USD + (SRT-USD-BALANCE * SRT-DAILY-RATE)
           PERFORM 4050-RETURN-BALANCE.
       4300-END-GROUP.
           IF WS-CUR-BUCKET = '9' AND WS-SD-DIVISOR > 1
               COMPUTE WS-G-BALANCE ROUNDED =
                   WS-G-BALANCE / WS-SD-DIVISOR
               COMPUTE WS-G-USD ROUNDED = WS-G-USD / WS-SD-DIVISOR
               COMPUTE WS-G-RATE-USD ROUNDED =
                   WS-G-RATE-USD / WS-SD-DIVISOR
           END-IF
           EVALUATE WS-CUR-INSTR
               WHEN 'R'
                   MOVE 'ROLLOVER' TO WS-D-INSTR
               WHEN 'X'
                   MOVE 'PAYOUT' TO WS-D-INSTR
               WHEN OTHER
                   MOVE 'DEMAND' TO WS-D-INSTR
           END-EVALUATE
           MOVE WS-CUR-PRODUCT TO WS-D-PRODUCT
           MOVE WS-CUR-CURRENCY TO WS-D-CURRENCY
           MOVE WS-CUR-BRANCH TO WS-D-BRANCH
           MOVE WS-G-COUNT TO WS-D-COUNT
           MOVE WS-G-BALANCE TO WS-D-BALANCE
           MOVE WS-G-USD TO WS-D-USD
           MOVE WS-G-RATE-USD TO WS-RATE-WORK
           MOVE WS-G-USD TO WS-USD-WORK
           PERFORM 4800-ANNUALIZE-RATE
           MOVE WS-AVG-RATE TO WS-D-RATE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM 4900-WRITE-LINE
           ADD WS-G-COUNT TO WS-I-COUNT
           ADD WS-G-USD TO WS-I-USD
           ADD WS-G-RATE-USD TO WS-I-RATE-USD
           MOVE 0 TO WS-G-COUNT
           MOVE 0 TO WS-G-BALANCE
           MOVE 0 TO WS-G-USD
           MOVE 0 TO WS-G-RATE-USD.
       4400-END-INSTRUCTION.
      *    THE NON-MATURITY BUCKET HAS NO INSTRUCTION SPLIT, SO ITS
      *    BUCKET TOTAL IS THE ONLY TOTAL IT NEEDS.
           IF WS-CUR-BUCKET NOT = '9'
               IF WS-CUR-INSTR = 'X'
                   MOVE '  TOTAL PAYOUT' TO WS-TL-LABEL
               ELSE
                   MOVE '  TOTAL ROLLOVER' TO WS-TL-LABEL
               END-IF
               MOVE WS-I-COUNT TO WS-TL-COUNT
               MOVE WS-I-USD TO WS-TL-USD
               MOVE WS-I-RATE-USD TO WS-RATE-WORK
               MOVE WS-I-USD TO WS-USD-WORK
               PERFORM 4800-ANNUALIZE-RATE
               MOVE WS-AVG-RATE TO WS-TL-RATE
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               PERFORM 4900-WRITE-LINE
           END-IF
           ADD WS-I-COUNT TO WS-K-COUNT
           ADD WS-I-USD TO WS-K-USD
           ADD WS-I-RATE-USD TO WS-K-RATE-USD
           MOVE 0 TO WS-I-COUNT
           MOVE 0 TO WS-I-USD
           MOVE 0 TO WS-I-RATE-USD.
       4500-END-BUCKET.
           MOVE 'BUCKET TOTAL' TO WS-TL-LABEL
           MOVE WS-K-COUNT TO WS-TL-COUNT
           MOVE WS-K-USD TO WS-TL-USD
           MOVE WS-K-RATE-USD TO WS-RATE-WORK
           MOVE WS-K-USD TO WS-USD-WORK
           PERFORM 4800-ANNUALIZE-RATE
           MOVE WS-AVG-RATE TO WS-TL-RATE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM 4900-WRITE-LINE
           IF WS-CUR-BUCKET NOT = '9'
               ADD WS-K-COUNT TO WS-T-COUNT
               ADD WS-K-USD TO WS-T-USD
               ADD WS-K-RATE-USD TO WS-T-RATE-USD
           END-IF
           MOVE 0 TO WS-K-COUNT
           MOVE 0 TO WS-K-USD
           MOVE 0 TO WS-K-RATE-USD.
       4600-START-BUCKET.
           IF SRT-NON-MATURITY AND NOT TERM-TOTAL-WRITTEN
               PERFORM 4700-WRITE-TERM-TOTAL
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM 4900-WRITE-LINE
           EVALUATE SRT-BUCKET
               WHEN '1'
                   MOVE 'MATURING IN 0 TO 30 DAYS' TO REPORT-LINE
               WHEN '2'
                   MOVE 'MATURING IN 31 TO 90 DAYS' TO REPORT-LINE
               WHEN '3'
                   MOVE 'MATURING IN 91 TO 180 DAYS' TO REPORT-LINE
               WHEN '4'
                   MOVE 'MATURING IN 181 TO 365 DAYS' TO REPORT-LINE
               WHEN '5'
                   MOVE 'MATURING IN OVER ONE YEAR' TO REPORT-LINE
               WHEN OTHER
                   MOVE WS-SD-DIVISOR TO WS-SD-DISP
                   STRING 'NON-MATURITY DEMAND BALANCES, AVERAGE '
                       'OVER ' WS-SD-DISP ' SNAPSHOT(S)'
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           PERFORM 4900-WRITE-LINE
           MOVE WS-COLUMN-LINE TO REPORT-LINE
           PERFORM 4900-WRITE-LINE.
       4700-WRITE-TERM-TOTAL.
           MOVE 'Y' TO WS-TERM-TOTAL-SWITCH
           MOVE SPACES TO REPORT-LINE
           PERFORM 4900-WRITE-LINE
           MOVE 'ALL TERM DEPOSITS' TO WS-TL-LABEL
           MOVE WS-T-COUNT TO WS-TL-COUNT
           MOVE WS-T-USD TO WS-TL-USD
           MOVE WS-T-RATE-USD TO WS-RATE-WORK
           MOVE WS-T-USD TO WS-USD-WORK
           PERFORM 4800-ANNUALIZE-RATE
           MOVE WS-AVG-RATE TO WS-TL-RATE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM 4900-WRITE-LINE.
       4800-ANNUALIZE-RATE.
      *    THE WEIGHTED DAILY RATE AS AN ANNUAL PERCENTAGE ON A
      *    365-DAY YEAR; AN OVERDRAWN OR EMPTY LINE SHOWS ZERO.
           IF WS-USD-WORK > 0
               COMPUTE WS-AVG-RATE ROUNDED =
                   (WS-RATE-WORK / WS-USD-WORK) * 365 * 100
           ELSE
               MOVE 0 TO WS-AVG-RATE
           END-IF.
       4900-WRITE-LINE.
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE
           IF PRODUCT-AVAILABLE
               CLOSE PRODUCT-FILE
           END-IF
           IF RATE-HISTORY-AVAILABLE
               CLOSE RATE-HISTORY-FILE
           END-IF
           IF EXCEPTIONS-AVAILABLE
               CLOSE EXCEPTION-RATE-FILE
           END-IF.
