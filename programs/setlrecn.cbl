       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETLRECN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORR-STMT-FILE ASSIGN TO 'CORRSTMT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CST-STATUS.
           SELECT OPTIONAL SETTLE-BATCH-FILE ASSIGN TO 'SETLBTCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBT-STATUS.
           SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO 'SETLOPEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOI-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'SETLRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ESCALATION-FILE ASSIGN TO 'SETLESCL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * THE CORRESPONDENT'S DAILY STATEMENT OF OUR SETTLEMENT
      * ACCOUNT: A HEADER CARRYING THE OPENING BALANCE, ONE ENTRY
      * PER MOVEMENT QUOTING OUR BATCH REFERENCE, AND A TRAILER
      * CARRYING THE CLOSING BALANCE.  BALANCES ARE SIGNED BY THE
      * DR/CR INDICATOR THE SAME WAY AS ENTRIES.
       FD CORR-STMT-FILE.
       01 CORR-STMT-RECORD.
          05 CST-REC-TYPE    PIC X(01).
             88 CST-HEADER      VALUE 'H'.
             88 CST-ENTRY       VALUE 'E'.
             88 CST-TRAILER     VALUE 'T'.
          05 CST-STMT-DATE   PIC 9(8).
          05 CST-DR-CR       PIC X(02).
             88 CST-IS-DEBIT    VALUE 'DR'.
             88 CST-IS-CREDIT   VALUE 'CR'.
          05 CST-AMOUNT-TEXT PIC X(13).
          05 CST-AMOUNT REDEFINES CST-AMOUNT-TEXT PIC 9(11)V99.
          05 CST-BATCH-REF   PIC X(12).
          05 CST-VALUE-DATE  PIC 9(8).
          05 CST-CORR-REF    PIC X(16).
       FD SETTLE-BATCH-FILE.
       01 SETTLE-BATCH-RECORD.
           COPY SETLBREC.
       FD OPEN-ITEM-FILE.
       01 OPEN-ITEM-RECORD.
           COPY SETLOREC.
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(80).
       FD ESCALATION-FILE.
       01 ESCALATION-RECORD  PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-CST-STATUS      PIC XX VALUE '00'.
       01 WS-SBT-STATUS      PIC XX VALUE '00'.
       01 WS-SOI-STATUS      PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-ESC-STATUS      PIC XX VALUE '00'.
       01 WS-CST-EOF         PIC X VALUE 'N'.
           88 STATEMENT-EOF  VALUE 'Y'.
       01 WS-SBT-EOF         PIC X VALUE 'N'.
           88 BATCH-EOF      VALUE 'Y'.
       01 WS-SOI-EOF         PIC X VALUE 'N'.
           88 OPEN-ITEM-EOF  VALUE 'Y'.
       01 WS-CONTROL-SWITCH  PIC X VALUE 'N'.
           88 CONTROL-ON-FILE VALUE 'Y'.
       01 WS-TRAILER-SWITCH  PIC X VALUE 'N'.
           88 TRAILER-SEEN   VALUE 'Y'.
       01 WS-TABLE-SWITCH    PIC X VALUE 'N'.
           88 ITEM-TABLE-FULL VALUE 'Y'.
       01 WS-STMT-DATE       PIC 9(8) VALUE 0.
       01 WS-LAST-STMT-DATE  PIC 9(8) VALUE 0.
       01 WS-CORR-OPENING    PIC S9(11)V99 VALUE 0.
       01 WS-CORR-CLOSING    PIC S9(11)V99 VALUE 0.
       01 WS-CORR-MOVEMENT   PIC S9(11)V99 VALUE 0.
       01 WS-CORR-FOOTED     PIC S9(11)V99 VALUE 0.
       01 WS-BOOK-OPENING    PIC S9(11)V99 VALUE 0.
       01 WS-BOOK-CLOSING    PIC S9(11)V99 VALUE 0.
       01 WS-BOOK-MOVEMENT   PIC S9(11)V99 VALUE 0.
       01 WS-OUR-OPEN-NET    PIC S9(11)V99 VALUE 0.
       01 WS-THEIR-OPEN-NET  PIC S9(11)V99 VALUE 0.
       01 WS-ADJUSTED-CORR   PIC S9(11)V99 VALUE 0.
       01 WS-CLOSING-DIFF    PIC S9(11)V99 VALUE 0.
       01 WS-ENTRY-AMOUNT    PIC S9(11)V99 VALUE 0.
      * EVERY ITEM IN PLAY FOR THE DAY: THOSE CARRIED FORWARD, THE
      * BATCHES OF OURS SINCE THE LAST STATEMENT, AND TODAY'S
      * STATEMENT ENTRIES.  ONLY THE UNMATCHED ARE CARRIED ON.
       01 WS-ITEM-MAX        PIC 9(4) COMP VALUE 2000.
       01 WS-ITEM-COUNT      PIC 9(4) COMP VALUE 0.
       01 WS-ITEM-IDX        PIC 9(4) COMP VALUE 0.
       01 WS-MATCH-IDX       PIC 9(4) COMP VALUE 0.
       01 WS-MATCH-HIT       PIC 9(4) COMP VALUE 0.
       01 WS-ITEM-TABLE.
          05 WS-ITEM-ENTRY OCCURS 2000 TIMES.
             10 WS-IT-SIDE       PIC X(01).
             10 WS-IT-BATCH-REF  PIC X(12).
             10 WS-IT-SOURCE     PIC X(01).
             10 WS-IT-DATE       PIC 9(8).
             10 WS-IT-AMOUNT     PIC S9(11)V99.
             10 WS-IT-CORR-REF   PIC X(16).
             10 WS-IT-FIRST-SEEN PIC 9(8).
             10 WS-IT-MATCHED    PIC X(01).
             10 WS-IT-AGE        PIC 9(3).
      * MATCHED TOTALS BY THE SOURCE OF OUR BATCH.
       01 WS-SOURCE-DEFS.
          05 FILLER PIC X(21) VALUE 'OOUTBOUND BATCHES    '.
          05 FILLER PIC X(21) VALUE 'IINBOUND FEED BATCHES'.
          05 FILLER PIC X(21) VALUE 'RRETURN BATCHES      '.
       01 WS-SOURCE-TABLE REDEFINES WS-SOURCE-DEFS.
          05 WS-SOURCE-DEF OCCURS 3 TIMES.
             10 WS-SRC-CODE   PIC X(01).
             10 WS-SRC-LABEL  PIC X(20).
       01 WS-SRC-IDX         PIC 9(3) COMP VALUE 0.
       01 WS-MATCHED-WORK.
          05 WS-MATCHED-ENTRY OCCURS 3 TIMES.
             10 WS-MW-COUNT   PIC 9(7).
             10 WS-MW-AMOUNT  PIC S9(11)V99.
      * AGE BUCKETS IN BUSINESS DAYS FROM THE ITEM'S DATE TO THE
      * STATEMENT DATE.  ANYTHING PAST WS-ESCALATE-DAYS GOES TO THE
      * CONTROL DESK.
       01 WS-ESCALATE-DAYS   PIC 9(3) VALUE 5.
       01 WS-BUCKET-DEFS.
          05 FILLER PIC X(26) VALUE '001 0 TO 1 BUSINESS DAYS  '.
          05 FILLER PIC X(26) VALUE '003 2 TO 3 BUSINESS DAYS  '.
          05 FILLER PIC X(26) VALUE '005 4 TO 5 BUSINESS DAYS  '.
          05 FILLER PIC X(26) VALUE '999 OVER 5 BUSINESS DAYS  '.
       01 WS-BUCKET-TABLE REDEFINES WS-BUCKET-DEFS.
          05 WS-BUCKET-DEF OCCURS 4 TIMES.
             10 WS-BKT-LIMIT  PIC 9(3).
             10 FILLER        PIC X(01).
             10 WS-BKT-LABEL  PIC X(22).
       01 WS-BKT-IDX         PIC 9(3) COMP VALUE 0.
       01 WS-BUCKET-WORK.
          05 WS-BUCKET-ENTRY OCCURS 4 TIMES.
             10 WS-BW-OUR-COUNT    PIC 9(7).
             10 WS-BW-OUR-AMOUNT   PIC S9(11)V99.
             10 WS-BW-THEIR-COUNT  PIC 9(7).
             10 WS-BW-THEIR-AMOUNT PIC S9(11)V99.
       01 WS-AGE-DATE        PIC 9(8) VALUE 0.
       01 WS-AGE-DATE-R REDEFINES WS-AGE-DATE.
          05 WS-AD-YEAR      PIC 9(4).
          05 WS-AD-MONTH     PIC 9(2).
          05 WS-AD-DAY       PIC 9(2).
       01 WS-AGE-DAYS        PIC 9(3) VALUE 0.
       01 WS-BUSDAY-AREA.
          05 WS-BD-FUNCTION   PIC X(01).
          05 WS-BD-DATE-IN    PIC 9(8).
          05 WS-BD-FLAG       PIC X(01).
             88 BUSINESS-DAY-OPEN VALUE 'Y'.
          05 WS-BD-DATE-OUT   PIC 9(8).
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-CARRIED-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-BATCH-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-ENTRY-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-BAD-ENTRY-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-MATCHED-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-OPEN-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-ESCALATED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-TITLE-LINE.
          05 FILLER          PIC X(42)
             VALUE 'CORRESPONDENT SETTLEMENT RECONCILIATION - '.
          05 WS-T-DATE       PIC 9(8).
       01 WS-AMOUNT-LINE.
          05 WS-AM-LABEL     PIC X(44).
          05 WS-AM-AMOUNT    PIC -(12)9.99.
       01 WS-COUNT-LINE.
          05 WS-CL-LABEL     PIC X(24).
          05 WS-CL-COUNT     PIC Z(6)9.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-CL-AMOUNT    PIC -(12)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-CL-COUNT-2   PIC Z(6)9.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-CL-AMOUNT-2  PIC -(12)9.99.
       01 WS-BUCKET-HEADING.
          05 FILLER          PIC X(24) VALUE 'OPEN ITEMS BY AGE'.
          05 FILLER          PIC X(24)
             VALUE '  OUR BATCHES NOT SEEN  '.
          05 FILLER          PIC X(24)
             VALUE '  STATEMENT UNMATCHED   '.
       01 WS-ITEM-HEADING.
          05 FILLER          PIC X(06) VALUE 'SIDE'.
          05 FILLER          PIC X(13) VALUE 'BATCH REF'.
          05 FILLER          PIC X(09) VALUE 'DATE'.
          05 FILLER          PIC X(17) VALUE 'CORR REF'.
          05 FILLER          PIC X(17) VALUE '           AMOUNT'.
          05 FILLER          PIC X(05) VALUE '  AGE'.
       01 WS-ITEM-LINE.
          05 WS-IL-SIDE      PIC X(06).
          05 WS-IL-BATCH-REF PIC X(13).
          05 WS-IL-DATE      PIC 9(8).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-IL-CORR-REF  PIC X(17).
          05 WS-IL-AMOUNT    PIC -(12)9.99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-IL-AGE       PIC ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    THE CORRESPONDENT'S STATEMENT ENTRIES ARE MATCHED TO OUR
      *    SETTLEMENT BATCHES BY BATCH REFERENCE AND AMOUNT, THE
      *    STATEMENT DATE BEING NO EARLIER THAN THE BATCH.  WHAT
      *    DOES NOT MATCH ON EITHER SIDE IS CARRIED ON SETLOPEN AND
      *    TRIED AGAIN TOMORROW.  OUR BOOK POSITION, LESS OUR ITEMS
      *    NOT YET ON THE STATEMENT, SHOULD EQUAL THE CORRESPONDENT'S
      *    CLOSING BALANCE LESS ITS ENTRIES NOT YET MATCHED; ANY
      *    DIFFERENCE, AND ANY OPEN ITEM OLDER THAN FIVE BUSINESS
      *    DAYS, IS ESCALATED TO THE CONTROL DESK.
           INITIALIZE WS-MATCHED-WORK
           INITIALIZE WS-BUCKET-WORK
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-STMT-HEADER
           PERFORM 1200-LOAD-OPEN-ITEMS
           IF CONTROL-ON-FILE AND WS-LAST-STMT-DATE NOT < WS-STMT-DATE
               DISPLAY 'STATEMENT OF ' WS-STMT-DATE
                   ' ALREADY RECONCILED, LAST ' WS-LAST-STMT-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               STOP RUN
           END-IF
           IF NOT CONTROL-ON-FILE
               MOVE WS-CORR-OPENING TO WS-BOOK-OPENING
               DISPLAY 'NO OPEN-ITEM CONTROL RECORD, BOOK POSITION '
                   'TAKEN FROM STATEMENT OPENING'
           END-IF
           PERFORM 1300-LOAD-BATCHES
           PERFORM 2000-READ-STMT-ENTRY
           PERFORM 2100-TAKE-STMT-ENTRY
               UNTIL STATEMENT-EOF OR TRAILER-SEEN
           IF ITEM-TABLE-FULL
               DISPLAY 'ALERT: OPEN-ITEM TABLE FULL AT ' WS-ITEM-MAX
                   ' ITEMS, OPEN ITEMS NOT REWRITTEN'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               STOP RUN
           END-IF
           COMPUTE WS-BOOK-CLOSING = WS-BOOK-OPENING + WS-BOOK-MOVEMENT
           COMPUTE WS-CORR-FOOTED = WS-CORR-OPENING + WS-CORR-MOVEMENT
           IF NOT TRAILER-SEEN
               DISPLAY 'STATEMENT TRAILER MISSING, CLOSING BALANCE '
                   'TAKEN AS OPENING PLUS ENTRIES'
               MOVE WS-CORR-FOOTED TO WS-CORR-CLOSING
           END-IF
           PERFORM 3000-MATCH-ENTRY
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
           PERFORM 4000-AGE-OPEN-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
           COMPUTE WS-ADJUSTED-CORR =
               WS-CORR-CLOSING + WS-OUR-OPEN-NET - WS-THEIR-OPEN-NET
           COMPUTE WS-CLOSING-DIFF =
               WS-ADJUSTED-CORR - WS-BOOK-CLOSING
           PERFORM 5000-WRITE-REPORT
           PERFORM 6000-SAVE-OPEN-ITEMS
           DISPLAY 'STATEMENT DATE        : ' WS-STMT-DATE
           DISPLAY 'ITEMS CARRIED IN      : ' WS-CARRIED-COUNT
           DISPLAY 'NEW BATCHES OF OURS   : ' WS-BATCH-COUNT
           DISPLAY 'STATEMENT ENTRIES     : ' WS-ENTRY-COUNT
           DISPLAY 'ENTRIES REJECTED      : ' WS-BAD-ENTRY-COUNT
           DISPLAY 'ITEMS MATCHED         : ' WS-MATCHED-COUNT
           DISPLAY 'ITEMS CARRIED FORWARD : ' WS-OPEN-COUNT
           DISPLAY 'ESCALATED TO CONTROL  : ' WS-ESCALATED-COUNT
           DISPLAY 'CLOSING DIFFERENCE    : ' WS-CLOSING-DIFF
           IF WS-CLOSING-DIFF NOT = 0
               DISPLAY 'ALERT: SETTLEMENT ACCOUNT OUT OF BALANCE BY '
                   WS-CLOSING-DIFF
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CORR-FOOTED NOT = WS-CORR-CLOSING
               OR WS-BAD-ENTRY-COUNT > 0
               DISPLAY 'ALERT: CORRESPONDENT STATEMENT DOES NOT FOOT'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ESCALATED-COUNT > 0
               DISPLAY 'ALERT: ' WS-ESCALATED-COUNT
                   ' SETTLEMENT ITEM(S) ESCALATED TO CONTROL DESK'
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
           OPEN INPUT CORR-STMT-FILE
           IF WS-CST-STATUS NOT = '00'
               DISPLAY 'CORRESPONDENT STATEMENT OPEN ERROR: '
                   WS-CST-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE CORR-STMT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT ESCALATION-FILE
           IF WS-ESC-STATUS NOT = '00'
               DISPLAY 'ESCALATION FILE OPEN ERROR: ' WS-ESC-STATUS
               CLOSE CORR-STMT-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.
       1100-READ-STMT-HEADER.
           PERFORM 2000-READ-STMT-ENTRY
           IF STATEMENT-EOF OR NOT CST-HEADER
               OR CST-AMOUNT-TEXT IS NOT NUMERIC
               DISPLAY 'CORRESPONDENT STATEMENT HAS NO VALID HEADER'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               STOP RUN
           END-IF
           MOVE CST-STMT-DATE TO WS-STMT-DATE
           IF CST-IS-DEBIT
               COMPUTE WS-CORR-OPENING = 0 - CST-AMOUNT
           ELSE
               MOVE CST-AMOUNT TO WS-CORR-OPENING
           END-IF.
       1200-LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-SOI-STATUS = '00' OR WS-SOI-STATUS = '05'
               PERFORM 1210-READ-OPEN-ITEM
               PERFORM 1220-STORE-OPEN-ITEM UNTIL OPEN-ITEM-EOF
               CLOSE OPEN-ITEM-FILE
           ELSE
               DISPLAY 'OPEN-ITEM FILE OPEN ERROR: ' WS-SOI-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               STOP RUN
           END-IF.
       1210-READ-OPEN-ITEM.
           READ OPEN-ITEM-FILE
               AT END
                  MOVE 'Y' TO WS-SOI-EOF
           END-READ.
       1220-STORE-OPEN-ITEM.
           IF SOI-CONTROL
               MOVE 'Y' TO WS-CONTROL-SWITCH
               MOVE SOI-LAST-STMT-DATE TO WS-LAST-STMT-DATE
               MOVE SOI-BOOK-POSITION TO WS-BOOK-OPENING
           ELSE
               PERFORM 1230-ADD-TABLE-ENTRY
               IF NOT ITEM-TABLE-FULL
                   ADD 1 TO WS-CARRIED-COUNT
                   MOVE SOI-SIDE TO WS-IT-SIDE (WS-ITEM-COUNT)
                   MOVE SOI-BATCH-REF TO WS-IT-BATCH-REF (WS-ITEM-COUNT)
                   MOVE SOI-SOURCE TO WS-IT-SOURCE (WS-ITEM-COUNT)
                   MOVE SOI-ITEM-DATE TO WS-IT-DATE (WS-ITEM-COUNT)
                   MOVE SOI-AMOUNT TO WS-IT-AMOUNT (WS-ITEM-COUNT)
                   MOVE SOI-CORR-REF TO WS-IT-CORR-REF (WS-ITEM-COUNT)
                   MOVE SOI-FIRST-SEEN
                       TO WS-IT-FIRST-SEEN (WS-ITEM-COUNT)
               END-IF
           END-IF
           PERFORM 1210-READ-OPEN-ITEM.
       1230-ADD-TABLE-ENTRY.
           IF WS-ITEM-COUNT < WS-ITEM-MAX
               ADD 1 TO WS-ITEM-COUNT
               MOVE 'N' TO WS-IT-MATCHED (WS-ITEM-COUNT)
               MOVE 0 TO WS-IT-AGE (WS-ITEM-COUNT)
           ELSE
               MOVE 'Y' TO WS-TABLE-SWITCH
           END-IF.
       1300-LOAD-BATCHES.
      *    A BATCH IS NEW IF IT IS DATED AFTER THE LAST STATEMENT
      *    RECONCILED AND NOT AFTER THIS ONE; LATER BATCHES WAIT FOR
      *    THEIR OWN STATEMENT.  EVERY NEW BATCH MOVES THE BOOK
      *    POSITION WHETHER OR NOT THE CORRESPONDENT HAS IT YET.
           OPEN INPUT SETTLE-BATCH-FILE
           IF WS-SBT-STATUS = '00' OR WS-SBT-STATUS = '05'
               PERFORM 1310-READ-BATCH
               PERFORM 1320-STORE-BATCH UNTIL BATCH-EOF
               CLOSE SETTLE-BATCH-FILE
           ELSE
               DISPLAY 'SETTLEMENT BATCH FILE UNAVAILABLE, STATUS '
                   WS-SBT-STATUS ', NO NEW BATCHES'
           END-IF.
       1310-READ-BATCH.
           READ SETTLE-BATCH-FILE
               AT END
                  MOVE 'Y' TO WS-SBT-EOF
           END-READ.
       1320-STORE-BATCH.
           IF SBT-BATCH-DATE > WS-LAST-STMT-DATE
               AND SBT-BATCH-DATE NOT > WS-STMT-DATE
               PERFORM 1230-ADD-TABLE-ENTRY
               IF NOT ITEM-TABLE-FULL
                   ADD 1 TO WS-BATCH-COUNT
                   ADD SBT-NET-AMOUNT TO WS-BOOK-MOVEMENT
                   MOVE 'B' TO WS-IT-SIDE (WS-ITEM-COUNT)
                   MOVE SBT-BATCH-REF TO WS-IT-BATCH-REF (WS-ITEM-COUNT)
                   MOVE SBT-SOURCE TO WS-IT-SOURCE (WS-ITEM-COUNT)
                   MOVE SBT-BATCH-DATE TO WS-IT-DATE (WS-ITEM-COUNT)
                   MOVE SBT-NET-AMOUNT TO WS-IT-AMOUNT (WS-ITEM-COUNT)
                   MOVE SPACES TO WS-IT-CORR-REF (WS-ITEM-COUNT)
                   MOVE WS-STMT-DATE
                       TO WS-IT-FIRST-SEEN (WS-ITEM-COUNT)
               END-IF
           END-IF
           PERFORM 1310-READ-BATCH.
       2000-READ-STMT-ENTRY.
           READ CORR-STMT-FILE
               AT END
                  MOVE 'Y' TO WS-CST-EOF
           END-READ.
       2100-TAKE-STMT-ENTRY.
           EVALUATE TRUE
               WHEN CST-TRAILER
                   MOVE 'Y' TO WS-TRAILER-SWITCH
                   IF CST-AMOUNT-TEXT IS NUMERIC
                       IF CST-IS-DEBIT
                           COMPUTE WS-CORR-CLOSING = 0 - CST-AMOUNT
                       ELSE
                           MOVE CST-AMOUNT TO WS-CORR-CLOSING
                       END-IF
                   ELSE
                       MOVE 'N' TO WS-TRAILER-SWITCH
                   END-IF
               WHEN CST-ENTRY AND CST-AMOUNT-TEXT IS NUMERIC
                   AND (CST-IS-DEBIT OR CST-IS-CREDIT)
                   PERFORM 2200-STORE-STMT-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-BAD-ENTRY-COUNT
                   DISPLAY 'STATEMENT ENTRY REJECTED: ' CORR-STMT-RECORD
           END-EVALUATE
           IF NOT TRAILER-SEEN
               PERFORM 2000-READ-STMT-ENTRY
           END-IF.
       2200-STORE-STMT-ENTRY.
           IF CST-IS-DEBIT
               COMPUTE WS-ENTRY-AMOUNT = 0 - CST-AMOUNT
           ELSE
               MOVE CST-AMOUNT TO WS-ENTRY-AMOUNT
           END-IF
           ADD 1 TO WS-ENTRY-COUNT
           ADD WS-ENTRY-AMOUNT TO WS-CORR-MOVEMENT
           PERFORM 1230-ADD-TABLE-ENTRY
           IF NOT ITEM-TABLE-FULL
               MOVE 'S' TO WS-IT-SIDE (WS-ITEM-COUNT)
               MOVE CST-BATCH-REF TO WS-IT-BATCH-REF (WS-ITEM-COUNT)
               MOVE SPACE TO WS-IT-SOURCE (WS-ITEM-COUNT)
               MOVE CST-VALUE-DATE TO WS-IT-DATE (WS-ITEM-COUNT)
               MOVE WS-ENTRY-AMOUNT TO WS-IT-AMOUNT (WS-ITEM-COUNT)
               MOVE CST-CORR-REF TO WS-IT-CORR-REF (WS-ITEM-COUNT)
               MOVE WS-STMT-DATE TO WS-IT-FIRST-SEEN (WS-ITEM-COUNT)
           END-IF.
       3000-MATCH-ENTRY.
      *    EACH STATEMENT ENTRY STILL OPEN, OLD OR NEW, TAKES THE
      *    EARLIEST-LOADED BATCH OF OURS WITH THE SAME REFERENCE AND
      *    AMOUNT THAT IS NOT DATED AFTER IT.
           IF WS-IT-SIDE (WS-ITEM-IDX) = 'S'
               AND WS-IT-MATCHED (WS-ITEM-IDX) = 'N'
               AND WS-IT-BATCH-REF (WS-ITEM-IDX) NOT = SPACES
               MOVE 0 TO WS-MATCH-HIT
               MOVE 0 TO WS-MATCH-IDX
               PERFORM 3100-TRY-BATCH
                   UNTIL WS-MATCH-IDX >= WS-ITEM-COUNT
                      OR WS-MATCH-HIT > 0
               IF WS-MATCH-HIT > 0
                   MOVE 'Y' TO WS-IT-MATCHED (WS-ITEM-IDX)
                   MOVE 'Y' TO WS-IT-MATCHED (WS-MATCH-HIT)
                   ADD 2 TO WS-MATCHED-COUNT
                   PERFORM 3200-ADD-MATCHED-TOTAL
               END-IF
           END-IF.
       3100-TRY-BATCH.
           ADD 1 TO WS-MATCH-IDX
           IF WS-IT-SIDE (WS-MATCH-IDX) = 'B'
               AND WS-IT-MATCHED (WS-MATCH-IDX) = 'N'
               AND WS-IT-BATCH-REF (WS-MATCH-IDX) =
                   WS-IT-BATCH-REF (WS-ITEM-IDX)
               AND WS-IT-AMOUNT (WS-MATCH-IDX) =
                   WS-IT-AMOUNT (WS-ITEM-IDX)
               AND WS-IT-DATE (WS-MATCH-IDX) NOT >
                   WS-IT-DATE (WS-ITEM-IDX)
               MOVE WS-MATCH-IDX TO WS-MATCH-HIT
           END-IF.
       3200-ADD-MATCHED-TOTAL.
           PERFORM 3210-ADD-SOURCE-TOTAL
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > 3.
       3210-ADD-SOURCE-TOTAL.
           IF WS-SRC-CODE (WS-SRC-IDX) = WS-IT-SOURCE (WS-MATCH-HIT)
               ADD 1 TO WS-MW-COUNT (WS-SRC-IDX)
               ADD WS-IT-AMOUNT (WS-MATCH-HIT)
                   TO WS-MW-AMOUNT (WS-SRC-IDX)
           END-IF.
       4000-AGE-OPEN-ITEM.
           IF WS-IT-MATCHED (WS-ITEM-IDX) = 'N'
               ADD 1 TO WS-OPEN-COUNT
               MOVE WS-IT-DATE (WS-ITEM-IDX) TO WS-AGE-DATE
               MOVE 0 TO WS-AGE-DAYS
               PERFORM 4100-STEP-BUSINESS-DAY
                   UNTIL WS-AGE-DATE NOT < WS-STMT-DATE
                      OR WS-AGE-DAYS > 998
               MOVE WS-AGE-DAYS TO WS-IT-AGE (WS-ITEM-IDX)
               MOVE 1 TO WS-BKT-IDX
               PERFORM 4200-NEXT-BUCKET
                   UNTIL WS-AGE-DAYS NOT > WS-BKT-LIMIT (WS-BKT-IDX)
               IF WS-IT-SIDE (WS-ITEM-IDX) = 'B'
                   ADD 1 TO WS-BW-OUR-COUNT (WS-BKT-IDX)
                   ADD WS-IT-AMOUNT (WS-ITEM-IDX)
                       TO WS-BW-OUR-AMOUNT (WS-BKT-IDX)
                   ADD WS-IT-AMOUNT (WS-ITEM-IDX) TO WS-OUR-OPEN-NET
               ELSE
                   ADD 1 TO WS-BW-THEIR-COUNT (WS-BKT-IDX)
                   ADD WS-IT-AMOUNT (WS-ITEM-IDX)
                       TO WS-BW-THEIR-AMOUNT (WS-BKT-IDX)
                   ADD WS-IT-AMOUNT (WS-ITEM-IDX) TO WS-THEIR-OPEN-NET
               END-IF
               IF WS-AGE-DAYS > WS-ESCALATE-DAYS
                   PERFORM 4300-WRITE-ESCALATION
               END-IF
           END-IF.
       4100-STEP-BUSINESS-DAY.
           MOVE 'N' TO WS-BD-FUNCTION
           MOVE WS-AGE-DATE TO WS-BD-DATE-IN
           CALL 'DATEUTIL' USING WS-DATE-RESULT, WS-AGE-DATE-R,
               WS-BUSDAY-AREA
           MOVE WS-BD-DATE-OUT TO WS-AGE-DATE
           ADD 1 TO WS-AGE-DAYS.
       4200-NEXT-BUCKET.
           ADD 1 TO WS-BKT-IDX.
       4300-WRITE-ESCALATION.
           ADD 1 TO WS-ESCALATED-COUNT
           MOVE WS-IT-AMOUNT (WS-ITEM-IDX) TO WS-IL-AMOUNT
           MOVE SPACES TO ESCALATION-RECORD
           IF WS-IT-SIDE (WS-ITEM-IDX) = 'B'
               STRING 'CONTROL DESK: BATCH NOT ON STMT  REF: '
                   WS-IT-BATCH-REF (WS-ITEM-IDX)
                   ' DATE: ' WS-IT-DATE (WS-ITEM-IDX)
                   ' AMT: ' WS-IL-AMOUNT
                   ' AGE: ' WS-AGE-DAYS
                   DELIMITED BY SIZE INTO ESCALATION-RECORD
           ELSE
               STRING 'CONTROL DESK: STMT UNMATCHED  CORR: '
                   WS-IT-CORR-REF (WS-ITEM-IDX)
                   ' DATE: ' WS-IT-DATE (WS-ITEM-IDX)
                   ' AMT: ' WS-IL-AMOUNT
                   ' AGE: ' WS-AGE-DAYS
                   DELIMITED BY SIZE INTO ESCALATION-RECORD
           END-IF
           WRITE ESCALATION-RECORD.
       5000-WRITE-REPORT.
           MOVE WS-STMT-DATE TO WS-T-DATE
           MOVE WS-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'OPENING POSITION - CORRESPONDENT' TO WS-AM-LABEL
           MOVE WS-CORR-OPENING TO WS-AM-AMOUNT
           PERFORM 5900-WRITE-AMOUNT-LINE
           MOVE 'OPENING POSITION - OUR BOOKS' TO WS-AM-LABEL
           MOVE WS-BOOK-OPENING TO WS-AM-AMOUNT
           PERFORM 5900-WRITE-AMOUNT-LINE
           MOVE 'STATEMENT ENTRIES, NET' TO WS-AM-LABEL
           MOVE WS-CORR-MOVEMENT TO WS-AM-AMOUNT
           PERFORM 5900-WRITE-AMOUNT-LINE
           MOVE 'NEW BATCHES OF OURS, NET' TO WS-AM-LABEL
           MOVE WS-BOOK-MOVEMENT TO WS-AM-AMOUNT
           PERFORM 5900-WRITE-AMOUNT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'MATCHED TODAY' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5100-WRITE-MATCHED-LINE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > 3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BUCKET-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5200-WRITE-BUCKET-LINE
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 4
           IF WS-OPEN-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-ITEM-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 5300-WRITE-ITEM-LINE
                   VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CLOSING POSITION - CORRESPONDENT' TO WS-AM-LABEL
           MOVE WS-CORR-CLOSING TO WS-AM-AMOUNT
           PERFORM 5900-WRITE-AMOUNT-LINE
           MOVE 'ADD OUR BATCHES NOT YET ON STATEMENT'
               TO WS-AM-LABEL
           MOVE WS-OUR-OPEN-NET TO WS-AM-AMOUNT
           PERFORM 5900-WRITE-AMOUNT-LINE
           MOVE 'LESS STATEMENT ENTRIES NOT MATCHED' TO WS-AM-LABEL
           MOVE WS-THEIR-OPEN-NET TO WS-AM-AMOUNT
           PERFORM 5900-WRITE-AMOUNT-LINE
           MOVE 'ADJUSTED CORRESPONDENT POSITION' TO WS-AM-LABEL
           MOVE WS-ADJUSTED-CORR TO WS-AM-AMOUNT
           PERFORM 5900-WRITE-AMOUNT-LINE
           MOVE 'CLOSING POSITION - OUR BOOKS' TO WS-AM-LABEL
           MOVE WS-BOOK-CLOSING TO WS-AM-AMOUNT
           PERFORM 5900-WRITE-AMOUNT-LINE
           MOVE 'CLOSING DIFFERENCE' TO WS-AM-LABEL
           MOVE WS-CLOSING-DIFF TO WS-AM-AMOUNT
           PERFORM 5900-WRITE-AMOUNT-LINE
           IF WS-CORR-FOOTED NOT = WS-CORR-CLOSING
               MOVE 'STATEMENT DOES NOT FOOT - ENTRIES GIVE'
                   TO WS-AM-LABEL
               MOVE WS-CORR-FOOTED TO WS-AM-AMOUNT
               PERFORM 5900-WRITE-AMOUNT-LINE
           END-IF.
       5100-WRITE-MATCHED-LINE.
           MOVE SPACES TO WS-COUNT-LINE
           MOVE WS-SRC-LABEL (WS-SRC-IDX) TO WS-CL-LABEL
           MOVE WS-MW-COUNT (WS-SRC-IDX) TO WS-CL-COUNT
           MOVE WS-MW-AMOUNT (WS-SRC-IDX) TO WS-CL-AMOUNT
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       5200-WRITE-BUCKET-LINE.
           MOVE WS-BKT-LABEL (WS-BKT-IDX) TO WS-CL-LABEL
           MOVE WS-BW-OUR-COUNT (WS-BKT-IDX) TO WS-CL-COUNT
           MOVE WS-BW-OUR-AMOUNT (WS-BKT-IDX) TO WS-CL-AMOUNT
           MOVE WS-BW-THEIR-COUNT (WS-BKT-IDX) TO WS-CL-COUNT-2
           MOVE WS-BW-THEIR-AMOUNT (WS-BKT-IDX) TO WS-CL-AMOUNT-2
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       5300-WRITE-ITEM-LINE.
           IF WS-IT-MATCHED (WS-ITEM-IDX) = 'N'
               IF WS-IT-SIDE (WS-ITEM-IDX) = 'B'
                   MOVE 'OURS' TO WS-IL-SIDE
               ELSE
                   MOVE 'STMT' TO WS-IL-SIDE
               END-IF
               MOVE WS-IT-BATCH-REF (WS-ITEM-IDX) TO WS-IL-BATCH-REF
               MOVE WS-IT-DATE (WS-ITEM-IDX) TO WS-IL-DATE
               MOVE WS-IT-CORR-REF (WS-ITEM-IDX) TO WS-IL-CORR-REF
               MOVE WS-IT-AMOUNT (WS-ITEM-IDX) TO WS-IL-AMOUNT
               MOVE WS-IT-AGE (WS-ITEM-IDX) TO WS-IL-AGE
               MOVE WS-ITEM-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       5900-WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       6000-SAVE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEM-FILE
           IF WS-SOI-STATUS NOT = '00' AND WS-SOI-STATUS NOT = '05'
               DISPLAY 'ALERT: OPEN-ITEM FILE REWRITE ERROR: '
                   WS-SOI-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO OPEN-ITEM-RECORD
               SET SOI-CONTROL TO TRUE
               MOVE WS-STMT-DATE TO SOI-LAST-STMT-DATE
               MOVE WS-BOOK-CLOSING TO SOI-BOOK-POSITION
               WRITE OPEN-ITEM-RECORD
               PERFORM 6100-SAVE-ONE-ITEM
                   VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               CLOSE OPEN-ITEM-FILE
           END-IF.
       6100-SAVE-ONE-ITEM.
           IF WS-IT-MATCHED (WS-ITEM-IDX) = 'N'
               SET SOI-OPEN-ITEM TO TRUE
               MOVE WS-IT-SIDE (WS-ITEM-IDX) TO SOI-SIDE
               MOVE WS-IT-BATCH-REF (WS-ITEM-IDX) TO SOI-BATCH-REF
               MOVE WS-IT-SOURCE (WS-ITEM-IDX) TO SOI-SOURCE
               MOVE WS-IT-DATE (WS-ITEM-IDX) TO SOI-ITEM-DATE
               MOVE WS-IT-AMOUNT (WS-ITEM-IDX) TO SOI-AMOUNT
               MOVE WS-IT-CORR-REF (WS-ITEM-IDX) TO SOI-CORR-REF
               MOVE WS-IT-FIRST-SEEN (WS-ITEM-IDX) TO SOI-FIRST-SEEN
               WRITE OPEN-ITEM-RECORD
           END-IF.
       9000-CLOSE-FILES.
           CLOSE CORR-STMT-FILE
           CLOSE REPORT-FILE
           CLOSE ESCALATION-FILE.
