       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STANDING-FILE ASSIGN TO 'ACCTSTND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STD-STATUS.
           SELECT OPTIONAL WAREHOUSE-FILE ASSIGN TO 'TRNWHSE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.
           SELECT SWEEP-FILE ASSIGN TO 'SWEEPINS'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SWP-SOURCE-ACCT
               FILE STATUS IS WS-SWP-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'ACCTHOLD'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.
           SELECT NOTIFICATION-FILE ASSIGN TO 'ACCTNOTE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'FUNDFCRP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL DAYS-PARM-FILE ASSIGN TO 'FUNDDAYS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD STANDING-FILE.
       01 STANDING-RECORD.
          05 SI-SOURCE-ACCT-ID  PIC X(10).
          05 SI-DEST-ACCT-ID    PIC X(10).
          05 SI-AMOUNT          PIC S9(9)V99.
          05 SI-FREQUENCY       PIC X(01).
             88 SI-DAILY           VALUE 'D'.
             88 SI-WEEKLY          VALUE 'W'.
             88 SI-MONTHLY         VALUE 'M'.
          05 SI-NEXT-RUN-DATE   PIC 9(8).
       FD WAREHOUSE-FILE.
       01 WAREHOUSE-RECORD.
          05 WHSE-ACCT-ID    PIC X(10).
          05 WHSE-CODE       PIC X(01).
             88 WHSE-DEBIT-TYPE VALUE 'D' 'F' 'E' 'T'.
          05 WHSE-AMOUNT     PIC S9(9)V99.
          05 WHSE-REF        PIC X(12).
          05 WHSE-EFFECTIVE-DATE PIC 9(8).
       FD SWEEP-FILE.
       01 SWEEP-RECORD.
           COPY SWEEPREC.
       FD HOLD-FILE.
       01 HOLD-RECORD.
           COPY HOLDREC.
       FD NOTIFICATION-FILE.
       01 NOTIFICATION-RECORD PIC X(80).
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(100).
       FD DAYS-PARM-FILE.
       01 DAYS-PARM-RECORD   PIC X(02).
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SRT-ACCT-ID     PIC X(10).
          05 SRT-DATE        PIC 9(8).
          05 SRT-SOURCE      PIC X(01).
             88 SRT-STANDING    VALUE 'S'.
             88 SRT-WAREHOUSED  VALUE 'W'.
             88 SRT-SWEEP       VALUE 'P'.
          05 SRT-AMOUNT      PIC S9(9)V99.
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-STD-STATUS      PIC XX VALUE '00'.
       01 WS-WHSE-STATUS     PIC XX VALUE '00'.
       01 WS-SWP-STATUS      PIC XX VALUE '00'.
       01 WS-HLD-STATUS      PIC XX VALUE '00'.
       01 WS-NOTE-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-HLD-AVAILABLE   PIC X VALUE 'N'.
           88 HOLDS-AVAILABLE VALUE 'Y'.
       01 WS-STD-EOF         PIC X VALUE 'N'.
           88 STANDING-EOF   VALUE 'Y'.
       01 WS-WHSE-EOF        PIC X VALUE 'N'.
           88 WAREHOUSE-EOF  VALUE 'Y'.
       01 WS-SCAN-EOF        PIC X VALUE 'N'.
           88 SCAN-DONE      VALUE 'Y'.
       01 WS-HOLD-SCAN-EOF   PIC X VALUE 'N'.
           88 HOLD-SCAN-DONE VALUE 'Y'.
       01 WS-SORT-EOF        PIC X VALUE 'N'.
           88 SORT-EOF       VALUE 'Y'.
       01 WS-ACCT-FOUND-SWITCH PIC X VALUE 'N'.
           88 ACCOUNT-FOUND  VALUE 'Y'.
       01 WS-SWEEP-FOUND-SWITCH PIC X VALUE 'N'.
           88 SWEEP-FOUND    VALUE 'Y'.
      * HOW MANY BUSINESS DAYS AHEAD THE FORECAST LOOKS.  FUNDDAYS
      * MAY OVERRIDE IT WITH 01-20; ANYTHING ELSE KEEPS THE DEFAULT.
       01 WS-LOOKAHEAD       PIC 9(02) VALUE 05.
       01 WS-LOOKAHEAD-MAX   PIC 9(02) VALUE 20.
       01 WS-FC-COUNT        PIC 9(2) COMP VALUE 0.
       01 WS-FC-IDX          PIC 9(2) COMP VALUE 0.
       01 WS-FC-END-DATE     PIC 9(8) VALUE 0.
       01 WS-FC-TABLE.
          05 WS-FC-DAY OCCURS 20 TIMES.
             10 WS-FC-DATE     PIC 9(8).
             10 WS-FC-DEBIT    PIC S9(11)V99.
      * MEMO HOLDS THAT EXPIRE INSIDE THE WINDOW STOP COUNTING ON
      * THE DAY AFTER EXPIRY; HOLDS WITH NO EXPIRY, OR EXPIRING
      * PAST THE WINDOW, ARE CARRIED AS ONE FIXED AMOUNT.
       01 WS-FH-COUNT        PIC 9(2) COMP VALUE 0.
       01 WS-FH-MAX          PIC 9(2) COMP VALUE 50.
       01 WS-FH-IDX          PIC 9(2) COMP VALUE 0.
       01 WS-FH-TABLE.
          05 WS-FH-ENTRY OCCURS 50 TIMES.
             10 WS-FH-AMOUNT   PIC S9(9)V99.
             10 WS-FH-EXPIRY   PIC 9(8).
       01 WS-FH-FIXED        PIC S9(11)V99 VALUE 0.
       01 WS-TODAY-HOLDS     PIC S9(11)V99 VALUE 0.
       01 WS-FC-HOLDS        PIC S9(11)V99 VALUE 0.
       01 WS-FC-LEDGER       PIC S9(11)V99 VALUE 0.
       01 WS-FC-AVAILABLE    PIC S9(11)V99 VALUE 0.
       01 WS-FC-FLOOR        PIC S9(11)V99 VALUE 0.
       01 WS-FC-SHORTFALL    PIC S9(11)V99 VALUE 0.
       01 WS-SWEEP-EXCESS    PIC S9(11)V99 VALUE 0.
       01 WS-SHORT-DATE      PIC 9(8) VALUE 0.
       01 WS-SHORT-AMOUNT    PIC S9(11)V99 VALUE 0.
       01 WS-CURRENT-ACCT    PIC X(10) VALUE LOW-VALUES.
       01 WS-EV-DATE         PIC 9(8) VALUE 0.
       01 WS-EV-JULIAN       PIC 9(9) COMP VALUE 0.
       01 WS-EV-GUARD        PIC 9(3) COMP VALUE 0.
       01 WS-STANDING-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-WAREHOUSE-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-SWEEP-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-PROJECTED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-SHORT-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-SHORT-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-N-SHORTFALL     PIC Z(9)9.99.

       01 WS-HEADING-LINE.
          05 FILLER          PIC X(18) VALUE 'ACCOUNT     BRCH  '.
          05 FILLER          PIC X(30)
              VALUE '       LEDGER          HOLDS  '.
          05 FILLER          PIC X(23)
              VALUE 'SHORT ON      SHORTFALL'.
       01 WS-DETAIL-LINE.
          05 WS-D-ACCT-ID    PIC X(10).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-BRANCH     PIC X(04).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-LEDGER     PIC -(9)9.99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-HOLDS      PIC -(9)9.99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-SHORT-DATE PIC 9(8).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-SHORTFALL  PIC Z(9)9.99.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY-DATE       PIC 9(8).
       01 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
          05 WS-T-YEAR       PIC 9(4).
          05 WS-T-MONTH      PIC 9(2).
          05 WS-T-DAY        PIC 9(2).
       01 WS-BUSDAY-AREA.
          05 WS-BD-FUNCTION   PIC X(01).
          05 WS-BD-DATE-IN    PIC 9(8).
          05 WS-BD-FLAG       PIC X(01).
             88 BUSINESS-DAY-OPEN VALUE 'Y'.
          05 WS-BD-DATE-OUT   PIC 9(8).
       01 WS-STAT-AREA.
          05 WS-STAT-DATE     PIC 9(8).
          05 WS-STAT-PROGRAM  PIC X(08).
          05 WS-STAT-PROCESSED PIC 9(9).
          05 WS-STAT-REJECTED PIC 9(9).
          05 WS-STAT-ELAPSED  PIC 9(7).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    RUNS AT END OF DAY AFTER ACCTSTND, ACCTPOST AND ACCTSWP,
      *    SO THE STARTING POINT IS TONIGHT'S CLOSING LEDGER.  EACH
      *    ACCOUNT WITH A STANDING DEBIT, A WAREHOUSED DEBIT OR A
      *    SWEEP DUE IN THE WINDOW IS WALKED FORWARD ONE BUSINESS
      *    DAY AT A TIME: THAT DAY'S DEBITS COME OFF THE LEDGER,
      *    THE SWEEP TAKES ANY EXCESS OVER ITS TARGET, AND WHAT IS
      *    LEFT AFTER UNEXPIRED HOLDS IS TESTED AGAINST THE
      *    OVERDRAFT LIMIT.  SCHEDULED CREDITS ARE NOT COUNTED ON,
      *    SO THE FORECAST ERRS TOWARD WARNING.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           MOVE WS-YEAR TO WS-T-YEAR
           MOVE WS-MONTH TO WS-T-MONTH
           MOVE WS-DAY TO WS-T-DAY
           PERFORM 1100-SET-LOOKAHEAD
           PERFORM 1200-BUILD-WINDOW
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ACCT-ID
               ON ASCENDING KEY SRT-DATE
               INPUT PROCEDURE IS 2000-FEED-SCHEDULED-DEBITS
               OUTPUT PROCEDURE IS 4000-PROJECT-ACCOUNTS
           DISPLAY 'FORECAST THROUGH      : ' WS-FC-END-DATE
           DISPLAY 'STANDING DEBITS       : ' WS-STANDING-COUNT
           DISPLAY 'WAREHOUSED DEBITS     : ' WS-WAREHOUSE-COUNT
           DISPLAY 'SWEEP INSTRUCTIONS    : ' WS-SWEEP-COUNT
           DISPLAY 'ACCOUNTS PROJECTED    : ' WS-PROJECTED-COUNT
           DISPLAY 'ACCOUNTS FALLING SHORT: ' WS-SHORT-COUNT
           DISPLAY 'TOTAL SHORTFALL       : ' WS-SHORT-TOTAL
           PERFORM 9000-CLOSE-FILES
           MOVE WS-TODAY-DATE TO WS-STAT-DATE
           MOVE 'FUNDFCST' TO WS-STAT-PROGRAM
           MOVE WS-PROJECTED-COUNT TO WS-STAT-PROCESSED
           MOVE WS-SHORT-COUNT TO WS-STAT-REJECTED
           MOVE 0 TO WS-STAT-ELAPSED
           CALL 'STATUTIL' USING WS-STAT-AREA
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
           OPEN INPUT STANDING-FILE
           IF WS-STD-STATUS NOT = '00'
               DISPLAY 'STANDING FILE OPEN ERROR: ' WS-STD-STATUS
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN INPUT WAREHOUSE-FILE
           IF WS-WHSE-STATUS NOT = '00' AND WS-WHSE-STATUS NOT = '05'
               DISPLAY 'WAREHOUSE FILE OPEN ERROR: ' WS-WHSE-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE STANDING-FILE
               STOP RUN
           END-IF
           OPEN INPUT SWEEP-FILE
           IF WS-SWP-STATUS NOT = '00'
               DISPLAY 'SWEEP FILE OPEN ERROR: ' WS-SWP-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE STANDING-FILE
               CLOSE WAREHOUSE-FILE
               STOP RUN
           END-IF
           OPEN EXTEND NOTIFICATION-FILE
           IF WS-NOTE-STATUS = '35'
               OPEN OUTPUT NOTIFICATION-FILE
           END-IF
           IF WS-NOTE-STATUS NOT = '00' AND WS-NOTE-STATUS NOT = '05'
               DISPLAY 'NOTIFICATION FILE OPEN ERROR: ' WS-NOTE-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE STANDING-FILE
               CLOSE WAREHOUSE-FILE
               CLOSE SWEEP-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE STANDING-FILE
               CLOSE WAREHOUSE-FILE
               CLOSE SWEEP-FILE
               CLOSE NOTIFICATION-FILE
               STOP RUN
           END-IF
           OPEN INPUT HOLD-FILE
           IF WS-HLD-STATUS = '00'
               MOVE 'Y' TO WS-HLD-AVAILABLE
           ELSE
               DISPLAY 'HOLD FILE UNAVAILABLE, STATUS '
                   WS-HLD-STATUS ', LEDGER BALANCE USED'
           END-IF.
       1100-SET-LOOKAHEAD.
           OPEN INPUT DAYS-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ DAYS-PARM-FILE INTO DAYS-PARM-RECORD
                   AT END
                      MOVE SPACES TO DAYS-PARM-RECORD
               END-READ
               IF DAYS-PARM-RECORD IS NUMERIC
                   IF DAYS-PARM-RECORD > '00'
                       AND DAYS-PARM-RECORD NOT > '20'
                       MOVE DAYS-PARM-RECORD TO WS-LOOKAHEAD
                   END-IF
               END-IF
               CLOSE DAYS-PARM-FILE
           END-IF
           IF WS-LOOKAHEAD > WS-LOOKAHEAD-MAX
               MOVE WS-LOOKAHEAD-MAX TO WS-LOOKAHEAD
           END-IF
           MOVE WS-LOOKAHEAD TO WS-FC-COUNT
           DISPLAY 'BUSINESS DAYS AHEAD   : ' WS-LOOKAHEAD.
       1200-BUILD-WINDOW.
      *    THE WINDOW IS THE NEXT N BUSINESS DAYS AFTER TODAY ON
      *    THE HOLIDAYS CALENDAR, SO A FORECAST RUN ON A FRIDAY
      *    REACHES AS FAR INTO NEXT WEEK AS ONE RUN ON A MONDAY.
           MOVE WS-TODAY-DATE TO WS-BD-DATE-IN
           PERFORM 1210-ADD-WINDOW-DAY
               VARYING WS-FC-IDX FROM 1 BY 1
               UNTIL WS-FC-IDX > WS-FC-COUNT
           MOVE WS-FC-DATE (WS-FC-COUNT) TO WS-FC-END-DATE.
       1210-ADD-WINDOW-DAY.
           MOVE 'N' TO WS-BD-FUNCTION
           CALL 'DATEUTIL' USING WS-DATE-RESULT, WS-TODAY-DATE-R,
               WS-BUSDAY-AREA
           MOVE WS-BD-DATE-OUT TO WS-FC-DATE (WS-FC-IDX)
           MOVE WS-BD-DATE-OUT TO WS-BD-DATE-IN.
       2000-FEED-SCHEDULED-DEBITS.
           PERFORM 2100-READ-STANDING
           PERFORM 2200-FEED-STANDING UNTIL STANDING-EOF
           PERFORM 2400-READ-WAREHOUSE
           PERFORM 2500-FEED-WAREHOUSED UNTIL WAREHOUSE-EOF
           PERFORM 2600-FEED-SWEEPS.
       2100-READ-STANDING.
           READ STANDING-FILE INTO STANDING-RECORD
               AT END
                  MOVE 'Y' TO WS-STD-EOF
           END-READ.
       2200-FEED-STANDING.
      *    AN INSTRUCTION ALREADY DUE FALLS ON THE FIRST DAY OF THE
      *    WINDOW; LATER RUNS ARE STEPPED FORWARD THE WAY ACCTSTND
      *    ADVANCES THEM, ROLLED ONTO THE NEXT BUSINESS DAY.
           IF SI-NEXT-RUN-DATE IS NUMERIC
               AND SI-NEXT-RUN-DATE > 19000101
               AND SI-AMOUNT > 0
               MOVE SI-NEXT-RUN-DATE TO WS-EV-DATE
               MOVE 0 TO WS-EV-GUARD
               PERFORM 2300-RELEASE-STANDING-RUN
                   UNTIL WS-EV-DATE > WS-FC-END-DATE
                   OR WS-EV-GUARD > 40
           END-IF
           PERFORM 2100-READ-STANDING.
       2300-RELEASE-STANDING-RUN.
           MOVE SI-SOURCE-ACCT-ID TO SRT-ACCT-ID
           MOVE WS-EV-DATE TO SRT-DATE
           MOVE 'S' TO SRT-SOURCE
           MOVE SI-AMOUNT TO SRT-AMOUNT
           RELEASE SORT-RECORD
           ADD 1 TO WS-STANDING-COUNT
           ADD 1 TO WS-EV-GUARD
           COMPUTE WS-EV-JULIAN = FUNCTION INTEGER-OF-DATE (WS-EV-DATE)
           EVALUATE TRUE
               WHEN SI-DAILY
                   ADD 1 TO WS-EV-JULIAN
               WHEN SI-WEEKLY
                   ADD 7 TO WS-EV-JULIAN
               WHEN OTHER
                   ADD 30 TO WS-EV-JULIAN
           END-EVALUATE
           COMPUTE WS-EV-DATE = FUNCTION DATE-OF-INTEGER (WS-EV-JULIAN)
           MOVE 'B' TO WS-BD-FUNCTION
           MOVE WS-EV-DATE TO WS-BD-DATE-IN
           CALL 'DATEUTIL' USING WS-DATE-RESULT, WS-TODAY-DATE-R,
               WS-BUSDAY-AREA
           IF NOT BUSINESS-DAY-OPEN
               MOVE 'N' TO WS-BD-FUNCTION
               CALL 'DATEUTIL' USING WS-DATE-RESULT, WS-TODAY-DATE-R,
                   WS-BUSDAY-AREA
               MOVE WS-BD-DATE-OUT TO WS-EV-DATE
           END-IF.
       2400-READ-WAREHOUSE.
           READ WAREHOUSE-FILE INTO WAREHOUSE-RECORD
               AT END
                  MOVE 'Y' TO WS-WHSE-EOF
           END-READ.
       2500-FEED-WAREHOUSED.
           IF WHSE-DEBIT-TYPE
               AND WHSE-AMOUNT > 0
               AND WHSE-EFFECTIVE-DATE NOT > WS-FC-END-DATE
               MOVE WHSE-ACCT-ID TO SRT-ACCT-ID
               MOVE WHSE-EFFECTIVE-DATE TO SRT-DATE
               MOVE 'W' TO SRT-SOURCE
               MOVE WHSE-AMOUNT TO SRT-AMOUNT
               RELEASE SORT-RECORD
               ADD 1 TO WS-WAREHOUSE-COUNT
           END-IF
           PERFORM 2400-READ-WAREHOUSE.
       2600-FEED-SWEEPS.
      *    A SWEEP SOURCE WITH NOTHING ELSE SCHEDULED CAN STILL BE
      *    SWEPT BELOW ITS HOLDS, SO EVERY SOURCE GETS A ZERO ENTRY
      *    TO BRING IT INTO THE PROJECTION.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO SWP-SOURCE-ACCT
           START SWEEP-FILE KEY IS NOT LESS THAN SWP-SOURCE-ACCT
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 2610-FEED-ONE-SWEEP UNTIL SCAN-DONE.
       2610-FEED-ONE-SWEEP.
           READ SWEEP-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-SWP-STATUS NOT = '00'
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   MOVE SWP-SOURCE-ACCT TO SRT-ACCT-ID
                   MOVE WS-FC-DATE (1) TO SRT-DATE
                   MOVE 'P' TO SRT-SOURCE
                   MOVE 0 TO SRT-AMOUNT
                   RELEASE SORT-RECORD
                   ADD 1 TO WS-SWEEP-COUNT
               END-IF
           END-IF.
       4000-PROJECT-ACCOUNTS.
           PERFORM 4100-CLEAR-WINDOW
           PERFORM 4050-RETURN-DEBIT
           PERFORM 4200-COLLECT-DEBIT UNTIL SORT-EOF
           IF WS-CURRENT-ACCT NOT = LOW-VALUES
               PERFORM 5000-ASSESS-ACCOUNT
           END-IF.
       4050-RETURN-DEBIT.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
               AT END
                  MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       4100-CLEAR-WINDOW.
           PERFORM 4110-CLEAR-ONE-DAY
               VARYING WS-FC-IDX FROM 1 BY 1
               UNTIL WS-FC-IDX > WS-FC-COUNT.
       4110-CLEAR-ONE-DAY.
           MOVE 0 TO WS-FC-DEBIT (WS-FC-IDX).
       4200-COLLECT-DEBIT.
           IF SRT-ACCT-ID NOT = WS-CURRENT-ACCT
               IF WS-CURRENT-ACCT NOT = LOW-VALUES
                   PERFORM 5000-ASSESS-ACCOUNT
               END-IF
               MOVE SRT-ACCT-ID TO WS-CURRENT-ACCT
               PERFORM 4100-CLEAR-WINDOW
           END-IF
      *    A DEBIT LANDS ON THE FIRST WINDOW DAY ON OR AFTER ITS
      *    DATE, WHICH IS WHEN THE NIGHTLY RUN WOULD TAKE IT.
           MOVE 1 TO WS-FC-IDX
           PERFORM 4210-STEP-WINDOW-DAY
               UNTIL WS-FC-IDX >= WS-FC-COUNT
               OR WS-FC-DATE (WS-FC-IDX) >= SRT-DATE
           ADD SRT-AMOUNT TO WS-FC-DEBIT (WS-FC-IDX)
           PERFORM 4050-RETURN-DEBIT.
       4210-STEP-WINDOW-DAY.
           ADD 1 TO WS-FC-IDX.
       5000-ASSESS-ACCOUNT.
           MOVE WS-CURRENT-ACCT TO ACCT-ID
           MOVE 'N' TO WS-ACCT-FOUND-SWITCH
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
           END-READ
      *    A CLOSED, FROZEN OR HELD ACCOUNT HAS ITS INSTRUCTIONS
      *    REJECTED OUTRIGHT; ASKING FOR FUNDS WOULD NOT HELP.
           IF NOT ACCOUNT-FOUND
               DISPLAY 'FORECAST ACCOUNT NOT FOUND: ' WS-CURRENT-ACCT
           ELSE
               IF ACCT-CLOSED OR ACCT-ESCHEATED OR ACCT-CHARGED-OFF
                   OR ACCT-FROZEN OR ACCT-ON-HOLD
                   CONTINUE
               ELSE
                   ADD 1 TO WS-PROJECTED-COUNT
                   PERFORM 5100-LOAD-HOLDS
                   PERFORM 5200-READ-SWEEP
                   MOVE ACCT-BALANCE TO WS-FC-LEDGER
                   COMPUTE WS-FC-FLOOR = 0 - ACCT-OVERDRAFT-LIMIT
                   MOVE 0 TO WS-SHORT-DATE
                   MOVE 0 TO WS-SHORT-AMOUNT
                   PERFORM 5300-PROJECT-ONE-DAY
                       VARYING WS-FC-IDX FROM 1 BY 1
                       UNTIL WS-FC-IDX > WS-FC-COUNT
                   IF WS-SHORT-DATE NOT = 0
                       PERFORM 6000-REPORT-SHORTFALL
                   END-IF
               END-IF
           END-IF.
       5100-LOAD-HOLDS.
           MOVE 0 TO WS-FH-COUNT
           MOVE 0 TO WS-FH-FIXED
           MOVE 0 TO WS-TODAY-HOLDS
           IF HOLDS-AVAILABLE
               MOVE 'N' TO WS-HOLD-SCAN-EOF
               MOVE ACCT-ID TO HLD-ACCT-ID
               MOVE 0 TO HLD-SEQ
               START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
                   INVALID KEY
                      MOVE 'Y' TO WS-HOLD-SCAN-EOF
               END-START
               PERFORM 5110-LOAD-ONE-HOLD UNTIL HOLD-SCAN-DONE
           END-IF.
       5110-LOAD-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-HOLD-SCAN-EOF
           END-READ
           IF NOT HOLD-SCAN-DONE
               IF WS-HLD-STATUS NOT = '00'
                   OR HLD-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-HOLD-SCAN-EOF
               ELSE
                   IF HLD-ACTIVE
                       AND (HLD-EXPIRY-DATE = 0
                           OR HLD-EXPIRY-DATE >= WS-TODAY-DATE)
                       ADD HLD-AMOUNT TO WS-TODAY-HOLDS
                       IF HLD-EXPIRY-DATE = 0
                           OR HLD-EXPIRY-DATE >= WS-FC-END-DATE
                           OR WS-FH-COUNT >= WS-FH-MAX
                           ADD HLD-AMOUNT TO WS-FH-FIXED
                       ELSE
                           ADD 1 TO WS-FH-COUNT
                           MOVE HLD-AMOUNT TO WS-FH-AMOUNT (WS-FH-COUNT)
                           MOVE HLD-EXPIRY-DATE
                               TO WS-FH-EXPIRY (WS-FH-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.
       5200-READ-SWEEP.
           MOVE 'N' TO WS-SWEEP-FOUND-SWITCH
           MOVE ACCT-ID TO SWP-SOURCE-ACCT
           READ SWEEP-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-SWEEP-FOUND-SWITCH
           END-READ.
       5300-PROJECT-ONE-DAY.
           SUBTRACT WS-FC-DEBIT (WS-FC-IDX) FROM WS-FC-LEDGER
           IF SWEEP-FOUND
               COMPUTE WS-SWEEP-EXCESS =
                   WS-FC-LEDGER - SWP-TARGET-BALANCE
               IF WS-SWEEP-EXCESS > 0
                   AND WS-SWEEP-EXCESS NOT < SWP-MIN-AMOUNT
                   SUBTRACT WS-SWEEP-EXCESS FROM WS-FC-LEDGER
               END-IF
           END-IF
           MOVE WS-FH-FIXED TO WS-FC-HOLDS
           PERFORM 5310-ADD-UNEXPIRED-HOLD
               VARYING WS-FH-IDX FROM 1 BY 1
               UNTIL WS-FH-IDX > WS-FH-COUNT
           COMPUTE WS-FC-AVAILABLE = WS-FC-LEDGER - WS-FC-HOLDS
           IF WS-FC-AVAILABLE < WS-FC-FLOOR
               COMPUTE WS-FC-SHORTFALL = WS-FC-FLOOR - WS-FC-AVAILABLE
               IF WS-SHORT-DATE = 0
                   MOVE WS-FC-DATE (WS-FC-IDX) TO WS-SHORT-DATE
               END-IF
               IF WS-FC-SHORTFALL > WS-SHORT-AMOUNT
                   MOVE WS-FC-SHORTFALL TO WS-SHORT-AMOUNT
               END-IF
           END-IF.
       5310-ADD-UNEXPIRED-HOLD.
           IF WS-FH-EXPIRY (WS-FH-IDX) >= WS-FC-DATE (WS-FC-IDX)
               ADD WS-FH-AMOUNT (WS-FH-IDX) TO WS-FC-HOLDS
           END-IF.
       6000-REPORT-SHORTFALL.
      *    THE NOTICE CARRIES THE FIRST DAY THE ACCOUNT RUNS SHORT
      *    AND THE DEEPEST SHORTFALL IN THE WINDOW, WHICH IS WHAT
      *    THE CUSTOMER MUST DEPOSIT BEFORE THAT DAY TO COVER IT.
           ADD 1 TO WS-SHORT-COUNT
           ADD WS-SHORT-AMOUNT TO WS-SHORT-TOTAL
           MOVE WS-SHORT-AMOUNT TO WS-N-SHORTFALL
           MOVE SPACES TO NOTIFICATION-RECORD
           STRING 'FUNDING SHORTFALL ACCT: ' ACCT-ID
               ' ON: ' WS-SHORT-DATE
               ' SHORT: ' WS-N-SHORTFALL
               DELIMITED BY SIZE INTO NOTIFICATION-RECORD
           WRITE NOTIFICATION-RECORD
           MOVE ACCT-ID TO WS-D-ACCT-ID
           MOVE ACCT-BRANCH-CODE TO WS-D-BRANCH
           MOVE ACCT-BALANCE TO WS-D-LEDGER
           MOVE WS-TODAY-HOLDS TO WS-D-HOLDS
           MOVE WS-SHORT-DATE TO WS-D-SHORT-DATE
           MOVE WS-SHORT-AMOUNT TO WS-D-SHORTFALL
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE STANDING-FILE
           CLOSE WAREHOUSE-FILE
           CLOSE SWEEP-FILE
           CLOSE NOTIFICATION-FILE
           CLOSE REPORT-FILE
           IF HOLDS-AVAILABLE
               CLOSE HOLD-FILE
           END-IF.
