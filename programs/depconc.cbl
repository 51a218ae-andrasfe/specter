       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPCONC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OWNER-FILE ASSIGN TO 'ACCTOWN'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OWN-KEY
               FILE STATUS IS WS-OWN-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'PRODFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO 'CUSTBHST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBH-STATUS.
           SELECT BALANCE-IN-FILE ASSIGN TO 'CUSTBHST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBI-STATUS.
           SELECT OPTIONAL CONC-PARM-FILE ASSIGN TO 'CONCPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CONC-WORK-FILE ASSIGN TO 'CONCWORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
           SELECT REPORT-FILE ASSIGN TO 'DEPCONRP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD OWNER-FILE.
       01 OWNER-RECORD.
           COPY OWNREC.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           COPY PRODREC.
       FD BALANCE-HISTORY-FILE.
      * ONE ROW PER LARGE DEPOSITOR PER BUSINESS DAY, APPENDED BY
      * EACH RUN SO THE 5 AND 30 BUSINESS-DAY COMPARISONS HAVE
      * SOMETHING TO LOOK BACK AT.  ONLY CUSTOMERS AT OR OVER THE
      * BALANCE THRESHOLD ON THE DAY ARE KEPT.
       01 BALANCE-HISTORY-RECORD.
          05 CBH-CUST-NO     PIC X(08).
          05 CBH-DATE        PIC 9(8).
          05 CBH-BALANCE     PIC S9(13)V99.
       FD BALANCE-IN-FILE.
       01 BALANCE-IN-RECORD.
          05 CBI-CUST-NO     PIC X(08).
          05 CBI-DATE        PIC 9(8).
          05 CBI-BALANCE     PIC S9(13)V99.
       FD CONC-PARM-FILE.
       01 CONC-PARM-RECORD.
          05 PARM-THRESHOLD  PIC X(11).
          05 PARM-DROP-PCT   PIC X(03).
       FD CONC-WORK-FILE.
       01 CONC-WORK-RECORD   PIC X(73).
       SD SORT-WORK-FILE.
      * ONE ROW PER CUSTOMER SHARE OF AN ACCOUNT, RELEASED ONCE
      * UNDER ITS BRANCH, ONCE UNDER ITS PRODUCT AND ONCE UNDER
      * THE CUSTOMER ALONE; HISTORY ROWS JOIN THE CUSTOMER ROWS
      * WITH ONLY THEIR LOOK-BACK BALANCE FILLED IN.
       01 SORT-RECORD.
          05 SRT-TYPE        PIC X(01).
             88 SRT-BRANCH-ROW   VALUE '1'.
             88 SRT-PRODUCT-ROW  VALUE '2'.
             88 SRT-CUSTOMER-ROW VALUE '3'.
          05 SRT-GROUP       PIC X(04).
          05 SRT-CUST-NO     PIC X(08).
          05 SRT-AMOUNT      PIC S9(13)V99.
          05 SRT-PRIOR       PIC S9(13)V99.
          05 SRT-BAL-5       PIC S9(13)V99.
          05 SRT-BAL-30      PIC S9(13)V99.
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-OWN-STATUS      PIC XX VALUE '00'.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-PROD-STATUS     PIC XX VALUE '00'.
       01 WS-CBH-STATUS      PIC XX VALUE '00'.
       01 WS-CBI-STATUS      PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-WORK-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-ACCT-EOF        PIC X VALUE 'N'.
           88 ACCOUNT-EOF    VALUE 'Y'.
       01 WS-CBI-EOF         PIC X VALUE 'N'.
           88 BALANCE-IN-EOF VALUE 'Y'.
       01 WS-OWN-EOF         PIC X VALUE 'N'.
           88 OWNER-SCAN-DONE VALUE 'Y'.
       01 WS-SORT-EOF        PIC X VALUE 'N'.
           88 SORT-EOF       VALUE 'Y'.
       01 WS-OWN-AVAILABLE   PIC X VALUE 'N'.
           88 OWNERS-AVAILABLE VALUE 'Y'.
       01 WS-CUST-AVAILABLE  PIC X VALUE 'N'.
           88 CUSTOMER-AVAILABLE VALUE 'Y'.
       01 WS-PROD-AVAILABLE  PIC X VALUE 'N'.
           88 PRODUCT-AVAILABLE VALUE 'Y'.
       01 WS-LOAN-SWITCH     PIC X VALUE 'N'.
           88 LOAN-PRODUCT   VALUE 'Y'.
       01 WS-APPEND-SWITCH   PIC X VALUE 'N'.
           88 APPEND-HISTORY VALUE 'Y'.
       01 WS-ALERT-SWITCH    PIC X VALUE 'N'.
           88 OUTFLOW-ALERT  VALUE 'Y'.
      * A CUSTOMER AT OR OVER THE THRESHOLD WHOSE TOTAL HAS FALLEN
      * BY MORE THAN THE DROP PERCENTAGE OVER 5 OR 30 BUSINESS
      * DAYS IS ALERTED; THE CONCPARM CARD OVERRIDES BOTH.
       01 WS-THRESHOLD       PIC S9(9)V99 VALUE 1000000.00.
       01 WS-THRESHOLD-TEXT  PIC X(11).
       01 WS-THRESHOLD-NUM REDEFINES WS-THRESHOLD-TEXT PIC 9(9)V99.
       01 WS-DROP-PCT        PIC 9(3) VALUE 20.
       01 WS-TOP-MAX         PIC 9(3) COMP VALUE 25.
      * EVERY HOLDER WHO OWNS THE MONEY (PRIMARY AND JOINT) TAKES
      * AN EQUAL SHARE OF THE BALANCE, SO THE SHARES ADD BACK TO
      * THE DEPOSIT BASE; ATTORNEYS AND CUSTODIANS OWN NOTHING.
       01 WS-OWNER-COUNT     PIC 9(3) COMP VALUE 0.
       01 WS-OWNER-MAX       PIC 9(3) COMP VALUE 20.
       01 WS-OWNER-IDX       PIC 9(3) COMP VALUE 0.
       01 WS-OWNER-HIT       PIC 9(3) COMP VALUE 0.
       01 WS-OWNER-TABLE.
          05 WS-OWNER-CUST   PIC X(08) OCCURS 20 TIMES.
       01 WS-CANDIDATE-CUST  PIC X(08).
       01 WS-MERGE-HOPS      PIC 9(2) COMP VALUE 0.
       01 WS-MERGE-DONE      PIC X VALUE 'N'.
       01 WS-USD-BALANCE     PIC S9(9)V99 VALUE 0.
       01 WS-SHARE           PIC S9(11)V99 VALUE 0.
       01 WS-SHARE-LEFT      PIC S9(11)V99 VALUE 0.
       01 WS-TODAY-DATE      PIC 9(8).
       01 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
          05 WS-T-YEAR       PIC 9(4).
          05 WS-T-MONTH      PIC 9(2).
          05 WS-T-DAY        PIC 9(2).
       01 WS-TARGET-5        PIC 9(8) VALUE 0.
       01 WS-TARGET-30       PIC 9(8) VALUE 0.
       01 WS-BACK-INT        PIC S9(9) COMP VALUE 0.
       01 WS-BACK-DAYS       PIC 9(3) COMP VALUE 0.
       01 WS-BACK-STEPS      PIC 9(3) COMP VALUE 0.
       01 WS-PRIOR-SNAP      PIC 9(8) VALUE 0.
       01 WS-SNAP-5          PIC 9(8) VALUE 0.
       01 WS-SNAP-30         PIC 9(8) VALUE 0.
       01 WS-CURRENT-TYPE    PIC X(01) VALUE LOW-VALUES.
       01 WS-CURRENT-GROUP   PIC X(04) VALUE LOW-VALUES.
       01 WS-CURRENT-CUST    PIC X(08) VALUE LOW-VALUES.
       01 WS-AGG-AMOUNT      PIC S9(13)V99 VALUE 0.
       01 WS-AGG-PRIOR       PIC S9(13)V99 VALUE 0.
       01 WS-AGG-BAL-5       PIC S9(13)V99 VALUE 0.
       01 WS-AGG-BAL-30      PIC S9(13)V99 VALUE 0.
       01 WS-AGG-ROWS        PIC 9(7) COMP VALUE 0.
       01 WS-GROUP-TOTAL     PIC S9(13)V99 VALUE 0.
       01 WS-GROUP-CUSTS     PIC 9(7) COMP VALUE 0.
       01 WS-TOP-COUNT       PIC 9(3) COMP VALUE 0.
       01 WS-TOP-IDX         PIC 9(3) COMP VALUE 0.
       01 WS-TOP-SUM         PIC S9(13)V99 VALUE 0.
       01 WS-TOP-TABLE.
          05 WS-TOP-ENTRY OCCURS 25 TIMES.
             10 WS-TOP-CUST  PIC X(08).
             10 WS-TOP-AMOUNT PIC S9(13)V99.
       01 WS-SHARE-PCT       PIC S9(3)V99 VALUE 0.
       01 WS-CUMUL-PCT       PIC S9(3)V99 VALUE 0.
       01 WS-CHANGE-PCT      PIC S9(5)V9 VALUE 0.
       01 WS-CHANGE-AMOUNT   PIC S9(13)V99 VALUE 0.
       01 WS-LOOKUP-NAME     PIC X(30).
       01 WS-ACCOUNTS-READ   PIC 9(7) COMP VALUE 0.
       01 WS-ACCOUNTS-USED   PIC 9(7) COMP VALUE 0.
       01 WS-LOAN-EXCLUDED   PIC 9(7) COMP VALUE 0.
       01 WS-UNASSIGNED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-HISTORY-ROWS    PIC 9(7) COMP VALUE 0.
       01 WS-LARGE-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-ALERT-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-APPENDED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-DEPOSIT-TOTAL   PIC S9(13)V99 VALUE 0.
       01 WS-SECTION-LINE.
          05 FILLER          PIC X(04) VALUE '*** '.
          05 WS-S-TITLE      PIC X(60).
       01 WS-GROUP-LINE.
          05 WS-G-LABEL      PIC X(09).
          05 WS-G-GROUP      PIC X(04).
          05 FILLER          PIC X(25)
             VALUE '   TOTAL DEPOSITS (USD): '.
          05 WS-G-TOTAL      PIC -(13)9.99.
          05 FILLER          PIC X(13) VALUE '   CUSTOMERS:'.
          05 WS-G-CUSTS      PIC Z(6)9.
          05 FILLER          PIC X(16) VALUE '   TOP 25 SHARE:'.
          05 WS-G-TOP-PCT    PIC ZZ9.99.
          05 FILLER          PIC X(01) VALUE '%'.
       01 WS-TOP-LINE.
          05 FILLER          PIC X(04) VALUE SPACES.
          05 WS-L-RANK       PIC ZZ9.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-L-CUST-NO    PIC X(08).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-L-CUST-NAME  PIC X(30).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-L-AMOUNT     PIC -(13)9.99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-L-SHARE      PIC ZZ9.99.
          05 FILLER          PIC X(03) VALUE '%  '.
          05 WS-L-CUMUL      PIC ZZ9.99.
          05 FILLER          PIC X(01) VALUE '%'.
       01 WS-MOVE-HEADING.
          05 FILLER          PIC X(30)
             VALUE 'CUST NO  NAME                '.
          05 FILLER          PIC X(32)
             VALUE '          TODAY           PRIOR '.
          05 FILLER          PIC X(32)
             VALUE '         CHANGE      5 BUS DAYS '.
          05 FILLER          PIC X(32)
             VALUE '   CHG%     30 BUS DAYS    CHG% '.
       01 WS-MOVE-LINE.
          05 WS-M-CUST-NO    PIC X(08).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-M-CUST-NAME  PIC X(20).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-M-TODAY      PIC -(11)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-M-PRIOR      PIC -(11)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-M-CHANGE     PIC -(11)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-M-BAL-5      PIC -(11)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-M-PCT-5      PIC -(4)9.9.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-M-BAL-30     PIC -(11)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-M-PCT-30     PIC -(4)9.9.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-M-FLAG       PIC X(05).
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
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
      *    BALANCES ARE TOTALLED PER CUSTOMER IN USD AND RANKED
      *    WITHIN EACH BRANCH AND EACH PRODUCT, SO FINANCE CAN SEE
      *    HOW MUCH OF EACH RESTS WITH ITS TOP 25 DEPOSITORS.  THE
      *    CUSTOMER TOTALS ARE THEN SET AGAINST THE PRIOR SNAPSHOT
      *    AND THE SNAPSHOTS 5 AND 30 BUSINESS DAYS BACK, AND A
      *    LARGE DEPOSITOR WHO IS DRAWING DOWN PAST THE DROP
      *    PERCENTAGE IS ALERTED FOR THE LIQUIDITY CONTINGENCY
      *    PLAN.  LOANS ARE NOT DEPOSITS AND ARE LEFT OUT.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           MOVE WS-YEAR TO WS-T-YEAR
           MOVE WS-MONTH TO WS-T-MONTH
           MOVE WS-DAY TO WS-T-DAY
           PERFORM 1100-SET-THRESHOLDS
           PERFORM 1200-FIND-LOOK-BACK-DATES
           PERFORM 1300-FIND-SNAPSHOTS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-TYPE
               ON ASCENDING KEY SRT-GROUP
               ON ASCENDING KEY SRT-CUST-NO
               INPUT PROCEDURE IS 2000-FEED-CUSTOMER-SHARES
               OUTPUT PROCEDURE IS 3000-AGGREGATE-SHARES
           PERFORM 4000-OPEN-HISTORY-APPEND
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-TYPE
               ON ASCENDING KEY SRT-GROUP
               ON DESCENDING KEY SRT-AMOUNT
               ON ASCENDING KEY SRT-CUST-NO
               USING CONC-WORK-FILE
               OUTPUT PROCEDURE IS 5000-WRITE-CONCENTRATION
           IF APPEND-HISTORY
               CLOSE BALANCE-HISTORY-FILE
           END-IF
           DISPLAY 'ACCOUNTS READ         : ' WS-ACCOUNTS-READ
           DISPLAY 'DEPOSIT ACCOUNTS USED : ' WS-ACCOUNTS-USED
           DISPLAY 'LOANS NOT COUNTED     : ' WS-LOAN-EXCLUDED
           DISPLAY 'UNASSIGNED ACCOUNTS   : ' WS-UNASSIGNED-COUNT
           DISPLAY 'TOTAL DEPOSITS (USD)  : ' WS-DEPOSIT-TOTAL
           DISPLAY 'LARGE DEPOSITORS      : ' WS-LARGE-COUNT
           DISPLAY 'HISTORY ROWS APPENDED : ' WS-APPENDED-COUNT
           DISPLAY 'OUTFLOW ALERTS        : ' WS-ALERT-COUNT
           PERFORM 9000-CLOSE-FILES
           MOVE WS-TODAY-DATE TO WS-STAT-DATE
           MOVE 'DEPCONC' TO WS-STAT-PROGRAM
           MOVE WS-ACCOUNTS-USED TO WS-STAT-PROCESSED
           MOVE WS-ALERT-COUNT TO WS-STAT-REJECTED
           MOVE 0 TO WS-STAT-ELAPSED
           CALL 'STATUTIL' USING WS-STAT-AREA
           IF WS-ALERT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
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
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN INPUT OWNER-FILE
           IF WS-OWN-STATUS = '00'
               MOVE 'Y' TO WS-OWN-AVAILABLE
           ELSE
               DISPLAY 'OWNER FILE UNAVAILABLE, STATUS '
                   WS-OWN-STATUS ', PRIMARY OWNERS ONLY'
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS = '00'
               MOVE 'Y' TO WS-CUST-AVAILABLE
           ELSE
               DISPLAY 'CUSTOMER FILE UNAVAILABLE, STATUS '
                   WS-CUST-STATUS ', MERGES NOT FOLLOWED'
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS = '00'
               MOVE 'Y' TO WS-PROD-AVAILABLE
           ELSE
               DISPLAY 'PRODUCT FILE UNAVAILABLE, STATUS '
                   WS-PROD-STATUS ', LOANS NOT SEPARATED'
           END-IF.
       1100-SET-THRESHOLDS.
           OPEN INPUT CONC-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ CONC-PARM-FILE INTO CONC-PARM-RECORD
                   AT END
                      MOVE SPACES TO CONC-PARM-RECORD
               END-READ
               MOVE PARM-THRESHOLD TO WS-THRESHOLD-TEXT
               IF WS-THRESHOLD-TEXT IS NUMERIC
                   MOVE WS-THRESHOLD-NUM TO WS-THRESHOLD
               END-IF
               IF PARM-DROP-PCT IS NUMERIC
                   IF PARM-DROP-PCT > '000'
                       AND PARM-DROP-PCT NOT > '100'
                       MOVE PARM-DROP-PCT TO WS-DROP-PCT
                   END-IF
               END-IF
               CLOSE CONC-PARM-FILE
           END-IF
           DISPLAY 'LARGE DEPOSITOR THRESHOLD: ' WS-THRESHOLD
           DISPLAY 'OUTFLOW ALERT PERCENTAGE : ' WS-DROP-PCT.
       1200-FIND-LOOK-BACK-DATES.
      *    DATEUTIL ONLY STEPS FORWARD, SO THE LOOK-BACK DATES ARE
      *    FOUND BY WALKING BACK ONE CALENDAR DAY AT A TIME AND
      *    COUNTING THE DAYS THE HOLIDAYS CALENDAR HAS OPEN.
           COMPUTE WS-BACK-INT = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-DATE)
           MOVE 0 TO WS-BACK-DAYS
           MOVE 0 TO WS-BACK-STEPS
           PERFORM 1210-STEP-BACK-ONE-DAY
               UNTIL WS-BACK-DAYS >= 30 OR WS-BACK-STEPS >= 120
           DISPLAY 'LOOK-BACK DATES (5/30)   : ' WS-TARGET-5 ' '
               WS-TARGET-30.
       1210-STEP-BACK-ONE-DAY.
           ADD 1 TO WS-BACK-STEPS
           SUBTRACT 1 FROM WS-BACK-INT
           COMPUTE WS-BD-DATE-IN = FUNCTION DATE-OF-INTEGER
               (WS-BACK-INT)
           MOVE 'B' TO WS-BD-FUNCTION
           CALL 'DATEUTIL' USING WS-DATE-RESULT, WS-TODAY-DATE-R,
               WS-BUSDAY-AREA
           IF BUSINESS-DAY-OPEN
               ADD 1 TO WS-BACK-DAYS
               IF WS-BACK-DAYS = 5
                   MOVE WS-BD-DATE-IN TO WS-TARGET-5
               END-IF
               IF WS-BACK-DAYS = 30
                   MOVE WS-BD-DATE-IN TO WS-TARGET-30
               END-IF
           END-IF.
       1300-FIND-SNAPSHOTS.
      *    THE PRIOR SNAPSHOT IS THE LATEST ONE BEFORE TODAY; EACH
      *    LOOK-BACK USES THE LATEST ONE ON OR BEFORE ITS DATE, SO A
      *    MISSED RUN DOES NOT LOSE THE COMPARISON.  A RERUN ON A
      *    DAY ALREADY ON THE HISTORY DOES NOT APPEND IT TWICE.
           MOVE 'Y' TO WS-APPEND-SWITCH
           OPEN INPUT BALANCE-IN-FILE
           IF WS-CBI-STATUS = '00'
               MOVE 'N' TO WS-CBI-EOF
               PERFORM 1310-READ-BALANCE-HISTORY
               PERFORM 1320-NOTE-SNAPSHOT-DATE UNTIL BALANCE-IN-EOF
               CLOSE BALANCE-IN-FILE
           END-IF
           DISPLAY 'SNAPSHOTS (PRIOR/5/30)   : ' WS-PRIOR-SNAP ' '
               WS-SNAP-5 ' ' WS-SNAP-30.
       1310-READ-BALANCE-HISTORY.
           READ BALANCE-IN-FILE INTO BALANCE-IN-RECORD
               AT END
                  MOVE 'Y' TO WS-CBI-EOF
           END-READ.
       1320-NOTE-SNAPSHOT-DATE.
           IF CBI-DATE = WS-TODAY-DATE
               MOVE 'N' TO WS-APPEND-SWITCH
           END-IF
           IF CBI-DATE < WS-TODAY-DATE AND CBI-DATE > WS-PRIOR-SNAP
               MOVE CBI-DATE TO WS-PRIOR-SNAP
           END-IF
           IF CBI-DATE NOT > WS-TARGET-5 AND CBI-DATE > WS-SNAP-5
               MOVE CBI-DATE TO WS-SNAP-5
           END-IF
           IF CBI-DATE NOT > WS-TARGET-30 AND CBI-DATE > WS-SNAP-30
               MOVE CBI-DATE TO WS-SNAP-30
           END-IF
           PERFORM 1310-READ-BALANCE-HISTORY.
       2000-FEED-CUSTOMER-SHARES.
           PERFORM 2100-READ-ACCOUNT
           PERFORM 2200-ATTRIBUTE-ACCOUNT UNTIL ACCOUNT-EOF
           PERFORM 2700-FEED-HISTORY-ROWS.
       2100-READ-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-ACCT-EOF
           END-READ
           IF NOT ACCOUNT-EOF AND WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE READ ERROR: ' WS-FILE-STATUS
               MOVE 'Y' TO WS-ACCT-EOF
           END-IF.
       2200-ATTRIBUTE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           PERFORM 2300-CHECK-LOAN-PRODUCT
           IF LOAN-PRODUCT
               ADD 1 TO WS-LOAN-EXCLUDED
           END-IF
           IF NOT LOAN-PRODUCT AND NOT ACCT-CLOSED
               AND NOT ACCT-ESCHEATED AND NOT ACCT-CHARGED-OFF
               ADD 1 TO WS-ACCOUNTS-USED
               CALL 'CURRCONV' USING ACCT-CURRENCY-CODE, ACCT-BALANCE,
                   WS-USD-BALANCE
               ADD WS-USD-BALANCE TO WS-DEPOSIT-TOTAL
               PERFORM 2400-COLLECT-OWNERS
               PERFORM 2600-RELEASE-SHARES
           END-IF
           PERFORM 2100-READ-ACCOUNT.
       2300-CHECK-LOAN-PRODUCT.
           MOVE 'N' TO WS-LOAN-SWITCH
           IF PRODUCT-AVAILABLE AND ACCT-PRODUCT-CODE NOT = SPACES
               MOVE ACCT-ENTITY-CODE TO PROD-ENTITY-CODE
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF PROD-LOAN
                          MOVE 'Y' TO WS-LOAN-SWITCH
                      END-IF
               END-READ
           END-IF.
       2400-COLLECT-OWNERS.
           MOVE 0 TO WS-OWNER-COUNT
           IF ACCT-CUSTOMER-NO NOT = SPACES
               MOVE ACCT-CUSTOMER-NO TO WS-CANDIDATE-CUST
               PERFORM 2500-ADD-OWNER
           END-IF
           IF OWNERS-AVAILABLE
               MOVE 'N' TO WS-OWN-EOF
               MOVE ACCT-ID TO OWN-ACCT-ID
               MOVE LOW-VALUES TO OWN-CUST-NO
               START OWNER-FILE KEY IS NOT LESS THAN OWN-KEY
                   INVALID KEY
                      MOVE 'Y' TO WS-OWN-EOF
               END-START
               PERFORM 2410-ADD-OWNER-LINK UNTIL OWNER-SCAN-DONE
           END-IF.
       2410-ADD-OWNER-LINK.
           READ OWNER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-OWN-EOF
           END-READ
           IF NOT OWNER-SCAN-DONE
               IF WS-OWN-STATUS NOT = '00'
                   OR OWN-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-OWN-EOF
               ELSE
                   IF OWN-PRIMARY OR OWN-JOINT
                       MOVE OWN-CUST-NO TO WS-CANDIDATE-CUST
                       PERFORM 2500-ADD-OWNER
                   END-IF
               END-IF
           END-IF.
       2500-ADD-OWNER.
      *    A CUSTOMER RETIRED BY CUSTMRG IS COUNTED UNDER THE
      *    CUSTOMER IT WAS MERGED INTO, AND A HOLDER ALREADY ON THE
      *    ACCOUNT UNDER EITHER NUMBER TAKES ONLY ONE SHARE.
           MOVE 0 TO WS-MERGE-HOPS
           MOVE 'N' TO WS-MERGE-DONE
           IF CUSTOMER-AVAILABLE
               PERFORM 2510-FOLLOW-MERGE
                   UNTIL WS-MERGE-DONE = 'Y' OR WS-MERGE-HOPS >= 5
           END-IF
           MOVE 0 TO WS-OWNER-HIT
           MOVE 0 TO WS-OWNER-IDX
           PERFORM 2520-MATCH-OWNER
               UNTIL WS-OWNER-IDX >= WS-OWNER-COUNT
                  OR WS-OWNER-HIT > 0
           IF WS-OWNER-HIT = 0 AND WS-OWNER-COUNT < WS-OWNER-MAX
               ADD 1 TO WS-OWNER-COUNT
               MOVE WS-CANDIDATE-CUST
                   TO WS-OWNER-CUST (WS-OWNER-COUNT)
           END-IF.
       2510-FOLLOW-MERGE.
           ADD 1 TO WS-MERGE-HOPS
           MOVE 'Y' TO WS-MERGE-DONE
           MOVE WS-CANDIDATE-CUST TO CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF CUST-MERGED AND CUST-MERGED-INTO NOT = SPACES
                      MOVE CUST-MERGED-INTO TO WS-CANDIDATE-CUST
                      MOVE 'N' TO WS-MERGE-DONE
                  END-IF
           END-READ.
       2520-MATCH-OWNER.
           ADD 1 TO WS-OWNER-IDX
           IF WS-OWNER-CUST (WS-OWNER-IDX) = WS-CANDIDATE-CUST
               MOVE WS-OWNER-IDX TO WS-OWNER-HIT
           END-IF.
       2600-RELEASE-SHARES.
      *    AN ACCOUNT WITH NO OWNER ON RECORD STAYS IN THE DEPOSIT
      *    BASE UNDER A BLANK CUSTOMER, WHICH IS NEVER RANKED.
           IF WS-OWNER-COUNT = 0
               ADD 1 TO WS-UNASSIGNED-COUNT
               MOVE 1 TO WS-OWNER-COUNT
               MOVE SPACES TO WS-OWNER-CUST (1)
           END-IF
           COMPUTE WS-SHARE ROUNDED = WS-USD-BALANCE / WS-OWNER-COUNT
           MOVE WS-USD-BALANCE TO WS-SHARE-LEFT
           PERFORM 2610-RELEASE-ONE-OWNER
               VARYING WS-OWNER-IDX FROM 1 BY 1
               UNTIL WS-OWNER-IDX > WS-OWNER-COUNT.
       2610-RELEASE-ONE-OWNER.
           MOVE WS-OWNER-CUST (WS-OWNER-IDX) TO SRT-CUST-NO
           IF WS-OWNER-IDX = WS-OWNER-COUNT
               MOVE WS-SHARE-LEFT TO SRT-AMOUNT
           ELSE
               MOVE WS-SHARE TO SRT-AMOUNT
               SUBTRACT WS-SHARE FROM WS-SHARE-LEFT
           END-IF
           MOVE 0 TO SRT-PRIOR
           MOVE 0 TO SRT-BAL-5
           MOVE 0 TO SRT-BAL-30
           SET SRT-BRANCH-ROW TO TRUE
           MOVE ACCT-BRANCH-CODE TO SRT-GROUP
           RELEASE SORT-RECORD
           SET SRT-PRODUCT-ROW TO TRUE
           MOVE SPACES TO SRT-GROUP
           MOVE ACCT-PRODUCT-CODE TO SRT-GROUP
           RELEASE SORT-RECORD
           SET SRT-CUSTOMER-ROW TO TRUE
           MOVE SPACES TO SRT-GROUP
           RELEASE SORT-RECORD.
       2700-FEED-HISTORY-ROWS.
           IF WS-PRIOR-SNAP > 0 OR WS-SNAP-5 > 0 OR WS-SNAP-30 > 0
               OPEN INPUT BALANCE-IN-FILE
               IF WS-CBI-STATUS = '00'
                   MOVE 'N' TO WS-CBI-EOF
                   PERFORM 1310-READ-BALANCE-HISTORY
                   PERFORM 2710-RELEASE-HISTORY-ROW
                       UNTIL BALANCE-IN-EOF
                   CLOSE BALANCE-IN-FILE
               END-IF
           END-IF.
       2710-RELEASE-HISTORY-ROW.
           IF CBI-DATE = WS-PRIOR-SNAP OR CBI-DATE = WS-SNAP-5
               OR CBI-DATE = WS-SNAP-30
               ADD 1 TO WS-HISTORY-ROWS
               SET SRT-CUSTOMER-ROW TO TRUE
               MOVE SPACES TO SRT-GROUP
               MOVE CBI-CUST-NO TO SRT-CUST-NO
               MOVE 0 TO SRT-AMOUNT
               MOVE 0 TO SRT-PRIOR
               MOVE 0 TO SRT-BAL-5
               MOVE 0 TO SRT-BAL-30
               IF CBI-DATE = WS-PRIOR-SNAP
                   MOVE CBI-BALANCE TO SRT-PRIOR
               END-IF
               IF CBI-DATE = WS-SNAP-5
                   MOVE CBI-BALANCE TO SRT-BAL-5
               END-IF
               IF CBI-DATE = WS-SNAP-30
                   MOVE CBI-BALANCE TO SRT-BAL-30
               END-IF
               RELEASE SORT-RECORD
           END-IF
           PERFORM 1310-READ-BALANCE-HISTORY.
       3000-AGGREGATE-SHARES.
      *    ONE ROW OUT PER CUSTOMER WITHIN EACH BRANCH, PRODUCT AND
      *    CUSTOMER GROUP, READY TO BE RANKED BY BALANCE.
           OPEN OUTPUT CONC-WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'WORK FILE OPEN ERROR: ' WS-WORK-STATUS
               PERFORM 9000-CLOSE-FILES
               STOP RUN
           END-IF
           MOVE 'N' TO WS-SORT-EOF
           PERFORM 3100-RETURN-SHARE
           PERFORM 3200-ACCUMULATE-SHARE UNTIL SORT-EOF
           PERFORM 3300-WRITE-AGGREGATE
           CLOSE CONC-WORK-FILE.
       3100-RETURN-SHARE.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
               AT END
                  MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       3200-ACCUMULATE-SHARE.
           IF SRT-TYPE NOT = WS-CURRENT-TYPE
               OR SRT-GROUP NOT = WS-CURRENT-GROUP
               OR SRT-CUST-NO NOT = WS-CURRENT-CUST
               PERFORM 3300-WRITE-AGGREGATE
               MOVE SRT-TYPE TO WS-CURRENT-TYPE
               MOVE SRT-GROUP TO WS-CURRENT-GROUP
               MOVE SRT-CUST-NO TO WS-CURRENT-CUST
           END-IF
           ADD 1 TO WS-AGG-ROWS
           ADD SRT-AMOUNT TO WS-AGG-AMOUNT
           ADD SRT-PRIOR TO WS-AGG-PRIOR
           ADD SRT-BAL-5 TO WS-AGG-BAL-5
           ADD SRT-BAL-30 TO WS-AGG-BAL-30
           PERFORM 3100-RETURN-SHARE.
       3300-WRITE-AGGREGATE.
           IF WS-AGG-ROWS > 0
               MOVE WS-CURRENT-TYPE TO SRT-TYPE
               MOVE WS-CURRENT-GROUP TO SRT-GROUP
               MOVE WS-CURRENT-CUST TO SRT-CUST-NO
               MOVE WS-AGG-AMOUNT TO SRT-AMOUNT
               MOVE WS-AGG-PRIOR TO SRT-PRIOR
               MOVE WS-AGG-BAL-5 TO SRT-BAL-5
               MOVE WS-AGG-BAL-30 TO SRT-BAL-30
               MOVE SORT-RECORD TO CONC-WORK-RECORD
               WRITE CONC-WORK-RECORD
           END-IF
           MOVE 0 TO WS-AGG-ROWS
           MOVE 0 TO WS-AGG-AMOUNT
           MOVE 0 TO WS-AGG-PRIOR
           MOVE 0 TO WS-AGG-BAL-5
           MOVE 0 TO WS-AGG-BAL-30.
       4000-OPEN-HISTORY-APPEND.
           IF APPEND-HISTORY
               OPEN EXTEND BALANCE-HISTORY-FILE
               IF WS-CBH-STATUS = '35'
                   OPEN OUTPUT BALANCE-HISTORY-FILE
               END-IF
               IF WS-CBH-STATUS NOT = '00'
                   AND WS-CBH-STATUS NOT = '05'
                   DISPLAY 'BALANCE HISTORY OPEN ERROR: '
                       WS-CBH-STATUS
                   MOVE 'N' TO WS-APPEND-SWITCH
               END-IF
           ELSE
               DISPLAY 'BALANCE HISTORY ALREADY HOLDS '
                   WS-TODAY-DATE ', NOT APPENDED'
           END-IF.
       5000-WRITE-CONCENTRATION.
           MOVE 'N' TO WS-SORT-EOF
           MOVE LOW-VALUES TO WS-CURRENT-TYPE
           MOVE LOW-VALUES TO WS-CURRENT-GROUP
           MOVE 0 TO WS-GROUP-CUSTS
           PERFORM 5100-RETURN-RANKED-ROW
           PERFORM 5200-PROCESS-RANKED-ROW UNTIL SORT-EOF
           PERFORM 5300-GROUP-BREAK.
       5100-RETURN-RANKED-ROW.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
               AT END
                  MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       5200-PROCESS-RANKED-ROW.
           IF SRT-TYPE NOT = WS-CURRENT-TYPE
               OR SRT-GROUP NOT = WS-CURRENT-GROUP
               PERFORM 5300-GROUP-BREAK
               IF SRT-TYPE NOT = WS-CURRENT-TYPE
                   PERFORM 5400-WRITE-SECTION-HEADING
               END-IF
               MOVE SRT-TYPE TO WS-CURRENT-TYPE
               MOVE SRT-GROUP TO WS-CURRENT-GROUP
           END-IF
           IF SRT-CUSTOMER-ROW
               IF SRT-CUST-NO NOT = SPACES
                   PERFORM 6000-CHECK-LARGE-DEPOSITOR
               END-IF
           ELSE
               ADD 1 TO WS-GROUP-CUSTS
               ADD SRT-AMOUNT TO WS-GROUP-TOTAL
               IF SRT-CUST-NO NOT = SPACES
                   AND WS-TOP-COUNT < WS-TOP-MAX
                   ADD 1 TO WS-TOP-COUNT
                   MOVE SRT-CUST-NO TO WS-TOP-CUST (WS-TOP-COUNT)
                   MOVE SRT-AMOUNT TO WS-TOP-AMOUNT (WS-TOP-COUNT)
                   ADD SRT-AMOUNT TO WS-TOP-SUM
               END-IF
           END-IF
           PERFORM 5100-RETURN-RANKED-ROW.
       5300-GROUP-BREAK.
           IF WS-GROUP-CUSTS > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-CURRENT-TYPE = '1'
                   MOVE 'BRANCH:  ' TO WS-G-LABEL
               ELSE
                   MOVE 'PRODUCT: ' TO WS-G-LABEL
               END-IF
               MOVE WS-CURRENT-GROUP TO WS-G-GROUP
               MOVE WS-GROUP-TOTAL TO WS-G-TOTAL
               MOVE WS-GROUP-CUSTS TO WS-G-CUSTS
               MOVE 0 TO WS-SHARE-PCT
               IF WS-GROUP-TOTAL > 0
                   COMPUTE WS-SHARE-PCT ROUNDED =
                       WS-TOP-SUM * 100 / WS-GROUP-TOTAL
                       ON SIZE ERROR
                          MOVE 0 TO WS-SHARE-PCT
                   END-COMPUTE
               END-IF
               MOVE WS-SHARE-PCT TO WS-G-TOP-PCT
               MOVE WS-GROUP-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 0 TO WS-CUMUL-PCT
               PERFORM 5310-WRITE-TOP-LINE
                   VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > WS-TOP-COUNT
           END-IF
           MOVE 0 TO WS-GROUP-CUSTS
           MOVE 0 TO WS-GROUP-TOTAL
           MOVE 0 TO WS-TOP-COUNT
           MOVE 0 TO WS-TOP-SUM.
       5310-WRITE-TOP-LINE.
           MOVE WS-TOP-IDX TO WS-L-RANK
           MOVE WS-TOP-CUST (WS-TOP-IDX) TO WS-L-CUST-NO
           MOVE WS-TOP-CUST (WS-TOP-IDX) TO CUST-NO
           PERFORM 7000-LOOK-UP-NAME
           MOVE WS-LOOKUP-NAME TO WS-L-CUST-NAME
           MOVE WS-TOP-AMOUNT (WS-TOP-IDX) TO WS-L-AMOUNT
           MOVE 0 TO WS-SHARE-PCT
           IF WS-GROUP-TOTAL > 0
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-TOP-AMOUNT (WS-TOP-IDX) * 100 / WS-GROUP-TOTAL
                   ON SIZE ERROR
                      MOVE 0 TO WS-SHARE-PCT
               END-COMPUTE
           END-IF
           ADD WS-SHARE-PCT TO WS-CUMUL-PCT
           MOVE WS-SHARE-PCT TO WS-L-SHARE
           MOVE WS-CUMUL-PCT TO WS-L-CUMUL
           MOVE WS-TOP-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       5400-WRITE-SECTION-HEADING.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE TRUE
               WHEN SRT-BRANCH-ROW
                   MOVE 'TOP 25 DEPOSITORS BY BRANCH (USD)'
                       TO WS-S-TITLE
               WHEN SRT-PRODUCT-ROW
                   MOVE 'TOP 25 DEPOSITORS BY PRODUCT (USD)'
                       TO WS-S-TITLE
               WHEN OTHER
                   MOVE 'LARGE DEPOSITOR MOVEMENT (USD)'
                       TO WS-S-TITLE
           END-EVALUATE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF SRT-CUSTOMER-ROW
               MOVE WS-MOVE-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       6000-CHECK-LARGE-DEPOSITOR.
      *    A CUSTOMER IS SHOWN WHEN AT OR OVER THE THRESHOLD TODAY
      *    OR ON ANY OF THE SNAPSHOTS, SO ONE WHO HAS ALREADY LEFT
      *    STILL APPEARS WITH A ZERO BALANCE TODAY.
           IF SRT-AMOUNT NOT < WS-THRESHOLD
               AND APPEND-HISTORY
               MOVE SRT-CUST-NO TO CBH-CUST-NO
               MOVE WS-TODAY-DATE TO CBH-DATE
               MOVE SRT-AMOUNT TO CBH-BALANCE
               WRITE BALANCE-HISTORY-RECORD
               ADD 1 TO WS-APPENDED-COUNT
           END-IF
           IF SRT-AMOUNT NOT < WS-THRESHOLD
               OR SRT-PRIOR NOT < WS-THRESHOLD
               OR SRT-BAL-5 NOT < WS-THRESHOLD
               OR SRT-BAL-30 NOT < WS-THRESHOLD
               ADD 1 TO WS-LARGE-COUNT
               PERFORM 6100-WRITE-MOVEMENT-LINE
           END-IF.
       6100-WRITE-MOVEMENT-LINE.
           MOVE 'N' TO WS-ALERT-SWITCH
           MOVE SRT-CUST-NO TO WS-M-CUST-NO
           MOVE SRT-CUST-NO TO CUST-NO
           PERFORM 7000-LOOK-UP-NAME
           MOVE WS-LOOKUP-NAME TO WS-M-CUST-NAME
           MOVE SRT-AMOUNT TO WS-M-TODAY
           MOVE SRT-PRIOR TO WS-M-PRIOR
           COMPUTE WS-CHANGE-AMOUNT = SRT-AMOUNT - SRT-PRIOR
           MOVE WS-CHANGE-AMOUNT TO WS-M-CHANGE
           MOVE SRT-BAL-5 TO WS-M-BAL-5
           MOVE SRT-BAL-30 TO WS-M-BAL-30
           MOVE 0 TO WS-M-PCT-5
           MOVE 0 TO WS-M-PCT-30
           IF SRT-BAL-5 > 0
               PERFORM 6200-MEASURE-CHANGE-5
           END-IF
           IF SRT-BAL-30 > 0
               PERFORM 6300-MEASURE-CHANGE-30
           END-IF
           IF OUTFLOW-ALERT
               MOVE 'ALERT' TO WS-M-FLAG
               ADD 1 TO WS-ALERT-COUNT
               DISPLAY 'ALERT: OUTFLOW BY LARGE DEPOSITOR '
                   SRT-CUST-NO ' NOW ' WS-M-TODAY
           ELSE
               MOVE SPACES TO WS-M-FLAG
           END-IF
           MOVE WS-MOVE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       6200-MEASURE-CHANGE-5.
           COMPUTE WS-CHANGE-PCT ROUNDED =
               (SRT-AMOUNT - SRT-BAL-5) * 100 / SRT-BAL-5
               ON SIZE ERROR
                  MOVE 99999.9 TO WS-CHANGE-PCT
           END-COMPUTE
           MOVE WS-CHANGE-PCT TO WS-M-PCT-5
           IF SRT-BAL-5 NOT < WS-THRESHOLD
               AND (SRT-BAL-5 - SRT-AMOUNT) * 100 >
                   SRT-BAL-5 * WS-DROP-PCT
               MOVE 'Y' TO WS-ALERT-SWITCH
           END-IF.
       6300-MEASURE-CHANGE-30.
           COMPUTE WS-CHANGE-PCT ROUNDED =
               (SRT-AMOUNT - SRT-BAL-30) * 100 / SRT-BAL-30
               ON SIZE ERROR
                  MOVE 99999.9 TO WS-CHANGE-PCT
           END-COMPUTE
           MOVE WS-CHANGE-PCT TO WS-M-PCT-30
           IF SRT-BAL-30 NOT < WS-THRESHOLD
               AND (SRT-BAL-30 - SRT-AMOUNT) * 100 >
                   SRT-BAL-30 * WS-DROP-PCT
               MOVE 'Y' TO WS-ALERT-SWITCH
           END-IF.
       7000-LOOK-UP-NAME.
           MOVE SPACES TO WS-LOOKUP-NAME
           IF CUSTOMER-AVAILABLE
               READ CUSTOMER-FILE
                   INVALID KEY
                      MOVE 'NOT ON CUSTOMER MASTER' TO WS-LOOKUP-NAME
                   NOT INVALID KEY
                      MOVE CUST-NAME TO WS-LOOKUP-NAME
               END-READ
           END-IF.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE REPORT-FILE
           IF OWNERS-AVAILABLE
               CLOSE OWNER-FILE
           END-IF
           IF CUSTOMER-AVAILABLE
               CLOSE CUSTOMER-FILE
           END-IF
           IF PRODUCT-AVAILABLE
               CLOSE PRODUCT-FILE
           END-IF.
