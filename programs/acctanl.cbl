       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTANL.
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
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO 'ACCTHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT ITEM-FILE ASSIGN TO 'CHQITEM'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CHQI-KEY
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'ACCTHOLD'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO 'ANLPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
           SELECT FEE-TRN-FILE ASSIGN TO 'ANLTRN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO 'ANLSTMT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           COPY PRODREC.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
          05 HIST-ACCT-ID       PIC X(10).
          05 HIST-ACCT-BALANCE  PIC S9(9)V99.
          05 HIST-SNAPSHOT-DATE PIC 9(8).
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY JRNLREC.
       FD ITEM-FILE.
       01 ITEM-RECORD.
           COPY CHQIREC.
       FD HOLD-FILE.
       01 HOLD-RECORD.
           COPY HOLDREC.
       FD RUN-PARM-FILE.
       01 RUN-PARM-RECORD    PIC X(40).
       SD SORT-WORK-FILE.
      * ONE 'A' ROW PER ANALYZED ACCOUNT, FOLLOWED BY ONE 'H' ROW
      * PER SNAPSHOT OF IT TAKEN IN THE MONTH.
       01 SORT-RECORD.
          05 SRT-ACCT-ID     PIC X(10).
          05 SRT-ROW-TYPE    PIC X(01).
             88 SRT-ACCOUNT-ROW  VALUE 'A'.
             88 SRT-SNAPSHOT-ROW VALUE 'H'.
          05 SRT-ACCT-NAME   PIC X(30).
          05 SRT-PRODUCT     PIC X(03).
          05 SRT-CURRENCY    PIC X(03).
          05 SRT-BALANCE     PIC S9(9)V99.
      * THE NET ANALYSIS CHARGE GOES OUT IN THE FEE-DEBIT LAYOUT
      * ACCTFEE WRITES, SO IT POSTS THE SAME WAY.
       FD FEE-TRN-FILE.
       01 FEE-TRN-RECORD.
          05 FEE-ACCT-ID     PIC X(10).
          05 FEE-CODE        PIC X(01).
          05 FEE-AMOUNT      PIC S9(9)V99.
          05 FEE-REF         PIC X(12).
          05 FEE-EFFECTIVE-DATE PIC 9(8).
       FD STATEMENT-FILE.
       01 STATEMENT-LINE     PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-PROD-STATUS     PIC XX VALUE '00'.
       01 WS-HIST-STATUS     PIC XX VALUE '00'.
       01 WS-JRN-STATUS      PIC XX VALUE '00'.
       01 WS-ITEM-STATUS     PIC XX VALUE '00'.
       01 WS-HLD-STATUS      PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-FEE-STATUS      PIC XX VALUE '00'.
       01 WS-STMT-STATUS     PIC XX VALUE '00'.
       01 WS-ACCT-EOF        PIC X VALUE 'N'.
           88 ACCOUNT-EOF    VALUE 'Y'.
       01 WS-HIST-EOF        PIC X VALUE 'N'.
           88 HISTORY-EOF    VALUE 'Y'.
       01 WS-PARM-EOF        PIC X VALUE 'N'.
           88 PARM-EOF       VALUE 'Y'.
       01 WS-SORT-EOF        PIC X VALUE 'N'.
           88 SORT-EOF       VALUE 'Y'.
       01 WS-SCAN-EOF        PIC X VALUE 'N'.
           88 SCAN-DONE      VALUE 'Y'.
       01 WS-JRN-AVAILABLE   PIC X VALUE 'N'.
           88 JOURNAL-AVAILABLE VALUE 'Y'.
       01 WS-ITEM-AVAILABLE  PIC X VALUE 'N'.
           88 ITEM-FILE-AVAILABLE VALUE 'Y'.
       01 WS-HLD-AVAILABLE   PIC X VALUE 'N'.
           88 HOLD-FILE-AVAILABLE VALUE 'Y'.
       01 WS-ANALYZED-SWITCH PIC X VALUE 'N'.
           88 ANALYZED-PRODUCT VALUE 'Y'.
       01 WS-ACCT-SWITCH     PIC X VALUE 'N'.
           88 ACCOUNT-IN-HAND VALUE 'Y'.
      * THE MONTH ANALYZED IS THE CALENDAR MONTH BEFORE THE RUN
      * UNLESS A MONTH=CCYYMM CARD ON ANLPARM NAMES ANOTHER.
       01 WS-MONTH-PREFIX    PIC X(06) VALUE 'MONTH='.
       01 WS-ECR-PREFIX      PIC X(04) VALUE 'ECR='.
       01 WS-RESERVE-PREFIX  PIC X(08) VALUE 'RESERVE='.
       01 WS-PRICE-PREFIX    PIC X(06) VALUE 'PRICE='.
       01 WS-PERIOD-MONTH    PIC 9(6) VALUE 0.
       01 WS-PERIOD-MONTH-R REDEFINES WS-PERIOD-MONTH.
          05 WS-P-YEAR       PIC 9(4).
          05 WS-P-MONTH      PIC 9(2).
       01 WS-PERIOD-START    PIC 9(8) VALUE 0.
       01 WS-PERIOD-END      PIC 9(8) VALUE 0.
       01 WS-NEXT-MONTH-START PIC 9(8) VALUE 0.
       01 WS-DAYS-IN-MONTH   PIC 9(3) COMP VALUE 0.
      * MANAGED EARNINGS-CREDIT RATE, AS AN ANNUAL PERCENTAGE SET
      * BY TREASURY.  ECR=NNNNNN ON ANLPARM OVERRIDES IT (FOUR
      * DECIMALS, 015000 = 1.5%).  RESERVE=NN IS THE PERCENTAGE OF
      * THE COLLECTED BALANCE HELD BACK BEFORE CREDIT IS EARNED.
       01 WS-ECR-RATE        PIC 9(2)V9(4) VALUE 01.5000.
       01 WS-RESERVE-PCT     PIC 9(2) VALUE 10.
      * SERVICE PRICE TABLE FROM PRICE=AAAAPPPNNNNN CARDS: THE
      * ACTIVITY CODE, THE PRODUCT, AND THE UNIT PRICE (THREE
      * DIGITS AND TWO DECIMALS).  PRODUCT '***' PRICES EVERY
      * ANALYZED PRODUCT WITHOUT A CARD OF ITS OWN FOR THAT
      * ACTIVITY.  AN ACTIVITY WITH NO PRICE IS NOT CHARGED.
       01 WS-PRICE-COUNT     PIC 9(3) COMP VALUE 0.
       01 WS-PRICE-MAX       PIC 9(3) COMP VALUE 100.
       01 WS-PRICE-IDX       PIC 9(3) COMP VALUE 0.
       01 WS-PRICE-HIT       PIC 9(3) COMP VALUE 0.
       01 WS-PRICE-TABLE.
          05 WS-PRICE-ENTRY OCCURS 100 TIMES.
             10 WS-PT-ACTIVITY PIC X(04).
             10 WS-PT-PRODUCT  PIC X(03).
             10 WS-PT-PRICE    PIC 9(3)V99.
       01 WS-PRICE-CARD.
          05 WS-PC-ACTIVITY  PIC X(04).
          05 WS-PC-PRODUCT   PIC X(03).
          05 WS-PC-PRICE     PIC 9(3)V99.
      * BILLABLE ACTIVITY TYPES, IN STATEMENT ORDER.  MNTH IS THE
      * FLAT ACCOUNT MAINTENANCE CHARGE, ONE PER ACCOUNT A MONTH.
       01 WS-ACTIVITY-DEFS.
          05 FILLER PIC X(24) VALUE 'DEPSDEPOSITS CREDITED   '.
          05 FILLER PIC X(24) VALUE 'DEBSDEBITS POSTED       '.
          05 FILLER PIC X(24) VALUE 'CHQPCHEQUES PAID        '.
          05 FILLER PIC X(24) VALUE 'XFERTRANSFERS           '.
          05 FILLER PIC X(24) VALUE 'RETNRETURNED ITEMS      '.
          05 FILLER PIC X(24) VALUE 'MNTHACCOUNT MAINTENANCE '.
       01 WS-ACTIVITY-TABLE REDEFINES WS-ACTIVITY-DEFS.
          05 WS-ACTIVITY-DEF OCCURS 6 TIMES.
             10 WS-ACT-CODE   PIC X(04).
             10 WS-ACT-LABEL  PIC X(20).
       01 WS-ACT-COUNT       PIC 9(3) COMP VALUE 6.
       01 WS-ACT-IDX         PIC 9(3) COMP VALUE 0.
       01 WS-ACT-DEPOSITS    PIC 9(3) COMP VALUE 1.
       01 WS-ACT-DEBITS      PIC 9(3) COMP VALUE 2.
       01 WS-ACT-CHEQUES     PIC 9(3) COMP VALUE 3.
       01 WS-ACT-TRANSFERS   PIC 9(3) COMP VALUE 4.
       01 WS-ACT-RETURNS     PIC 9(3) COMP VALUE 5.
       01 WS-ACT-MAINTENANCE PIC 9(3) COMP VALUE 6.
       01 WS-ACTIVITY-WORK.
          05 WS-ACTIVITY-ENTRY OCCURS 6 TIMES.
             10 WS-AW-VOLUME  PIC 9(7).
             10 WS-AW-PRICE   PIC 9(3)V99.
             10 WS-AW-CHARGE  PIC S9(9)V99.
       01 WS-FLOAT-REASON    PIC X(20) VALUE 'UNCOLLECTED FUNDS'.
       01 WS-SNAP-COUNT      PIC 9(3) COMP VALUE 0.
       01 WS-SNAP-MAX        PIC 9(3) COMP VALUE 62.
       01 WS-SNAP-IDX        PIC 9(3) COMP VALUE 0.
       01 WS-SNAP-HIT        PIC 9(3) COMP VALUE 0.
       01 WS-SNAP-TABLE.
          05 WS-SNAP-DATE    PIC 9(8) OCCURS 62 TIMES.
       01 WS-CURRENT-ACCT    PIC X(10) VALUE LOW-VALUES.
       01 WS-A-NAME          PIC X(30).
       01 WS-A-PRODUCT       PIC X(03).
       01 WS-A-CURRENCY      PIC X(03).
       01 WS-A-BAL-SUM       PIC S9(13)V99 VALUE 0.
       01 WS-A-AVG-LEDGER    PIC S9(9)V99 VALUE 0.
       01 WS-A-FLOAT-DAYS    PIC S9(13)V99 VALUE 0.
       01 WS-A-AVG-FLOAT     PIC S9(9)V99 VALUE 0.
       01 WS-A-COLLECTED     PIC S9(9)V99 VALUE 0.
       01 WS-A-CHARGES       PIC S9(9)V99 VALUE 0.
       01 WS-A-CREDIT        PIC S9(9)V99 VALUE 0.
       01 WS-A-NET           PIC S9(9)V99 VALUE 0.
       01 WS-A-DEBITS        PIC 9(7) VALUE 0.
       01 WS-HOLD-FROM       PIC 9(8) VALUE 0.
       01 WS-HOLD-TO         PIC 9(8) VALUE 0.
       01 WS-HOLD-DAYS       PIC S9(5) VALUE 0.
       01 WS-TODAY           PIC 9(8) VALUE 0.
       01 WS-FEE-VALUE-DATE  PIC 9(8) VALUE 0.
       01 WS-FEE-VALUE-DATE-R REDEFINES WS-FEE-VALUE-DATE.
          05 WS-FV-YEAR      PIC 9(4).
          05 WS-FV-MONTH     PIC 9(2).
          05 WS-FV-DAY       PIC 9(2).
       01 WS-BUSDAY-AREA.
          05 WS-BD-FUNCTION   PIC X(01).
          05 WS-BD-DATE-IN    PIC 9(8).
          05 WS-BD-FLAG       PIC X(01).
             88 BUSINESS-DAY-OPEN VALUE 'Y'.
          05 WS-BD-DATE-OUT   PIC 9(8).
       01 WS-FEE-SEQ         PIC 9(5) VALUE 0.
       01 WS-ACCOUNTS-READ   PIC 9(7) COMP VALUE 0.
       01 WS-ANALYZED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-CHARGED-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-OFFSET-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-TOTAL-CHARGES   PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-CREDIT    PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-NET       PIC S9(11)V99 VALUE 0.
       01 WS-TITLE-LINE.
          05 FILLER          PIC X(35)
             VALUE 'ACCOUNT ANALYSIS STATEMENT - MONTH '.
          05 WS-T-MONTH      PIC 9(6).
       01 WS-ACCOUNT-LINE.
          05 FILLER          PIC X(09) VALUE 'ACCOUNT: '.
          05 WS-AC-ACCT-ID   PIC X(11).
          05 WS-AC-NAME      PIC X(31).
          05 FILLER          PIC X(09) VALUE 'PRODUCT: '.
          05 WS-AC-PRODUCT   PIC X(04).
          05 FILLER          PIC X(05) VALUE 'CCY: '.
          05 WS-AC-CURRENCY  PIC X(03).
       01 WS-HEADING-LINE.
          05 FILLER          PIC X(22) VALUE 'SERVICE'.
          05 FILLER          PIC X(10) VALUE '    VOLUME'.
          05 FILLER          PIC X(12) VALUE '  UNIT PRICE'.
          05 FILLER          PIC X(16) VALUE '          CHARGE'.
       01 WS-SERVICE-LINE.
          05 WS-SV-LABEL     PIC X(22).
          05 WS-SV-VOLUME    PIC Z(9)9.
          05 FILLER          PIC X(04) VALUE SPACES.
          05 WS-SV-PRICE     PIC ZZZ9.99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-SV-CHARGE    PIC -(11)9.99.
       01 WS-AMOUNT-LINE.
          05 WS-AM-LABEL     PIC X(44).
          05 WS-AM-AMOUNT    PIC -(12)9.99.
       01 WS-RATE-LINE.
          05 WS-RT-LABEL     PIC X(44).
          05 FILLER          PIC X(07) VALUE SPACES.
          05 WS-RT-RATE      PIC Z9.9999.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    EACH ACCOUNT ON AN ANALYZED PRODUCT IS BILLED FOR THE
      *    MONTH'S ACTIVITY AT THE SERVICE PRICE TABLE, AND EARNS A
      *    CREDIT ON ITS AVERAGE COLLECTED BALANCE (THE SNAPSHOT
      *    AVERAGE LESS UNCOLLECTED-FUNDS HOLDS, NET OF RESERVE) AT
      *    THE MANAGED RATE.  ONLY THE SHORTFALL OF CREDIT AGAINST
      *    CHARGES IS DEBITED, AS ONE FEE; CREDIT BEYOND THE CHARGES
      *    IS NOT PAID OUT OR CARRIED FORWARD.  AMOUNTS STAY IN THE
      *    ACCOUNT'S OWN CURRENCY.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 1100-READ-RUN-PARMS
           PERFORM 1500-SET-FEE-VALUE-DATE
           MOVE WS-PERIOD-MONTH TO WS-T-MONTH
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ACCT-ID
               ON ASCENDING KEY SRT-ROW-TYPE
               INPUT PROCEDURE IS 2000-FEED-ACCOUNTS
               OUTPUT PROCEDURE IS 3000-ANALYZE-ACCOUNTS
           DISPLAY 'MONTH ANALYZED        : ' WS-PERIOD-MONTH
           DISPLAY 'SNAPSHOT DATES        : ' WS-SNAP-COUNT
           DISPLAY 'ACCOUNTS READ         : ' WS-ACCOUNTS-READ
           DISPLAY 'ACCOUNTS ANALYZED     : ' WS-ANALYZED-COUNT
           DISPLAY 'NET CHARGES DEBITED   : ' WS-CHARGED-COUNT
           DISPLAY 'FULLY OFFSET BY CREDIT: ' WS-OFFSET-COUNT
           DISPLAY 'SERVICE CHARGES       : ' WS-TOTAL-CHARGES
           DISPLAY 'EARNINGS CREDIT       : ' WS-TOTAL-CREDIT
           DISPLAY 'NET FEES ASSESSED     : ' WS-TOTAL-NET
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
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS NOT = '00'
               DISPLAY 'PRODUCT FILE OPEN ERROR: ' WS-PROD-STATUS
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT FEE-TRN-FILE
           IF WS-FEE-STATUS NOT = '00'
               DISPLAY 'ANALYSIS FEE FILE OPEN ERROR: ' WS-FEE-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE PRODUCT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = '00'
               DISPLAY 'STATEMENT FILE OPEN ERROR: ' WS-STMT-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE PRODUCT-FILE
               CLOSE FEE-TRN-FILE
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS = '00'
               MOVE 'Y' TO WS-JRN-AVAILABLE
           ELSE
               DISPLAY 'JOURNAL FILE UNAVAILABLE, STATUS '
                   WS-JRN-STATUS ', ACTIVITY NOT COUNTED'
           END-IF
           OPEN INPUT ITEM-FILE
           IF WS-ITEM-STATUS = '00'
               MOVE 'Y' TO WS-ITEM-AVAILABLE
           ELSE
               DISPLAY 'CHEQUE ITEM FILE UNAVAILABLE, STATUS '
                   WS-ITEM-STATUS ', CHEQUES BILLED AS DEBITS'
           END-IF
           OPEN INPUT HOLD-FILE
           IF WS-HLD-STATUS = '00'
               MOVE 'Y' TO WS-HLD-AVAILABLE
           ELSE
               DISPLAY 'HOLD FILE UNAVAILABLE, STATUS '
                   WS-HLD-STATUS ', NO FLOAT DEDUCTED'
           END-IF.
       1100-READ-RUN-PARMS.
           IF WS-MONTH > 1
               COMPUTE WS-PERIOD-MONTH =
                   (WS-YEAR * 100) + WS-MONTH - 1
           ELSE
               COMPUTE WS-PERIOD-MONTH = ((WS-YEAR - 1) * 100) + 12
           END-IF
           OPEN INPUT RUN-PARM-FILE
           IF WS-PARM-STATUS = '00'
               PERFORM 1110-READ-RUN-PARM
               PERFORM 1120-APPLY-RUN-PARM UNTIL PARM-EOF
               CLOSE RUN-PARM-FILE
           END-IF
           COMPUTE WS-PERIOD-START = (WS-PERIOD-MONTH * 100) + 1
           IF WS-P-MONTH < 12
               COMPUTE WS-NEXT-MONTH-START = WS-PERIOD-START + 100
           ELSE
               COMPUTE WS-NEXT-MONTH-START =
                   ((WS-P-YEAR + 1) * 10000) + 101
           END-IF
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START)
             - FUNCTION INTEGER-OF-DATE (WS-PERIOD-START)
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START) - 1)
           DISPLAY 'EARNINGS CREDIT RATE %: ' WS-ECR-RATE
           DISPLAY 'RESERVE REQUIREMENT % : ' WS-RESERVE-PCT
           DISPLAY 'SERVICE PRICE CARDS   : ' WS-PRICE-COUNT.
       1110-READ-RUN-PARM.
           READ RUN-PARM-FILE
               AT END
                  MOVE 'Y' TO WS-PARM-EOF
           END-READ.
       1120-APPLY-RUN-PARM.
           EVALUATE TRUE
               WHEN RUN-PARM-RECORD (1:6) = WS-MONTH-PREFIX
                   IF RUN-PARM-RECORD (7:6) IS NUMERIC
                       MOVE RUN-PARM-RECORD (7:6) TO WS-PERIOD-MONTH
                   END-IF
               WHEN RUN-PARM-RECORD (1:4) = WS-ECR-PREFIX
                   IF RUN-PARM-RECORD (5:6) IS NUMERIC
                       MOVE RUN-PARM-RECORD (5:6) TO WS-ECR-RATE
                   END-IF
               WHEN RUN-PARM-RECORD (1:8) = WS-RESERVE-PREFIX
                   IF RUN-PARM-RECORD (9:2) IS NUMERIC
                       MOVE RUN-PARM-RECORD (9:2) TO WS-RESERVE-PCT
                   END-IF
               WHEN RUN-PARM-RECORD (1:6) = WS-PRICE-PREFIX
                   MOVE RUN-PARM-RECORD (7:12) TO WS-PRICE-CARD
                   IF WS-PC-PRICE IS NUMERIC
                       AND WS-PC-ACTIVITY NOT = SPACES
                       AND WS-PC-PRODUCT NOT = SPACES
                       AND WS-PRICE-COUNT < WS-PRICE-MAX
                       ADD 1 TO WS-PRICE-COUNT
                       MOVE WS-PC-ACTIVITY
                           TO WS-PT-ACTIVITY (WS-PRICE-COUNT)
                       MOVE WS-PC-PRODUCT
                           TO WS-PT-PRODUCT (WS-PRICE-COUNT)
                       MOVE WS-PC-PRICE
                           TO WS-PT-PRICE (WS-PRICE-COUNT)
                   ELSE
                       DISPLAY 'PRICE CARD IGNORED: ' RUN-PARM-RECORD
                   END-IF
           END-EVALUATE
           PERFORM 1110-READ-RUN-PARM.
       1500-SET-FEE-VALUE-DATE.
           MOVE WS-TODAY TO WS-FEE-VALUE-DATE
           MOVE 'B' TO WS-BD-FUNCTION
           MOVE WS-TODAY TO WS-BD-DATE-IN
           CALL 'DATEUTIL' USING WS-DATE-RESULT, WS-FEE-VALUE-DATE-R,
               WS-BUSDAY-AREA
           IF NOT BUSINESS-DAY-OPEN
               MOVE 'N' TO WS-BD-FUNCTION
               CALL 'DATEUTIL' USING WS-DATE-RESULT,
                   WS-FEE-VALUE-DATE-R, WS-BUSDAY-AREA
               MOVE WS-BD-DATE-OUT TO WS-FEE-VALUE-DATE
               DISPLAY 'FEE VALUE DATE ROLLED TO BUSINESS DAY: '
                   WS-FEE-VALUE-DATE
           END-IF.
       2000-FEED-ACCOUNTS.
           PERFORM 2100-READ-ACCOUNT
           PERFORM 2200-RELEASE-ACCOUNT UNTIL ACCOUNT-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = '00'
               PERFORM 2400-READ-SNAPSHOT
               PERFORM 2500-RELEASE-SNAPSHOT UNTIL HISTORY-EOF
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY 'SNAPSHOT HISTORY UNAVAILABLE, STATUS '
                   WS-HIST-STATUS ', AVERAGE BALANCES ZERO'
           END-IF.
       2100-READ-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-ACCT-EOF
           END-READ
           IF NOT ACCOUNT-EOF AND WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE READ ERROR: ' WS-FILE-STATUS
               MOVE 'Y' TO WS-ACCT-EOF
           END-IF.
       2200-RELEASE-ACCOUNT.
      *    A CLOSED, ESCHEATED OR CHARGED-OFF ACCOUNT IS NOT
      *    ANALYZED; THERE IS NO LIVE RELATIONSHIP TO BILL.
           ADD 1 TO WS-ACCOUNTS-READ
           PERFORM 2300-CHECK-ANALYZED-PRODUCT
           IF ANALYZED-PRODUCT
               AND NOT ACCT-CLOSED
               AND NOT ACCT-ESCHEATED
               AND NOT ACCT-CHARGED-OFF
               MOVE ACCT-ID TO SRT-ACCT-ID
               SET SRT-ACCOUNT-ROW TO TRUE
               MOVE ACCT-NAME TO SRT-ACCT-NAME
               MOVE ACCT-PRODUCT-CODE TO SRT-PRODUCT
               MOVE ACCT-CURRENCY-CODE TO SRT-CURRENCY
               MOVE 0 TO SRT-BALANCE
               RELEASE SORT-RECORD
           END-IF
           PERFORM 2100-READ-ACCOUNT.
       2300-CHECK-ANALYZED-PRODUCT.
           MOVE 'N' TO WS-ANALYZED-SWITCH
           IF ACCT-PRODUCT-CODE NOT = SPACES
               MOVE ACCT-ENTITY-CODE TO PROD-ENTITY-CODE
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF PROD-ANALYZED
                          MOVE 'Y' TO WS-ANALYZED-SWITCH
                      END-IF
               END-READ
           END-IF.
       2400-READ-SNAPSHOT.
           READ HISTORY-FILE INTO HISTORY-RECORD
               AT END
                  MOVE 'Y' TO WS-HIST-EOF
           END-READ.
       2500-RELEASE-SNAPSHOT.
      *    EVERY SNAPSHOT DATE IN THE MONTH COUNTS AS ONE DAY OF THE
      *    AVERAGE.  SNAPSHOTS OF ACCOUNTS THAT ARE NOT ANALYZED
      *    FIND NO ACCOUNT ROW IN THE SORT AND FALL AWAY THERE.
           IF HIST-SNAPSHOT-DATE NOT < WS-PERIOD-START
               AND HIST-SNAPSHOT-DATE NOT > WS-PERIOD-END
               PERFORM 2510-NOTE-SNAPSHOT-DATE
               MOVE HIST-ACCT-ID TO SRT-ACCT-ID
               SET SRT-SNAPSHOT-ROW TO TRUE
               MOVE SPACES TO SRT-ACCT-NAME
               MOVE SPACES TO SRT-PRODUCT
               MOVE SPACES TO SRT-CURRENCY
               MOVE HIST-ACCT-BALANCE TO SRT-BALANCE
               RELEASE SORT-RECORD
           END-IF
           PERFORM 2400-READ-SNAPSHOT.
       2510-NOTE-SNAPSHOT-DATE.
           MOVE 0 TO WS-SNAP-HIT
           MOVE 0 TO WS-SNAP-IDX
           PERFORM 2520-MATCH-SNAPSHOT-DATE
               UNTIL WS-SNAP-IDX >= WS-SNAP-COUNT OR WS-SNAP-HIT > 0
           IF WS-SNAP-HIT = 0 AND WS-SNAP-COUNT < WS-SNAP-MAX
               ADD 1 TO WS-SNAP-COUNT
               MOVE HIST-SNAPSHOT-DATE TO WS-SNAP-DATE (WS-SNAP-COUNT)
           END-IF.
       2520-MATCH-SNAPSHOT-DATE.
           ADD 1 TO WS-SNAP-IDX
           IF WS-SNAP-DATE (WS-SNAP-IDX) = HIST-SNAPSHOT-DATE
               MOVE WS-SNAP-IDX TO WS-SNAP-HIT
           END-IF.
       3000-ANALYZE-ACCOUNTS.
           PERFORM 3100-RETURN-ROW
           PERFORM 3200-PROCESS-ROW UNTIL SORT-EOF
           PERFORM 3300-FINISH-ACCOUNT.
       3100-RETURN-ROW.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
               AT END
                  MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       3200-PROCESS-ROW.
           IF SRT-ACCT-ID NOT = WS-CURRENT-ACCT
               PERFORM 3300-FINISH-ACCOUNT
               MOVE SRT-ACCT-ID TO WS-CURRENT-ACCT
           END-IF
           IF SRT-ACCOUNT-ROW
               MOVE 'Y' TO WS-ACCT-SWITCH
               MOVE SRT-ACCT-NAME TO WS-A-NAME
               MOVE SRT-PRODUCT TO WS-A-PRODUCT
               MOVE SRT-CURRENCY TO WS-A-CURRENCY
           ELSE
               IF ACCOUNT-IN-HAND
                   ADD SRT-BALANCE TO WS-A-BAL-SUM
               END-IF
           END-IF
           PERFORM 3100-RETURN-ROW.
       3300-FINISH-ACCOUNT.
           IF ACCOUNT-IN-HAND
               ADD 1 TO WS-ANALYZED-COUNT
               INITIALIZE WS-ACTIVITY-WORK
               MOVE 0 TO WS-A-DEBITS
               MOVE 0 TO WS-A-AVG-LEDGER
               IF WS-SNAP-COUNT > 0
                   COMPUTE WS-A-AVG-LEDGER ROUNDED =
                       WS-A-BAL-SUM / WS-SNAP-COUNT
               END-IF
               PERFORM 3400-COUNT-POSTINGS
               PERFORM 3500-COUNT-CHEQUES-PAID
               PERFORM 3600-AVERAGE-FLOAT
               PERFORM 4000-PRICE-ACCOUNT
               PERFORM 5000-WRITE-STATEMENT
           END-IF
           MOVE 'N' TO WS-ACCT-SWITCH
           MOVE 0 TO WS-A-BAL-SUM.
       3400-COUNT-POSTINGS.
           IF JOURNAL-AVAILABLE
               MOVE 'N' TO WS-SCAN-EOF
               MOVE WS-CURRENT-ACCT TO JRNL-ACCT-ID
               MOVE WS-PERIOD-START TO JRNL-POST-DATE
               MOVE 0 TO JRNL-SEQUENCE
               START JOURNAL-FILE KEY IS NOT LESS THAN JRNL-KEY
                   INVALID KEY
                      MOVE 'Y' TO WS-SCAN-EOF
               END-START
               PERFORM 3410-TAKE-ONE-POSTING UNTIL SCAN-DONE
           END-IF.
       3410-TAKE-ONE-POSTING.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-JRN-STATUS NOT = '00'
                   OR JRNL-ACCT-ID NOT = WS-CURRENT-ACCT
                   OR JRNL-POST-DATE > WS-PERIOD-END
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   PERFORM 3420-CLASSIFY-POSTING
               END-IF
           END-IF.
       3420-CLASSIFY-POSTING.
      *    ONLY CUSTOMER ACTIVITY IS BILLED: THE BANK'S OWN FEE,
      *    INTEREST AND REWARD POSTINGS ARE NOT, AND A REVERSAL IS
      *    A CORRECTION RATHER THAN A NEW ITEM.  TRANSFERS ARE
      *    JOURNALED UNDER RUN ID 'TRANSFER' ON BOTH LEGS; RETURNED
      *    PAYMENTS POST WITH A REFERENCE STARTING 'R'.  CHEQUES ARE
      *    ORDINARY DEBITS HERE AND ARE TAKEN OUT OF THE DEBIT COUNT
      *    ONCE THE CHEQUES PAID ARE KNOWN.
           EVALUATE TRUE
               WHEN JRNL-IS-REVERSAL
                   CONTINUE
               WHEN NOT JRNL-IS-CREDIT AND NOT JRNL-IS-DEBIT
                   CONTINUE
               WHEN JRNL-RUN-ID = 'TRANSFER'
                   ADD 1 TO WS-AW-VOLUME (WS-ACT-TRANSFERS)
               WHEN JRNL-TRN-REF (1:1) = 'R'
                   ADD 1 TO WS-AW-VOLUME (WS-ACT-RETURNS)
               WHEN JRNL-IS-CREDIT
                   ADD 1 TO WS-AW-VOLUME (WS-ACT-DEPOSITS)
               WHEN OTHER
                   ADD 1 TO WS-A-DEBITS
           END-EVALUATE.
       3500-COUNT-CHEQUES-PAID.
           IF ITEM-FILE-AVAILABLE
               MOVE 'N' TO WS-SCAN-EOF
               MOVE WS-CURRENT-ACCT TO CHQI-ACCT-ID
               MOVE 0 TO CHQI-SERIAL
               START ITEM-FILE KEY IS NOT LESS THAN CHQI-KEY
                   INVALID KEY
                      MOVE 'Y' TO WS-SCAN-EOF
               END-START
               PERFORM 3510-TAKE-ONE-CHEQUE UNTIL SCAN-DONE
           END-IF
           IF WS-A-DEBITS > WS-AW-VOLUME (WS-ACT-CHEQUES)
               COMPUTE WS-AW-VOLUME (WS-ACT-DEBITS) =
                   WS-A-DEBITS - WS-AW-VOLUME (WS-ACT-CHEQUES)
           ELSE
               MOVE 0 TO WS-AW-VOLUME (WS-ACT-DEBITS)
           END-IF.
       3510-TAKE-ONE-CHEQUE.
           READ ITEM-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-ITEM-STATUS NOT = '00'
                   OR CHQI-ACCT-ID NOT = WS-CURRENT-ACCT
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   IF CHQI-PAID
                       AND CHQI-PRESENTED-DATE NOT < WS-PERIOD-START
                       AND CHQI-PRESENTED-DATE NOT > WS-PERIOD-END
                       ADD 1 TO WS-AW-VOLUME (WS-ACT-CHEQUES)
                   END-IF
               END-IF
           END-IF.
       3600-AVERAGE-FLOAT.
      *    AN UNCOLLECTED-FUNDS HOLD COUNTS AS FLOAT FOR EACH DAY OF
      *    THE MONTH FROM ITS PLACING UP TO ITS EXPIRY, WHETHER IT
      *    HAS SINCE BEEN RELEASED OR NOT.  THE AMOUNT-DAYS OVER THE
      *    CALENDAR DAYS OF THE MONTH GIVE THE AVERAGE FLOAT.
           MOVE 0 TO WS-A-FLOAT-DAYS
           MOVE 0 TO WS-A-AVG-FLOAT
           IF HOLD-FILE-AVAILABLE
               MOVE 'N' TO WS-SCAN-EOF
               MOVE WS-CURRENT-ACCT TO HLD-ACCT-ID
               MOVE 0 TO HLD-SEQ
               START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
                   INVALID KEY
                      MOVE 'Y' TO WS-SCAN-EOF
               END-START
               PERFORM 3610-TAKE-ONE-HOLD UNTIL SCAN-DONE
               COMPUTE WS-A-AVG-FLOAT ROUNDED =
                   WS-A-FLOAT-DAYS / WS-DAYS-IN-MONTH
           END-IF
           IF WS-A-AVG-LEDGER > WS-A-AVG-FLOAT
               COMPUTE WS-A-COLLECTED =
                   WS-A-AVG-LEDGER - WS-A-AVG-FLOAT
           ELSE
               MOVE 0 TO WS-A-COLLECTED
           END-IF.
       3610-TAKE-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-HLD-STATUS NOT = '00'
                   OR HLD-ACCT-ID NOT = WS-CURRENT-ACCT
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   IF HLD-REASON = WS-FLOAT-REASON
                       PERFORM 3620-ADD-HOLD-DAYS
                   END-IF
               END-IF
           END-IF.
       3620-ADD-HOLD-DAYS.
           IF HLD-PLACED-DATE > WS-PERIOD-START
               MOVE HLD-PLACED-DATE TO WS-HOLD-FROM
           ELSE
               MOVE WS-PERIOD-START TO WS-HOLD-FROM
           END-IF
           IF HLD-EXPIRY-DATE = 0
               OR HLD-EXPIRY-DATE > WS-NEXT-MONTH-START
               MOVE WS-NEXT-MONTH-START TO WS-HOLD-TO
           ELSE
               MOVE HLD-EXPIRY-DATE TO WS-HOLD-TO
           END-IF
           IF WS-HOLD-TO > WS-HOLD-FROM
               COMPUTE WS-HOLD-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-HOLD-TO)
                 - FUNCTION INTEGER-OF-DATE (WS-HOLD-FROM)
               COMPUTE WS-A-FLOAT-DAYS =
                   WS-A-FLOAT-DAYS + (HLD-AMOUNT * WS-HOLD-DAYS)
           END-IF.
       4000-PRICE-ACCOUNT.
           MOVE 1 TO WS-AW-VOLUME (WS-ACT-MAINTENANCE)
           MOVE 0 TO WS-A-CHARGES
           PERFORM 4100-PRICE-ACTIVITY
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-COUNT
           COMPUTE WS-A-CREDIT ROUNDED =
               WS-A-COLLECTED * (100 - WS-RESERVE-PCT) / 100
                 * WS-ECR-RATE / 100 * WS-DAYS-IN-MONTH / 365
           COMPUTE WS-A-NET = WS-A-CHARGES - WS-A-CREDIT
           ADD WS-A-CHARGES TO WS-TOTAL-CHARGES
           ADD WS-A-CREDIT TO WS-TOTAL-CREDIT
           IF WS-A-NET > 0
               PERFORM 4500-WRITE-NET-CHARGE
           ELSE
               ADD 1 TO WS-OFFSET-COUNT
           END-IF.
       4100-PRICE-ACTIVITY.
           MOVE 0 TO WS-PRICE-HIT
           MOVE 0 TO WS-PRICE-IDX
           PERFORM 4110-MATCH-PRICE-CARD
               UNTIL WS-PRICE-IDX >= WS-PRICE-COUNT
                  OR WS-PRICE-HIT > 0
           IF WS-PRICE-HIT = 0
               MOVE 0 TO WS-PRICE-IDX
               PERFORM 4120-MATCH-DEFAULT-PRICE
                   UNTIL WS-PRICE-IDX >= WS-PRICE-COUNT
                      OR WS-PRICE-HIT > 0
           END-IF
           IF WS-PRICE-HIT > 0
               MOVE WS-PT-PRICE (WS-PRICE-HIT)
                   TO WS-AW-PRICE (WS-ACT-IDX)
           ELSE
               MOVE 0 TO WS-AW-PRICE (WS-ACT-IDX)
           END-IF
           COMPUTE WS-AW-CHARGE (WS-ACT-IDX) =
               WS-AW-VOLUME (WS-ACT-IDX) * WS-AW-PRICE (WS-ACT-IDX)
           ADD WS-AW-CHARGE (WS-ACT-IDX) TO WS-A-CHARGES.
       4110-MATCH-PRICE-CARD.
           ADD 1 TO WS-PRICE-IDX
           IF WS-PT-ACTIVITY (WS-PRICE-IDX) = WS-ACT-CODE (WS-ACT-IDX)
               AND WS-PT-PRODUCT (WS-PRICE-IDX) = WS-A-PRODUCT
               MOVE WS-PRICE-IDX TO WS-PRICE-HIT
           END-IF.
       4120-MATCH-DEFAULT-PRICE.
           ADD 1 TO WS-PRICE-IDX
           IF WS-PT-ACTIVITY (WS-PRICE-IDX) = WS-ACT-CODE (WS-ACT-IDX)
               AND WS-PT-PRODUCT (WS-PRICE-IDX) = '***'
               MOVE WS-PRICE-IDX TO WS-PRICE-HIT
           END-IF.
       4500-WRITE-NET-CHARGE.
           ADD 1 TO WS-CHARGED-COUNT
           ADD 1 TO WS-FEE-SEQ
           ADD WS-A-NET TO WS-TOTAL-NET
           MOVE WS-CURRENT-ACCT TO FEE-ACCT-ID
           MOVE 'F' TO FEE-CODE
           MOVE WS-A-NET TO FEE-AMOUNT
           MOVE SPACES TO FEE-REF
           STRING 'A' WS-TODAY (3:6) WS-FEE-SEQ
               DELIMITED BY SIZE INTO FEE-REF
           MOVE WS-FEE-VALUE-DATE TO FEE-EFFECTIVE-DATE
           WRITE FEE-TRN-RECORD
           IF WS-FEE-STATUS NOT = '00'
               DISPLAY 'ANALYSIS FEE WRITE ERROR, STATUS '
                   WS-FEE-STATUS ': ' WS-CURRENT-ACCT
           END-IF.
       5000-WRITE-STATEMENT.
           MOVE WS-TITLE-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-CURRENT-ACCT TO WS-AC-ACCT-ID
           MOVE WS-A-NAME TO WS-AC-NAME
           MOVE WS-A-PRODUCT TO WS-AC-PRODUCT
           MOVE WS-A-CURRENCY TO WS-AC-CURRENCY
           MOVE WS-ACCOUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-HEADING-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM 5100-WRITE-SERVICE-LINE
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-COUNT
           MOVE 'TOTAL SERVICE CHARGES' TO WS-AM-LABEL
           MOVE WS-A-CHARGES TO WS-AM-AMOUNT
           PERFORM 5200-WRITE-AMOUNT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'AVERAGE LEDGER BALANCE' TO WS-AM-LABEL
           MOVE WS-A-AVG-LEDGER TO WS-AM-AMOUNT
           PERFORM 5200-WRITE-AMOUNT-LINE
           MOVE 'LESS AVERAGE UNCOLLECTED FUNDS' TO WS-AM-LABEL
           MOVE WS-A-AVG-FLOAT TO WS-AM-AMOUNT
           PERFORM 5200-WRITE-AMOUNT-LINE
           MOVE 'AVERAGE COLLECTED BALANCE' TO WS-AM-LABEL
           MOVE WS-A-COLLECTED TO WS-AM-AMOUNT
           PERFORM 5200-WRITE-AMOUNT-LINE
           MOVE 'RESERVE REQUIREMENT %' TO WS-RT-LABEL
           MOVE WS-RESERVE-PCT TO WS-RT-RATE
           PERFORM 5300-WRITE-RATE-LINE
           MOVE 'EARNINGS CREDIT RATE %' TO WS-RT-LABEL
           MOVE WS-ECR-RATE TO WS-RT-RATE
           PERFORM 5300-WRITE-RATE-LINE
           MOVE 'EARNINGS CREDIT' TO WS-AM-LABEL
           MOVE WS-A-CREDIT TO WS-AM-AMOUNT
           PERFORM 5200-WRITE-AMOUNT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-A-NET > 0
               MOVE 'NET SERVICE CHARGE DEBITED' TO WS-AM-LABEL
               MOVE WS-A-NET TO WS-AM-AMOUNT
               PERFORM 5200-WRITE-AMOUNT-LINE
           ELSE
               MOVE 'NO CHARGE - COVERED BY EARNINGS CREDIT'
                   TO WS-AM-LABEL
               MOVE 0 TO WS-AM-AMOUNT
               PERFORM 5200-WRITE-AMOUNT-LINE
           END-IF
           MOVE ALL '-' TO STATEMENT-LINE
           WRITE STATEMENT-LINE.
       5100-WRITE-SERVICE-LINE.
           MOVE WS-ACT-LABEL (WS-ACT-IDX) TO WS-SV-LABEL
           MOVE WS-AW-VOLUME (WS-ACT-IDX) TO WS-SV-VOLUME
           MOVE WS-AW-PRICE (WS-ACT-IDX) TO WS-SV-PRICE
           MOVE WS-AW-CHARGE (WS-ACT-IDX) TO WS-SV-CHARGE
           MOVE WS-SERVICE-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.
       5200-WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.
       5300-WRITE-RATE-LINE.
           MOVE WS-RATE-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE PRODUCT-FILE
           CLOSE FEE-TRN-FILE
           CLOSE STATEMENT-FILE
           IF JOURNAL-AVAILABLE
               CLOSE JOURNAL-FILE
           END-IF
           IF ITEM-FILE-AVAILABLE
               CLOSE ITEM-FILE
           END-IF
           IF HOLD-FILE-AVAILABLE
               CLOSE HOLD-FILE
           END-IF.
