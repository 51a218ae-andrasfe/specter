       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO 'ACCTHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'PRODFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO 'PROFPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PROF-WORK-FILE ASSIGN TO 'PROFWORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
           SELECT RANK-SORT-FILE ASSIGN TO 'SRTWORK2'.
           SELECT REPORT-FILE ASSIGN TO 'PROFRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
          05 HIST-ACCT-ID       PIC X(10).
          05 HIST-ACCT-BALANCE  PIC S9(9)V99.
          05 HIST-SNAPSHOT-DATE PIC 9(8).
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY JRNLREC.
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           COPY PRODREC.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       FD RUN-PARM-FILE.
       01 RUN-PARM-RECORD    PIC X(40).
       FD PROF-WORK-FILE.
       01 PROF-WORK-RECORD   PIC X(91).
       SD SORT-WORK-FILE.
      * ONE 'A' ROW PER DEPOSIT ACCOUNT CARRYING ITS ATTRIBUTES,
      * FOLLOWED BY ONE 'H' ROW PER SNAPSHOT OF IT IN THE MONTH.
       01 SORT-RECORD.
          05 SRT-CUST-NO     PIC X(08).
          05 SRT-ACCT-ID     PIC X(10).
          05 SRT-ROW-TYPE    PIC X(01).
             88 SRT-ACCOUNT-ROW  VALUE 'A'.
             88 SRT-SNAPSHOT-ROW VALUE 'H'.
          05 SRT-BRANCH      PIC X(04).
          05 SRT-PRODUCT     PIC X(03).
          05 SRT-CURRENCY    PIC X(03).
          05 SRT-STATUS      PIC X(01).
          05 SRT-BALANCE     PIC S9(9)V99.
       SD RANK-SORT-FILE.
       01 RANK-SORT-RECORD.
          05 RNK-CUST-NO     PIC X(08).
          05 RNK-ACCOUNTS    PIC 9(5).
          05 RNK-AVG-BALANCE PIC S9(11)V99.
          05 RNK-FTP-CREDIT  PIC S9(11)V99.
          05 RNK-FEES        PIC S9(11)V99.
          05 RNK-INTEREST    PIC S9(11)V99.
          05 RNK-COSTS       PIC S9(11)V99.
          05 RNK-NET         PIC S9(11)V99.
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-HIST-STATUS     PIC XX VALUE '00'.
       01 WS-JRN-STATUS      PIC XX VALUE '00'.
       01 WS-PROD-STATUS     PIC XX VALUE '00'.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-WORK-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-ACCT-EOF        PIC X VALUE 'N'.
           88 ACCOUNT-EOF    VALUE 'Y'.
       01 WS-HIST-EOF        PIC X VALUE 'N'.
           88 HISTORY-EOF    VALUE 'Y'.
       01 WS-JRN-EOF         PIC X VALUE 'N'.
           88 JOURNAL-SCAN-DONE VALUE 'Y'.
       01 WS-PARM-EOF        PIC X VALUE 'N'.
           88 PARM-EOF       VALUE 'Y'.
       01 WS-SORT-EOF        PIC X VALUE 'N'.
           88 SORT-EOF       VALUE 'Y'.
       01 WS-JRN-AVAILABLE   PIC X VALUE 'N'.
           88 JOURNAL-AVAILABLE VALUE 'Y'.
       01 WS-PROD-AVAILABLE  PIC X VALUE 'N'.
           88 PRODUCT-AVAILABLE VALUE 'Y'.
       01 WS-CUST-AVAILABLE  PIC X VALUE 'N'.
           88 CUSTOMER-AVAILABLE VALUE 'Y'.
       01 WS-LOAN-SWITCH     PIC X VALUE 'N'.
           88 LOAN-PRODUCT   VALUE 'Y'.
       01 WS-ACCT-SWITCH     PIC X VALUE 'N'.
           88 ACCOUNT-IN-HAND VALUE 'Y'.
      * THE MONTH PRICED IS THE CALENDAR MONTH BEFORE THE RUN
      * UNLESS A MONTH=CCYYMM CARD ON PROFPARM NAMES ANOTHER.
       01 WS-MONTH-PREFIX    PIC X(06) VALUE 'MONTH='.
       01 WS-FTP-PREFIX      PIC X(04) VALUE 'FTP='.
       01 WS-COST-PREFIX     PIC X(05) VALUE 'COST='.
       01 WS-PERIOD-MONTH    PIC 9(6) VALUE 0.
       01 WS-PERIOD-MONTH-R REDEFINES WS-PERIOD-MONTH.
          05 WS-P-YEAR       PIC 9(4).
          05 WS-P-MONTH      PIC 9(2).
       01 WS-PERIOD-START    PIC 9(8) VALUE 0.
       01 WS-PERIOD-END      PIC 9(8) VALUE 0.
      * FUNDS-TRANSFER-PRICING CREDIT, AS AN ANNUAL PERCENTAGE,
      * EARNED ON THE MONTH'S AVERAGE BALANCE.  FTP=NNNNNN ON
      * PROFPARM OVERRIDES IT (FOUR DECIMALS, 035000 = 3.5%).
       01 WS-FTP-RATE        PIC 9(2)V9(4) VALUE 03.5000.
      * UNIT COSTS BY PRODUCT FROM COST=PPPAAAAAAABBBBB CARDS:
      * A FIXED COST PER ACCOUNT FOR THE MONTH (FIVE DIGITS AND
      * TWO DECIMALS) AND PER POSTING (THREE AND TWO).  PRODUCT
      * '***' PRICES EVERY PRODUCT WITHOUT A CARD OF ITS OWN.
       01 WS-COST-COUNT      PIC 9(3) COMP VALUE 0.
       01 WS-COST-MAX        PIC 9(3) COMP VALUE 100.
       01 WS-COST-IDX        PIC 9(3) COMP VALUE 0.
       01 WS-COST-HIT        PIC 9(3) COMP VALUE 0.
       01 WS-COST-TABLE.
          05 WS-COST-ENTRY OCCURS 100 TIMES.
             10 WS-C-PRODUCT  PIC X(03).
             10 WS-C-PER-ACCOUNT PIC 9(5)V99.
             10 WS-C-PER-POSTING PIC 9(3)V99.
       01 WS-COST-CARD.
          05 WS-CC-PRODUCT   PIC X(03).
          05 WS-CC-PER-ACCOUNT PIC 9(5)V99.
          05 WS-CC-PER-POSTING PIC 9(3)V99.
       01 WS-UNIT-ACCOUNT    PIC 9(5)V99 VALUE 0.
       01 WS-UNIT-POSTING    PIC 9(3)V99 VALUE 0.
       01 WS-SNAP-COUNT      PIC 9(3) COMP VALUE 0.
       01 WS-SNAP-MAX        PIC 9(3) COMP VALUE 62.
       01 WS-SNAP-IDX        PIC 9(3) COMP VALUE 0.
       01 WS-SNAP-HIT        PIC 9(3) COMP VALUE 0.
       01 WS-SNAP-TABLE.
          05 WS-SNAP-DATE    PIC 9(8) OCCURS 62 TIMES.
       01 WS-CURRENT-CUST    PIC X(08) VALUE LOW-VALUES.
       01 WS-CURRENT-ACCT    PIC X(10) VALUE LOW-VALUES.
       01 WS-A-BRANCH        PIC X(04).
       01 WS-A-PRODUCT       PIC X(03).
       01 WS-A-CURRENCY      PIC X(03).
       01 WS-A-STATUS        PIC X(01).
           88 WS-A-CLOSED    VALUE 'C' 'E' 'W'.
       01 WS-A-BAL-SUM       PIC S9(13)V99 VALUE 0.
       01 WS-A-AVG-NATIVE    PIC S9(9)V99 VALUE 0.
       01 WS-A-FEES-NATIVE   PIC S9(9)V99 VALUE 0.
       01 WS-A-INT-NATIVE    PIC S9(9)V99 VALUE 0.
       01 WS-A-POSTINGS      PIC 9(7) COMP VALUE 0.
       01 WS-A-AVG-USD       PIC S9(9)V99 VALUE 0.
       01 WS-A-FEES-USD      PIC S9(9)V99 VALUE 0.
       01 WS-A-INT-USD       PIC S9(9)V99 VALUE 0.
       01 WS-A-FTP           PIC S9(9)V99 VALUE 0.
       01 WS-A-COSTS         PIC S9(9)V99 VALUE 0.
       01 WS-A-NET           PIC S9(9)V99 VALUE 0.
       01 WS-CUST-TOTALS.
          05 WS-CU-ACCOUNTS  PIC 9(5) VALUE 0.
          05 WS-CU-AVG-BAL   PIC S9(11)V99 VALUE 0.
          05 WS-CU-FTP       PIC S9(11)V99 VALUE 0.
          05 WS-CU-FEES      PIC S9(11)V99 VALUE 0.
          05 WS-CU-INTEREST  PIC S9(11)V99 VALUE 0.
          05 WS-CU-COSTS     PIC S9(11)V99 VALUE 0.
          05 WS-CU-NET       PIC S9(11)V99 VALUE 0.
      * BRANCH AND PRODUCT SUMMARIES, BUILT AS ACCOUNTS ARE PRICED.
       01 WS-BR-COUNT        PIC 9(3) COMP VALUE 0.
       01 WS-BR-MAX          PIC 9(3) COMP VALUE 200.
       01 WS-BR-IDX          PIC 9(3) COMP VALUE 0.
       01 WS-BR-HIT          PIC 9(3) COMP VALUE 0.
       01 WS-BR-TABLE.
          05 WS-BR-ENTRY OCCURS 200 TIMES.
             10 WS-B-BRANCH   PIC X(04).
             10 WS-B-ACCOUNTS PIC 9(7).
             10 WS-B-AVG-BAL  PIC S9(13)V99.
             10 WS-B-FTP      PIC S9(11)V99.
             10 WS-B-FEES     PIC S9(11)V99.
             10 WS-B-INTEREST PIC S9(11)V99.
             10 WS-B-COSTS    PIC S9(11)V99.
             10 WS-B-NET      PIC S9(11)V99.
       01 WS-PR-COUNT        PIC 9(3) COMP VALUE 0.
       01 WS-PR-MAX          PIC 9(3) COMP VALUE 200.
       01 WS-PR-IDX          PIC 9(3) COMP VALUE 0.
       01 WS-PR-HIT          PIC 9(3) COMP VALUE 0.
       01 WS-PR-TABLE.
          05 WS-PR-ENTRY OCCURS 200 TIMES.
             10 WS-R-PRODUCT  PIC X(03).
             10 WS-R-ACCOUNTS PIC 9(7).
             10 WS-R-AVG-BAL  PIC S9(13)V99.
             10 WS-R-FTP      PIC S9(11)V99.
             10 WS-R-FEES     PIC S9(11)V99.
             10 WS-R-INTEREST PIC S9(11)V99.
             10 WS-R-COSTS    PIC S9(11)V99.
             10 WS-R-NET      PIC S9(11)V99.
       01 WS-GRAND-TOTALS.
          05 WS-GR-ACCOUNTS  PIC 9(7) VALUE 0.
          05 WS-GR-AVG-BAL   PIC S9(13)V99 VALUE 0.
          05 WS-GR-FTP       PIC S9(11)V99 VALUE 0.
          05 WS-GR-FEES      PIC S9(11)V99 VALUE 0.
          05 WS-GR-INTEREST  PIC S9(11)V99 VALUE 0.
          05 WS-GR-COSTS     PIC S9(11)V99 VALUE 0.
          05 WS-GR-NET       PIC S9(11)V99 VALUE 0.
       01 WS-ACCOUNTS-READ   PIC 9(7) COMP VALUE 0.
       01 WS-LOAN-EXCLUDED   PIC 9(7) COMP VALUE 0.
       01 WS-SNAPSHOT-ROWS   PIC 9(7) COMP VALUE 0.
       01 WS-CUSTOMER-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-RANK            PIC 9(7) COMP VALUE 0.
       01 WS-TITLE-LINE.
          05 FILLER          PIC X(37)
             VALUE 'CUSTOMER PROFITABILITY (USD) - MONTH '.
          05 WS-T-MONTH      PIC 9(6).
          05 FILLER          PIC X(15) VALUE '   FTP RATE %: '.
          05 WS-T-FTP-RATE   PIC Z9.9999.
       01 WS-SECTION-LINE.
          05 FILLER          PIC X(04) VALUE '*** '.
          05 WS-S-TITLE      PIC X(60).
       01 WS-HEADING-LINE.
          05 FILLER          PIC X(07) VALUE '   RANK'.
          05 FILLER          PIC X(11) VALUE ' CUSTOMER  '.
          05 FILLER          PIC X(22) VALUE ' NAME'.
          05 FILLER          PIC X(08) VALUE '   ACCTS'.
          05 FILLER          PIC X(16) VALUE '     AVG BALANCE'.
          05 FILLER          PIC X(13) VALUE '   FTP CREDIT'.
          05 FILLER          PIC X(13) VALUE '         FEES'.
          05 FILLER          PIC X(13) VALUE '  INTEREST PD'.
          05 FILLER          PIC X(13) VALUE '   UNIT COSTS'.
          05 FILLER          PIC X(14) VALUE '   NET CONTRIB'.
       01 WS-DETAIL-LINE.
          05 WS-D-RANK       PIC Z(6)9 BLANK WHEN ZERO.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-CUST-NO    PIC X(10).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-CUST-NAME  PIC X(21).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-ACCOUNTS   PIC Z(6)9.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-AVG-BAL    PIC -(11)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-FTP        PIC -(8)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-FEES       PIC -(8)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-INTEREST   PIC -(8)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-COSTS      PIC -(8)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-NET        PIC -(9)9.99.
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
      *    EACH CUSTOMER'S DEPOSIT ACCOUNTS ARE PRICED FOR THE
      *    MONTH: THE FTP CREDIT ON THE AVERAGE SNAPSHOT BALANCE,
      *    PLUS FEES COLLECTED ON ACCTJRNL NET OF FEES REVERSED,
      *    LESS INTEREST AND BONUS INTEREST PAID NET OF REVERSALS,
      *    LESS THE PRODUCT'S UNIT COST PER ACCOUNT AND PER
      *    POSTING.  CUSTOMERS ARE RANKED BY NET CONTRIBUTION AND
      *    THE SAME FIGURES ARE SUMMARIZED BY BRANCH AND PRODUCT.
      *    EVERYTHING IS IN USD THROUGH CURRCONV AT MONTH END.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           PERFORM 1100-READ-RUN-PARMS
           MOVE WS-PERIOD-MONTH TO WS-T-MONTH
           MOVE WS-FTP-RATE TO WS-T-FTP-RATE
           MOVE WS-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUST-NO
               ON ASCENDING KEY SRT-ACCT-ID
               ON ASCENDING KEY SRT-ROW-TYPE
               INPUT PROCEDURE IS 2000-FEED-ACCOUNTS
               OUTPUT PROCEDURE IS 3000-PRICE-ACCOUNTS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CUSTOMERS RANKED BY NET CONTRIBUTION' TO WS-S-TITLE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           SORT RANK-SORT-FILE
               ON DESCENDING KEY RNK-NET
               ON ASCENDING KEY RNK-CUST-NO
               USING PROF-WORK-FILE
               OUTPUT PROCEDURE IS 5000-WRITE-RANKED-CUSTOMERS
           PERFORM 6000-WRITE-BRANCH-SUMMARY
           PERFORM 6500-WRITE-PRODUCT-SUMMARY
           PERFORM 6900-WRITE-GRAND-TOTAL
           DISPLAY 'MONTH PRICED          : ' WS-PERIOD-MONTH
           DISPLAY 'SNAPSHOT DATES        : ' WS-SNAP-COUNT
           DISPLAY 'ACCOUNTS READ         : ' WS-ACCOUNTS-READ
           DISPLAY 'ACCOUNTS PRICED       : ' WS-GR-ACCOUNTS
           DISPLAY 'LOANS NOT PRICED      : ' WS-LOAN-EXCLUDED
           DISPLAY 'CUSTOMERS RANKED      : ' WS-CUSTOMER-COUNT
           DISPLAY 'NET CONTRIBUTION (USD): ' WS-GR-NET
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
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS = '00'
               MOVE 'Y' TO WS-JRN-AVAILABLE
           ELSE
               DISPLAY 'JOURNAL FILE UNAVAILABLE, STATUS '
                   WS-JRN-STATUS ', FEES AND INTEREST OMITTED'
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS = '00'
               MOVE 'Y' TO WS-PROD-AVAILABLE
           ELSE
               DISPLAY 'PRODUCT FILE UNAVAILABLE, STATUS '
                   WS-PROD-STATUS ', LOANS NOT SEPARATED'
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS = '00'
               MOVE 'Y' TO WS-CUST-AVAILABLE
           ELSE
               DISPLAY 'CUSTOMER FILE UNAVAILABLE, STATUS '
                   WS-CUST-STATUS ', NAMES OMITTED'
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
           COMPUTE WS-PERIOD-END = (WS-PERIOD-MONTH * 100) + 31
           DISPLAY 'FTP CREDIT RATE %     : ' WS-FTP-RATE
           DISPLAY 'PRODUCT COST CARDS    : ' WS-COST-COUNT.
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
               WHEN RUN-PARM-RECORD (1:4) = WS-FTP-PREFIX
                   IF RUN-PARM-RECORD (5:6) IS NUMERIC
                       MOVE RUN-PARM-RECORD (5:6) TO WS-FTP-RATE
                   END-IF
               WHEN RUN-PARM-RECORD (1:5) = WS-COST-PREFIX
                   MOVE RUN-PARM-RECORD (6:15) TO WS-COST-CARD
                   IF WS-CC-PER-ACCOUNT IS NUMERIC
                       AND WS-CC-PER-POSTING IS NUMERIC
                       AND WS-CC-PRODUCT NOT = SPACES
                       AND WS-COST-COUNT < WS-COST-MAX
                       ADD 1 TO WS-COST-COUNT
                       MOVE WS-CC-PRODUCT
                           TO WS-C-PRODUCT (WS-COST-COUNT)
                       MOVE WS-CC-PER-ACCOUNT
                           TO WS-C-PER-ACCOUNT (WS-COST-COUNT)
                       MOVE WS-CC-PER-POSTING
                           TO WS-C-PER-POSTING (WS-COST-COUNT)
                   ELSE
                       DISPLAY 'COST CARD IGNORED: ' RUN-PARM-RECORD
                   END-IF
           END-EVALUATE
           PERFORM 1110-READ-RUN-PARM.
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
      *    AN INSTALLMENT LOAN IS NOT A DEPOSIT RELATIONSHIP AND
      *    WOULD TURN THE FTP CREDIT INTO A CHARGE, SO IT IS LEFT
      *    OUT; ITS SNAPSHOT ROWS THEN FIND NO ACCOUNT ROW.
           ADD 1 TO WS-ACCOUNTS-READ
           PERFORM 2300-CHECK-LOAN-PRODUCT
           IF LOAN-PRODUCT
               ADD 1 TO WS-LOAN-EXCLUDED
           ELSE
               MOVE ACCT-CUSTOMER-NO TO SRT-CUST-NO
               MOVE ACCT-ID TO SRT-ACCT-ID
               SET SRT-ACCOUNT-ROW TO TRUE
               MOVE ACCT-BRANCH-CODE TO SRT-BRANCH
               MOVE ACCT-PRODUCT-CODE TO SRT-PRODUCT
               MOVE ACCT-CURRENCY-CODE TO SRT-CURRENCY
               MOVE ACCT-STATUS TO SRT-STATUS
               MOVE 0 TO SRT-BALANCE
               RELEASE SORT-RECORD
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
       2400-READ-SNAPSHOT.
           READ HISTORY-FILE INTO HISTORY-RECORD
               AT END
                  MOVE 'Y' TO WS-HIST-EOF
           END-READ.
       2500-RELEASE-SNAPSHOT.
      *    EVERY SNAPSHOT TAKEN IN THE MONTH COUNTS AS ONE DAY OF
      *    THE AVERAGE, SO AN ACCOUNT ABSENT FROM A SNAPSHOT (NOT
      *    YET OPENED, OR ALREADY PURGED) AVERAGES IN AT ZERO.
           IF HIST-SNAPSHOT-DATE NOT < WS-PERIOD-START
               AND HIST-SNAPSHOT-DATE NOT > WS-PERIOD-END
               PERFORM 2510-NOTE-SNAPSHOT-DATE
               MOVE HIST-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      ADD 1 TO WS-SNAPSHOT-ROWS
                      MOVE ACCT-CUSTOMER-NO TO SRT-CUST-NO
                      MOVE ACCT-ID TO SRT-ACCT-ID
                      SET SRT-SNAPSHOT-ROW TO TRUE
                      MOVE SPACES TO SRT-BRANCH
                      MOVE SPACES TO SRT-PRODUCT
                      MOVE SPACES TO SRT-CURRENCY
                      MOVE SPACES TO SRT-STATUS
                      MOVE HIST-ACCT-BALANCE TO SRT-BALANCE
                      RELEASE SORT-RECORD
               END-READ
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
       3000-PRICE-ACCOUNTS.
           OPEN OUTPUT PROF-WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'WORK FILE OPEN ERROR: ' WS-WORK-STATUS
               PERFORM 9000-CLOSE-FILES
               STOP RUN
           END-IF
           PERFORM 3100-RETURN-ROW
           PERFORM 3200-PROCESS-ROW UNTIL SORT-EOF
           PERFORM 3300-FINISH-ACCOUNT
           PERFORM 3800-FINISH-CUSTOMER
           CLOSE PROF-WORK-FILE.
       3100-RETURN-ROW.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
               AT END
                  MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       3200-PROCESS-ROW.
           IF SRT-CUST-NO NOT = WS-CURRENT-CUST
               PERFORM 3300-FINISH-ACCOUNT
               PERFORM 3800-FINISH-CUSTOMER
               MOVE SRT-CUST-NO TO WS-CURRENT-CUST
               MOVE LOW-VALUES TO WS-CURRENT-ACCT
           END-IF
           IF SRT-ACCT-ID NOT = WS-CURRENT-ACCT
               PERFORM 3300-FINISH-ACCOUNT
               MOVE SRT-ACCT-ID TO WS-CURRENT-ACCT
           END-IF
           IF SRT-ACCOUNT-ROW
               MOVE 'Y' TO WS-ACCT-SWITCH
               MOVE SRT-BRANCH TO WS-A-BRANCH
               MOVE SRT-PRODUCT TO WS-A-PRODUCT
               MOVE SRT-CURRENCY TO WS-A-CURRENCY
               MOVE SRT-STATUS TO WS-A-STATUS
           ELSE
               IF ACCOUNT-IN-HAND
                   ADD SRT-BALANCE TO WS-A-BAL-SUM
               END-IF
           END-IF
           PERFORM 3100-RETURN-ROW.
       3300-FINISH-ACCOUNT.
      *    A CLOSED ACCOUNT IS PRICED ONLY WHEN IT HELD MONEY OR
      *    POSTED SOMETHING IN THE MONTH.
           IF ACCOUNT-IN-HAND
               MOVE 0 TO WS-A-AVG-NATIVE
               IF WS-SNAP-COUNT > 0
                   COMPUTE WS-A-AVG-NATIVE ROUNDED =
                       WS-A-BAL-SUM / WS-SNAP-COUNT
               END-IF
               PERFORM 3400-SCAN-JOURNAL
               IF NOT WS-A-CLOSED OR WS-A-BAL-SUM NOT = 0
                   OR WS-A-POSTINGS > 0
                   PERFORM 3500-PRICE-ONE-ACCOUNT
               END-IF
           END-IF
           MOVE 'N' TO WS-ACCT-SWITCH
           MOVE 0 TO WS-A-BAL-SUM.
       3400-SCAN-JOURNAL.
           MOVE 0 TO WS-A-FEES-NATIVE
           MOVE 0 TO WS-A-INT-NATIVE
           MOVE 0 TO WS-A-POSTINGS
           IF JOURNAL-AVAILABLE
               MOVE 'N' TO WS-JRN-EOF
               MOVE WS-CURRENT-ACCT TO JRNL-ACCT-ID
               MOVE WS-PERIOD-START TO JRNL-POST-DATE
               MOVE 0 TO JRNL-SEQUENCE
               START JOURNAL-FILE KEY IS NOT LESS THAN JRNL-KEY
                   INVALID KEY
                      MOVE 'Y' TO WS-JRN-EOF
               END-START
               PERFORM 3410-TAKE-ONE-POSTING UNTIL JOURNAL-SCAN-DONE
           END-IF.
       3410-TAKE-ONE-POSTING.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-JRN-EOF
           END-READ
           IF NOT JOURNAL-SCAN-DONE
               IF WS-JRN-STATUS NOT = '00'
                   OR JRNL-ACCT-ID NOT = WS-CURRENT-ACCT
                   OR JRNL-POST-DATE > WS-PERIOD-END
                   MOVE 'Y' TO WS-JRN-EOF
               ELSE
                   PERFORM 3420-CLASSIFY-POSTING
               END-IF
           END-IF.
       3420-CLASSIFY-POSTING.
      *    FEES COVER THE MONTHLY MAINTENANCE AND ITEM FEES FROM
      *    ACCTFEE AND THE SERVICE FEES, ALL POSTED 'F'.  A FEE
      *    WAIVED AT CHARGING TIME NEVER POSTS; ONE REFUNDED LATER
      *    IS A REVERSAL CARRYING THE FEE'S CODE AND COMES OFF.
      *    THE SAME HOLDS FOR BASE AND BONUS INTEREST PAID.
           IF NOT JRNL-IS-WITHHOLD AND NOT JRNL-IS-INT-ACCRUAL
               ADD 1 TO WS-A-POSTINGS
           END-IF
           EVALUATE TRUE
               WHEN JRNL-IS-REVERSAL AND JRNL-REVERSED-CODE = 'F'
                   SUBTRACT JRNL-AMOUNT FROM WS-A-FEES-NATIVE
               WHEN JRNL-IS-REVERSAL
                   AND (JRNL-REVERSED-CODE = 'I'
                     OR JRNL-REVERSED-CODE = 'B')
                   SUBTRACT JRNL-AMOUNT FROM WS-A-INT-NATIVE
               WHEN JRNL-IS-FEE
                   ADD JRNL-AMOUNT TO WS-A-FEES-NATIVE
               WHEN JRNL-TRN-CODE = 'I' OR JRNL-IS-BONUS-INTEREST
                   ADD JRNL-AMOUNT TO WS-A-INT-NATIVE
           END-EVALUATE.
       3500-PRICE-ONE-ACCOUNT.
           CALL 'CURRCONV' USING WS-A-CURRENCY, WS-A-AVG-NATIVE,
               WS-A-AVG-USD, WS-PERIOD-END
           CALL 'CURRCONV' USING WS-A-CURRENCY, WS-A-FEES-NATIVE,
               WS-A-FEES-USD, WS-PERIOD-END
           CALL 'CURRCONV' USING WS-A-CURRENCY, WS-A-INT-NATIVE,
               WS-A-INT-USD, WS-PERIOD-END
           COMPUTE WS-A-FTP ROUNDED =
               WS-A-AVG-USD * WS-FTP-RATE / 100 / 12
           PERFORM 3510-FIND-UNIT-COSTS
           COMPUTE WS-A-COSTS =
               WS-UNIT-ACCOUNT + (WS-A-POSTINGS * WS-UNIT-POSTING)
           COMPUTE WS-A-NET = WS-A-FTP + WS-A-FEES-USD
               - WS-A-INT-USD - WS-A-COSTS
           ADD 1 TO WS-CU-ACCOUNTS
           ADD WS-A-AVG-USD TO WS-CU-AVG-BAL
           ADD WS-A-FTP TO WS-CU-FTP
           ADD WS-A-FEES-USD TO WS-CU-FEES
           ADD WS-A-INT-USD TO WS-CU-INTEREST
           ADD WS-A-COSTS TO WS-CU-COSTS
           ADD WS-A-NET TO WS-CU-NET
           PERFORM 3600-ADD-TO-BRANCH
           PERFORM 3700-ADD-TO-PRODUCT.
       3510-FIND-UNIT-COSTS.
           MOVE 0 TO WS-UNIT-ACCOUNT
           MOVE 0 TO WS-UNIT-POSTING
           MOVE 0 TO WS-COST-HIT
           MOVE 0 TO WS-COST-IDX
           PERFORM 3520-MATCH-COST-CARD
               UNTIL WS-COST-IDX >= WS-COST-COUNT OR WS-COST-HIT > 0
           IF WS-COST-HIT = 0
               MOVE 0 TO WS-COST-IDX
               PERFORM 3530-MATCH-DEFAULT-COST
                   UNTIL WS-COST-IDX >= WS-COST-COUNT
                      OR WS-COST-HIT > 0
           END-IF
           IF WS-COST-HIT > 0
               MOVE WS-C-PER-ACCOUNT (WS-COST-HIT) TO WS-UNIT-ACCOUNT
               MOVE WS-C-PER-POSTING (WS-COST-HIT) TO WS-UNIT-POSTING
           END-IF.
       3520-MATCH-COST-CARD.
           ADD 1 TO WS-COST-IDX
           IF WS-C-PRODUCT (WS-COST-IDX) = WS-A-PRODUCT
               MOVE WS-COST-IDX TO WS-COST-HIT
           END-IF.
       3530-MATCH-DEFAULT-COST.
           ADD 1 TO WS-COST-IDX
           IF WS-C-PRODUCT (WS-COST-IDX) = '***'
               MOVE WS-COST-IDX TO WS-COST-HIT
           END-IF.
       3600-ADD-TO-BRANCH.
           MOVE 0 TO WS-BR-HIT
           MOVE 0 TO WS-BR-IDX
           PERFORM 3610-MATCH-BRANCH
               UNTIL WS-BR-IDX >= WS-BR-COUNT OR WS-BR-HIT > 0
           IF WS-BR-HIT = 0 AND WS-BR-COUNT < WS-BR-MAX
               ADD 1 TO WS-BR-COUNT
               MOVE WS-BR-COUNT TO WS-BR-HIT
               MOVE WS-A-BRANCH TO WS-B-BRANCH (WS-BR-HIT)
               MOVE 0 TO WS-B-ACCOUNTS (WS-BR-HIT)
               MOVE 0 TO WS-B-AVG-BAL (WS-BR-HIT)
               MOVE 0 TO WS-B-FTP (WS-BR-HIT)
               MOVE 0 TO WS-B-FEES (WS-BR-HIT)
               MOVE 0 TO WS-B-INTEREST (WS-BR-HIT)
               MOVE 0 TO WS-B-COSTS (WS-BR-HIT)
               MOVE 0 TO WS-B-NET (WS-BR-HIT)
           END-IF
           IF WS-BR-HIT > 0
               ADD 1 TO WS-B-ACCOUNTS (WS-BR-HIT)
               ADD WS-A-AVG-USD TO WS-B-AVG-BAL (WS-BR-HIT)
               ADD WS-A-FTP TO WS-B-FTP (WS-BR-HIT)
               ADD WS-A-FEES-USD TO WS-B-FEES (WS-BR-HIT)
               ADD WS-A-INT-USD TO WS-B-INTEREST (WS-BR-HIT)
               ADD WS-A-COSTS TO WS-B-COSTS (WS-BR-HIT)
               ADD WS-A-NET TO WS-B-NET (WS-BR-HIT)
           END-IF.
       3610-MATCH-BRANCH.
           ADD 1 TO WS-BR-IDX
           IF WS-B-BRANCH (WS-BR-IDX) = WS-A-BRANCH
               MOVE WS-BR-IDX TO WS-BR-HIT
           END-IF.
       3700-ADD-TO-PRODUCT.
           MOVE 0 TO WS-PR-HIT
           MOVE 0 TO WS-PR-IDX
           PERFORM 3710-MATCH-PRODUCT
               UNTIL WS-PR-IDX >= WS-PR-COUNT OR WS-PR-HIT > 0
           IF WS-PR-HIT = 0 AND WS-PR-COUNT < WS-PR-MAX
               ADD 1 TO WS-PR-COUNT
               MOVE WS-PR-COUNT TO WS-PR-HIT
               MOVE WS-A-PRODUCT TO WS-R-PRODUCT (WS-PR-HIT)
               MOVE 0 TO WS-R-ACCOUNTS (WS-PR-HIT)
               MOVE 0 TO WS-R-AVG-BAL (WS-PR-HIT)
               MOVE 0 TO WS-R-FTP (WS-PR-HIT)
               MOVE 0 TO WS-R-FEES (WS-PR-HIT)
               MOVE 0 TO WS-R-INTEREST (WS-PR-HIT)
               MOVE 0 TO WS-R-COSTS (WS-PR-HIT)
               MOVE 0 TO WS-R-NET (WS-PR-HIT)
           END-IF
           IF WS-PR-HIT > 0
               ADD 1 TO WS-R-ACCOUNTS (WS-PR-HIT)
               ADD WS-A-AVG-USD TO WS-R-AVG-BAL (WS-PR-HIT)
               ADD WS-A-FTP TO WS-R-FTP (WS-PR-HIT)
               ADD WS-A-FEES-USD TO WS-R-FEES (WS-PR-HIT)
               ADD WS-A-INT-USD TO WS-R-INTEREST (WS-PR-HIT)
               ADD WS-A-COSTS TO WS-R-COSTS (WS-PR-HIT)
               ADD WS-A-NET TO WS-R-NET (WS-PR-HIT)
           END-IF.
       3710-MATCH-PRODUCT.
           ADD 1 TO WS-PR-IDX
           IF WS-R-PRODUCT (WS-PR-IDX) = WS-A-PRODUCT
               MOVE WS-PR-IDX TO WS-PR-HIT
           END-IF.
       3800-FINISH-CUSTOMER.
           IF WS-CU-ACCOUNTS > 0
               MOVE WS-CURRENT-CUST TO RNK-CUST-NO
               MOVE WS-CU-ACCOUNTS TO RNK-ACCOUNTS
               MOVE WS-CU-AVG-BAL TO RNK-AVG-BALANCE
               MOVE WS-CU-FTP TO RNK-FTP-CREDIT
               MOVE WS-CU-FEES TO RNK-FEES
               MOVE WS-CU-INTEREST TO RNK-INTEREST
               MOVE WS-CU-COSTS TO RNK-COSTS
               MOVE WS-CU-NET TO RNK-NET
               MOVE RANK-SORT-RECORD TO PROF-WORK-RECORD
               WRITE PROF-WORK-RECORD
           END-IF
           INITIALIZE WS-CUST-TOTALS.
       5000-WRITE-RANKED-CUSTOMERS.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM 5100-RETURN-CUSTOMER
           PERFORM 5200-WRITE-CUSTOMER-LINE UNTIL SORT-EOF.
       5100-RETURN-CUSTOMER.
           RETURN RANK-SORT-FILE INTO RANK-SORT-RECORD
               AT END
                  MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       5200-WRITE-CUSTOMER-LINE.
           ADD 1 TO WS-CUSTOMER-COUNT
           ADD 1 TO WS-RANK
           MOVE WS-RANK TO WS-D-RANK
           IF RNK-CUST-NO = SPACES
               MOVE 'UNASSIGNED' TO WS-D-CUST-NO
               MOVE SPACES TO WS-D-CUST-NAME
           ELSE
               MOVE RNK-CUST-NO TO WS-D-CUST-NO
               PERFORM 5300-LOOK-UP-CUSTOMER
           END-IF
           MOVE RNK-ACCOUNTS TO WS-D-ACCOUNTS
           MOVE RNK-AVG-BALANCE TO WS-D-AVG-BAL
           MOVE RNK-FTP-CREDIT TO WS-D-FTP
           MOVE RNK-FEES TO WS-D-FEES
           MOVE RNK-INTEREST TO WS-D-INTEREST
           MOVE RNK-COSTS TO WS-D-COSTS
           MOVE RNK-NET TO WS-D-NET
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5100-RETURN-CUSTOMER.
       5300-LOOK-UP-CUSTOMER.
           MOVE SPACES TO WS-D-CUST-NAME
           IF CUSTOMER-AVAILABLE
               MOVE RNK-CUST-NO TO CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                      MOVE 'NOT ON CUSTOMER MASTER'
                          TO WS-D-CUST-NAME
                   NOT INVALID KEY
                      MOVE CUST-NAME TO WS-D-CUST-NAME
               END-READ
           END-IF.
       6000-WRITE-BRANCH-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SUMMARY BY BRANCH' TO WS-S-TITLE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 6100-WRITE-BRANCH-LINE
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT.
       6100-WRITE-BRANCH-LINE.
           MOVE 0 TO WS-D-RANK
           MOVE SPACES TO WS-D-CUST-NO
           STRING 'BRANCH ' WS-B-BRANCH (WS-BR-IDX)
               DELIMITED BY SIZE INTO WS-D-CUST-NO
           MOVE SPACES TO WS-D-CUST-NAME
           MOVE WS-B-ACCOUNTS (WS-BR-IDX) TO WS-D-ACCOUNTS
           MOVE WS-B-AVG-BAL (WS-BR-IDX) TO WS-D-AVG-BAL
           MOVE WS-B-FTP (WS-BR-IDX) TO WS-D-FTP
           MOVE WS-B-FEES (WS-BR-IDX) TO WS-D-FEES
           MOVE WS-B-INTEREST (WS-BR-IDX) TO WS-D-INTEREST
           MOVE WS-B-COSTS (WS-BR-IDX) TO WS-D-COSTS
           MOVE WS-B-NET (WS-BR-IDX) TO WS-D-NET
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-B-ACCOUNTS (WS-BR-IDX) TO WS-GR-ACCOUNTS
           ADD WS-B-AVG-BAL (WS-BR-IDX) TO WS-GR-AVG-BAL
           ADD WS-B-FTP (WS-BR-IDX) TO WS-GR-FTP
           ADD WS-B-FEES (WS-BR-IDX) TO WS-GR-FEES
           ADD WS-B-INTEREST (WS-BR-IDX) TO WS-GR-INTEREST
           ADD WS-B-COSTS (WS-BR-IDX) TO WS-GR-COSTS
           ADD WS-B-NET (WS-BR-IDX) TO WS-GR-NET.
       6500-WRITE-PRODUCT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SUMMARY BY PRODUCT' TO WS-S-TITLE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 6600-WRITE-PRODUCT-LINE
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PR-COUNT.
       6600-WRITE-PRODUCT-LINE.
           MOVE 0 TO WS-D-RANK
           MOVE SPACES TO WS-D-CUST-NO
           STRING 'PRODUCT ' WS-R-PRODUCT (WS-PR-IDX)
               DELIMITED BY SIZE INTO WS-D-CUST-NO
           MOVE SPACES TO WS-D-CUST-NAME
           MOVE WS-R-ACCOUNTS (WS-PR-IDX) TO WS-D-ACCOUNTS
           MOVE WS-R-AVG-BAL (WS-PR-IDX) TO WS-D-AVG-BAL
           MOVE WS-R-FTP (WS-PR-IDX) TO WS-D-FTP
           MOVE WS-R-FEES (WS-PR-IDX) TO WS-D-FEES
           MOVE WS-R-INTEREST (WS-PR-IDX) TO WS-D-INTEREST
           MOVE WS-R-COSTS (WS-PR-IDX) TO WS-D-COSTS
           MOVE WS-R-NET (WS-PR-IDX) TO WS-D-NET
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       6900-WRITE-GRAND-TOTAL.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-D-RANK
           MOVE 'ALL' TO WS-D-CUST-NO
           MOVE 'TOTAL' TO WS-D-CUST-NAME
           MOVE WS-GR-ACCOUNTS TO WS-D-ACCOUNTS
           MOVE WS-GR-AVG-BAL TO WS-D-AVG-BAL
           MOVE WS-GR-FTP TO WS-D-FTP
           MOVE WS-GR-FEES TO WS-D-FEES
           MOVE WS-GR-INTEREST TO WS-D-INTEREST
           MOVE WS-GR-COSTS TO WS-D-COSTS
           MOVE WS-GR-NET TO WS-D-NET
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE REPORT-FILE
           IF JOURNAL-AVAILABLE
               CLOSE JOURNAL-FILE
           END-IF
           IF PRODUCT-AVAILABLE
               CLOSE PRODUCT-FILE
           END-IF
           IF CUSTOMER-AVAILABLE
               CLOSE CUSTOMER-FILE
           END-IF.
