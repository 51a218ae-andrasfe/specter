       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
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
           SELECT ADDRESS-FILE ASSIGN TO 'ADDRFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ADDR-ACCT-ID
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT CRITERIA-CARD-FILE ASSIGN TO 'SELCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO 'ACCTOPR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT AUDIT-MASTER-FILE ASSIGN TO 'AUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AUDM-KEY
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'SELRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT DELIMITED-FILE ASSIGN TO 'SELOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           COPY PRODREC.
       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           COPY ADDRREC.
       FD CRITERIA-CARD-FILE.
       01 CRITERIA-CARD-RECORD PIC X(80).
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           COPY OPRREC.
       FD AUDIT-MASTER-FILE.
       01 AUDIT-MASTER-RECORD.
           COPY AUDMREC.
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(132).
       FD DELIMITED-FILE.
       01 DELIMITED-RECORD   PIC X(400).
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
      * EACH SORT FIELD FILLS ITS ASCENDING OR ITS DESCENDING KEY
      * AND LEAVES THE OTHER BLANK, SO THE DIRECTION CAN BE CHOSEN
      * ON THE CARD.  THE ACCOUNT NUMBER BREAKS ANY TIE.
          05 SRT-ASC-1       PIC X(30).
          05 SRT-DSC-1       PIC X(30).
          05 SRT-ASC-2       PIC X(30).
          05 SRT-DSC-2       PIC X(30).
          05 SRT-ASC-3       PIC X(30).
          05 SRT-DSC-3       PIC X(30).
          05 SRT-ACCT-ID     PIC X(10).
          05 SRT-LINE        PIC X(400).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-PROD-STATUS     PIC XX VALUE '00'.
       01 WS-ADDR-STATUS     PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-OPR-STATUS      PIC XX VALUE '00'.
       01 WS-MSTR-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-OUT-STATUS      PIC XX VALUE '00'.
       01 WS-ACCT-EOF        PIC X VALUE 'N'.
           88 ACCOUNT-EOF    VALUE 'Y'.
       01 WS-CARD-EOF        PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-OPR-EOF         PIC X VALUE 'N'.
           88 OPERATOR-EOF   VALUE 'Y'.
       01 WS-MSTR-EOF        PIC X VALUE 'N'.
           88 MASTER-SCAN-DONE VALUE 'Y'.
       01 WS-SORT-EOF        PIC X VALUE 'N'.
           88 SORT-EOF       VALUE 'Y'.
       01 WS-OPERATOR-VALID  PIC X VALUE 'N'.
           88 OPERATOR-VALID VALUE 'Y'.
       01 WS-CUST-NEEDED     PIC X VALUE 'N'.
           88 CUSTOMER-JOIN  VALUE 'Y'.
       01 WS-PROD-NEEDED     PIC X VALUE 'N'.
           88 PRODUCT-JOIN   VALUE 'Y'.
       01 WS-ADDR-NEEDED     PIC X VALUE 'N'.
           88 ADDRESS-JOIN   VALUE 'Y'.
       01 WS-OUTPUT-MODE     PIC X VALUE 'R'.
           88 REPORT-OUTPUT  VALUE 'R'.
           88 DELIMITED-OUTPUT VALUE 'D'.
       01 WS-DELIMITER       PIC X VALUE ','.
      * SELECTIONS ARE AUDITED UNDER THIS RUN ID, NUMBERED ON FROM
      * ANY EARLIER RUN THE SAME DAY.
       01 WS-AUDIT-RUN-ID    PIC X(08) VALUE 'ACCTSEL'.
       01 WS-AUDIT-SEQ       PIC 9(7) VALUE 0.
       01 WS-OPERATOR-ID     PIC X(08) VALUE SPACES.
       01 WS-TITLE           PIC X(72) VALUE SPACES.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
      * THE CRITERIA CARDS AS READ, KEPT FOR THE AUDIT MASTER AND
      * THE REPORT HEADING, WITH THE FAULT FOUND IN EACH.
       01 WS-CARD-MAX        PIC 9(3) VALUE 40.
       01 WS-CARD-COUNT      PIC 9(3) VALUE 0.
       01 WS-CARD-IDX        PIC 9(3) COMP VALUE 0.
       01 WS-CARD-TABLE.
          05 WS-CARD-ENTRY OCCURS 40 TIMES.
             10 WS-CARD-TEXT PIC X(80).
             10 WS-CARD-ERROR PIC X(40).
       01 WS-ERROR-COUNT     PIC 9(3) VALUE 0.
       01 WS-CARD            PIC X(80) VALUE SPACES.
       01 WS-KEYWORD         PIC X(10) VALUE SPACES.
       01 WS-TOKEN-1         PIC X(30) VALUE SPACES.
       01 WS-TOKEN-2         PIC X(10) VALUE SPACES.
       01 WS-PTR             PIC 9(3) COMP VALUE 0.
       01 WS-VALUE-TEXT      PIC X(40) VALUE SPACES.
       01 WS-VALUE-LEN       PIC 9(3) COMP VALUE 0.
       01 WS-QUOTE           PIC X VALUE QUOTE.
       01 WS-APOSTROPHE      PIC X VALUE "'".
       01 WS-CARD-OPERATOR   PIC X(10) VALUE SPACES.
           88 VALID-OPERATOR VALUE 'EQ' 'NE' 'GT' 'GE' 'LT' 'LE' 'CT'.
      * FIELDS A CARD MAY NAME: ANY ACCTREC FIELD, AND THE CUSTOMER,
      * PRODUCT AND ADDRESS FIELDS REACHED FROM THE ACCOUNT.  SOURCE
      * A ACCTFILE, C CUSTFILE, P PRODFILE, D ADDRFILE.  TYPE X
      * TEXT, D DATE, N WHOLE NUMBER, A AMOUNT, R DAILY RATE.  THE
      * WIDTH IS THE REPORT COLUMN'S.  NEW FIELDS ARE ADDED HERE AND
      * IN 7000-FETCH-FIELD UNDER THE SAME NUMBER.
       01 WS-FIELD-COUNT     PIC 9(3) VALUE 57.
       01 WS-FIELD-NAMES.
          05 FILLER          PIC X(24) VALUE 'ACCT-ID'.
          05 FILLER          PIC X(18) VALUE 'AX10ACCOUNT'.
          05 FILLER          PIC X(24) VALUE 'ACCT-NAME'.
          05 FILLER          PIC X(18) VALUE 'AX30ACCOUNT NAME'.
          05 FILLER          PIC X(24) VALUE 'ACCT-BALANCE'.
          05 FILLER          PIC X(18) VALUE 'AA14BALANCE'.
          05 FILLER          PIC X(24) VALUE 'ACCT-STATUS'.
          05 FILLER          PIC X(18) VALUE 'AX06STATUS'.
          05 FILLER          PIC X(24) VALUE 'ACCT-LAST-ACTIVITY-DATE'.
          05 FILLER          PIC X(18) VALUE 'AD08LAST ACT'.
          05 FILLER          PIC X(24) VALUE 'ACCT-CURRENCY-CODE'.
          05 FILLER          PIC X(18) VALUE 'AX03CCY'.
          05 FILLER          PIC X(24) VALUE 'ACCT-OPEN-DATE'.
          05 FILLER          PIC X(18) VALUE 'AD08OPENED'.
          05 FILLER          PIC X(24) VALUE 'ACCT-BRANCH-CODE'.
          05 FILLER          PIC X(18) VALUE 'AX06BRANCH'.
          05 FILLER          PIC X(24) VALUE 'HOLD-INDICATOR'.
          05 FILLER          PIC X(18) VALUE 'AX04HOLD'.
          05 FILLER          PIC X(24) VALUE 'ACCT-OVERDRAFT-LIMIT'.
          05 FILLER          PIC X(18) VALUE 'AA14OD LIMIT'.
          05 FILLER          PIC X(24) VALUE 'ACCT-PRODUCT-CODE'.
          05 FILLER          PIC X(18) VALUE 'AX07PRODUCT'.
          05 FILLER          PIC X(24) VALUE 'ACCT-CUSTOMER-NO'.
          05 FILLER          PIC X(18) VALUE 'AX08CUSTOMER'.
          05 FILLER          PIC X(24) VALUE 'ACCT-STMT-CYCLE'.
          05 FILLER          PIC X(18) VALUE 'AN09CYCLE'.
          05 FILLER          PIC X(24) VALUE 'ACCT-LAST-CYCLE-DATE'.
          05 FILLER          PIC X(18) VALUE 'AD08LAST CYC'.
          05 FILLER          PIC X(24) VALUE 'ACCT-MATURITY-DATE'.
          05 FILLER          PIC X(18) VALUE 'AD08MATURITY'.
          05 FILLER          PIC X(24) VALUE 'ACCT-TERM-DAYS'.
          05 FILLER          PIC X(18) VALUE 'AN09TERM DAYS'.
          05 FILLER          PIC X(24) VALUE 'ACCT-MATURITY-INSTR'.
          05 FILLER          PIC X(18) VALUE 'AX05INSTR'.
          05 FILLER          PIC X(24) VALUE 'ACCT-LINKED-ACCT'.
          05 FILLER          PIC X(18) VALUE 'AX10LINKED'.
          05 FILLER          PIC X(24) VALUE 'ACCT-CHARGEOFF-AMOUNT'.
          05 FILLER          PIC X(18) VALUE 'AA14CHARGED OFF'.
          05 FILLER          PIC X(24) VALUE 'ACCT-CHARGEOFF-DATE'.
          05 FILLER          PIC X(18) VALUE 'AD08CO DATE'.
          05 FILLER          PIC X(24) VALUE 'ACCT-DAILY-CAP-OVERRIDE'.
          05 FILLER          PIC X(18) VALUE 'AA14DAILY CAP'.
          05 FILLER          PIC X(24) VALUE 'ACCT-CAP-RAISE-DATE'.
          05 FILLER          PIC X(18) VALUE 'AD08RAISE DT'.
          05 FILLER          PIC X(24) VALUE 'ACCT-CAP-RAISE-AMT'.
          05 FILLER          PIC X(18) VALUE 'AA14CAP RAISE'.
          05 FILLER          PIC X(24) VALUE 'ACCT-PROBATION-END'.
          05 FILLER          PIC X(18) VALUE 'AD08PROB END'.
          05 FILLER          PIC X(24) VALUE 'ACCT-OD-INT-ACCRUED'.
          05 FILLER          PIC X(18) VALUE 'AA14OD INT ACCRUED'.
          05 FILLER          PIC X(24) VALUE 'ACCT-LAYOUT-VERSION'.
          05 FILLER          PIC X(18) VALUE 'AN09LAYOUT'.
          05 FILLER          PIC X(24) VALUE 'CUST-NAME'.
          05 FILLER          PIC X(18) VALUE 'CX30CUSTOMER NAME'.
          05 FILLER          PIC X(24) VALUE 'CUST-OPEN-DATE'.
          05 FILLER          PIC X(18) VALUE 'CD08CUST OPN'.
          05 FILLER          PIC X(24) VALUE 'CUST-STATUS'.
          05 FILLER          PIC X(18) VALUE 'CX07CUST ST'.
          05 FILLER          PIC X(24) VALUE 'CUST-DATE-OF-DEATH'.
          05 FILLER          PIC X(18) VALUE 'CD08DIED'.
          05 FILLER          PIC X(24) VALUE 'CUST-WITHHOLD-FLAG'.
          05 FILLER          PIC X(18) VALUE 'CX04B/WH'.
          05 FILLER          PIC X(24) VALUE 'CUST-RISK-RATING'.
          05 FILLER          PIC X(18) VALUE 'CX04RISK'.
          05 FILLER          PIC X(24) VALUE 'CUST-LAST-REVIEW-DATE'.
          05 FILLER          PIC X(18) VALUE 'CD08REVIEWED'.
          05 FILLER          PIC X(24) VALUE 'CUST-TYPE'.
          05 FILLER          PIC X(18) VALUE 'CX04TYPE'.
          05 FILLER          PIC X(24) VALUE 'CUST-DATE-OF-BIRTH'.
          05 FILLER          PIC X(18) VALUE 'CD08BORN'.
          05 FILLER          PIC X(24) VALUE 'CUST-TIN-MATCH-STATUS'.
          05 FILLER          PIC X(18) VALUE 'CX03TIN'.
          05 FILLER          PIC X(24) VALUE 'CUST-SELF-CERT-DATE'.
          05 FILLER          PIC X(18) VALUE 'CD08SELFCERT'.
          05 FILLER          PIC X(24) VALUE 'CUST-REGISTRATION-NO'.
          05 FILLER          PIC X(18) VALUE 'CX20REGISTRATION'.
          05 FILLER          PIC X(24) VALUE 'CUST-MERGED-INTO'.
          05 FILLER          PIC X(18) VALUE 'CX08MERGED'.
          05 FILLER          PIC X(24) VALUE 'PROD-NAME'.
          05 FILLER          PIC X(18) VALUE 'PX20PRODUCT NAME'.
          05 FILLER          PIC X(24) VALUE 'PROD-CLASS'.
          05 FILLER          PIC X(18) VALUE 'PX05CLASS'.
          05 FILLER          PIC X(24) VALUE 'PROD-MIN-BALANCE'.
          05 FILLER          PIC X(18) VALUE 'PA14MIN BALANCE'.
          05 FILLER          PIC X(24) VALUE 'PROD-DORMANCY-DAYS'.
          05 FILLER          PIC X(18) VALUE 'PN09DORM DAYS'.
          05 FILLER          PIC X(24) VALUE 'PROD-MONTHLY-FEE'.
          05 FILLER          PIC X(18) VALUE 'PA14MONTHLY FEE'.
          05 FILLER          PIC X(24) VALUE 'PROD-DAILY-RATE'.
          05 FILLER          PIC X(18) VALUE 'PR08DLY RATE'.
          05 FILLER          PIC X(24) VALUE 'PROD-MINOR-FLAG'.
          05 FILLER          PIC X(18) VALUE 'PX05MINOR'.
          05 FILLER          PIC X(24) VALUE 'PROD-ANALYSIS-FLAG'.
          05 FILLER          PIC X(18) VALUE 'PX04ANLZ'.
          05 FILLER          PIC X(24) VALUE 'PROD-MAX-OD-LIMIT'.
          05 FILLER          PIC X(18) VALUE 'PA14MAX OD'.
          05 FILLER          PIC X(24) VALUE 'ADDR-NAME-LINE-1'.
          05 FILLER          PIC X(18) VALUE 'DX30NAME LINE 1'.
          05 FILLER          PIC X(24) VALUE 'ADDR-NAME-LINE-2'.
          05 FILLER          PIC X(18) VALUE 'DX30NAME LINE 2'.
          05 FILLER          PIC X(24) VALUE 'ADDR-STREET'.
          05 FILLER          PIC X(18) VALUE 'DX30STREET'.
          05 FILLER          PIC X(24) VALUE 'ADDR-CITY'.
          05 FILLER          PIC X(18) VALUE 'DX20CITY'.
          05 FILLER          PIC X(24) VALUE 'ADDR-POSTAL-CODE'.
          05 FILLER          PIC X(18) VALUE 'DX10POSTAL'.
          05 FILLER          PIC X(24) VALUE 'ADDR-PHONE'.
          05 FILLER          PIC X(18) VALUE 'DX15PHONE'.
          05 FILLER          PIC X(24) VALUE 'ADDR-BAD-FLAG'.
          05 FILLER          PIC X(18) VALUE 'DX04BAD'.
          05 FILLER          PIC X(24) VALUE 'ADDR-RETURN-DATE'.
          05 FILLER          PIC X(18) VALUE 'DD08RETURNED'.
          05 FILLER          PIC X(24) VALUE 'ADDR-COUNTRY-CODE'.
          05 FILLER          PIC X(18) VALUE 'DX07COUNTRY'.
       01 WS-FIELD-TABLE REDEFINES WS-FIELD-NAMES.
          05 WS-FIELD-ENTRY OCCURS 57 TIMES.
             10 WS-FT-NAME   PIC X(24).
             10 WS-FT-SOURCE PIC X(01).
             10 WS-FT-TYPE   PIC X(01).
             10 WS-FT-WIDTH  PIC 9(02).
             10 WS-FT-HEADING PIC X(14).
       01 WS-FLD-IDX         PIC 9(3) COMP VALUE 0.
       01 WS-FLD-HIT         PIC 9(3) COMP VALUE 0.
       01 WS-FLD-NO          PIC 9(3) COMP VALUE 0.
       01 WS-FLD-ALPHA       PIC X(40) VALUE SPACES.
       01 WS-FLD-NUM         PIC S9(11)V9(6) VALUE 0.
      * CONDITIONS IN CARD ORDER.  AN OR CARD STARTS A NEW GROUP;
      * AN ACCOUNT IS SELECTED WHEN EVERY CONDITION OF ANY ONE
      * GROUP HOLDS.  NO CONDITIONS SELECTS EVERY ACCOUNT.
       01 WS-COND-MAX        PIC 9(3) VALUE 20.
       01 WS-COND-COUNT      PIC 9(3) VALUE 0.
       01 WS-COND-IDX        PIC 9(3) COMP VALUE 0.
       01 WS-COND-TABLE.
          05 WS-COND-ENTRY OCCURS 20 TIMES.
             10 WS-COND-JOIN PIC X(01).
                88 WS-COND-STARTS-GROUP VALUE 'O'.
             10 WS-COND-FIELD PIC 9(3).
             10 WS-COND-OP   PIC X(02).
             10 WS-COND-ALPHA PIC X(40).
             10 WS-COND-ALPHA-LEN PIC 9(3).
             10 WS-COND-NUM  PIC S9(11)V9(6).
       01 WS-SELECT-SWITCH   PIC X VALUE 'N'.
           88 ACCOUNT-SELECTED VALUE 'Y'.
       01 WS-GROUP-SWITCH    PIC X VALUE 'Y'.
           88 GROUP-HOLDS    VALUE 'Y'.
       01 WS-COND-SWITCH     PIC X VALUE 'N'.
           88 CONDITION-HOLDS VALUE 'Y'.
       01 WS-COMPARISON      PIC S9 VALUE 0.
       01 WS-TALLY           PIC 9(3) COMP VALUE 0.
      * OUTPUT COLUMNS AND SORT FIELDS.  WITHOUT COLUMN CARDS THE
      * ACCOUNT, NAME, BRANCH, PRODUCT, STATUS AND BALANCE ARE
      * LISTED; WITHOUT SORT CARDS THE ACCOUNTS COME IN ACCOUNT
      * NUMBER ORDER.
       01 WS-COL-MAX         PIC 9(3) VALUE 15.
       01 WS-COL-COUNT       PIC 9(3) VALUE 0.
       01 WS-COL-IDX         PIC 9(3) COMP VALUE 0.
       01 WS-COL-TABLE.
          05 WS-COL-ENTRY OCCURS 15 TIMES.
             10 WS-COL-FIELD PIC 9(3).
             10 WS-COL-POS   PIC 9(3).
             10 WS-COL-WIDTH PIC 9(2).
             10 WS-COL-TOTAL PIC S9(13)V99.
       01 WS-DEFAULT-COLUMNS PIC X(18) VALUE '001002008011004003'.
       01 WS-DEFAULT-COL-R REDEFINES WS-DEFAULT-COLUMNS.
          05 WS-DEFAULT-COL  PIC 9(3) OCCURS 6 TIMES.
       01 WS-LINE-WIDTH      PIC 9(3) VALUE 0.
       01 WS-REPORT-WIDTH    PIC 9(3) VALUE 132.
       01 WS-SORT-COUNT      PIC 9(1) VALUE 0.
       01 WS-SORT-IDX        PIC 9(1) VALUE 0.
       01 WS-SORT-TABLE.
          05 WS-SORT-ENTRY OCCURS 3 TIMES.
             10 WS-SORT-FIELD PIC 9(3).
             10 WS-SORT-DIR  PIC X(01).
                88 WS-SORT-DESCENDING VALUE 'D'.
       01 WS-SORT-KEY        PIC X(30) VALUE SPACES.
       01 WS-SORT-NUM        PIC 9(12)V9(6) VALUE 0.
       01 WS-SORT-NUM-X REDEFINES WS-SORT-NUM PIC X(18).
      * NUMBER PARSING FOR CARD VALUES: AN OPTIONAL SIGN, UP TO
      * ELEVEN WHOLE DIGITS AND SIX DECIMALS.  A DATE MAY ALSO BE
      * GIVEN AS TODAY, TODAY-NNN OR TODAY+NNN.
       01 WS-PARSE-SWITCH    PIC X VALUE 'N'.
           88 PARSE-OK       VALUE 'Y'.
       01 WS-PARSE-TEXT      PIC X(40) VALUE SPACES.
       01 WS-PARSE-START     PIC 9(3) COMP VALUE 0.
       01 WS-PARSE-NEGATIVE  PIC X VALUE 'N'.
       01 WS-INT-TEXT        PIC X(11) VALUE SPACES.
       01 WS-INT-LEN         PIC 9(3) COMP VALUE 0.
       01 WS-FRAC-TEXT       PIC X(06) VALUE SPACES.
       01 WS-FRAC-LEN        PIC 9(3) COMP VALUE 0.
       01 WS-INT-RJ          PIC X(11) JUSTIFIED RIGHT VALUE SPACES.
       01 WS-INT-NUM REDEFINES WS-INT-RJ PIC 9(11).
       01 WS-FRAC-LJ         PIC X(06) VALUE SPACES.
       01 WS-FRAC-NUM REDEFINES WS-FRAC-LJ PIC V9(6).
       01 WS-PARSED-NUM      PIC S9(11)V9(6) VALUE 0.
       01 WS-DAYS-OFFSET     PIC S9(5) VALUE 0.
      * OUTPUT LINE BUILDING.
       01 WS-OUT-LINE        PIC X(400) VALUE SPACES.
       01 WS-OUT-PTR         PIC 9(3) COMP VALUE 0.
       01 WS-COL-TEXT        PIC X(40) VALUE SPACES.
       01 WS-TEXT-START      PIC 9(3) COMP VALUE 0.
       01 WS-TEXT-END        PIC 9(3) COMP VALUE 0.
       01 WS-TEXT-LEN        PIC 9(3) COMP VALUE 0.
       01 WS-EDIT-DATE       PIC 9(8).
       01 WS-EDIT-INT        PIC Z(8)9.
       01 WS-EDIT-AMT        PIC -(10)9.99.
       01 WS-EDIT-RATE       PIC 9.9(6).
       01 WS-EDIT-TOTAL      PIC -(10)9.99.
       01 WS-EDIT-COUNT      PIC Z(8)9.
       01 WS-CARD-DISPLAY    PIC 9(3).
       01 WS-READ-COUNT      PIC 9(9) COMP VALUE 0.
       01 WS-SELECTED-COUNT  PIC 9(9) COMP VALUE 0.
       01 WS-SELECTED-DISPLAY PIC 9(9) VALUE 0.
      * ACCOUNTS MEETING THE CRITERIA BUT OF A BANK ENTITY THE
      * OPERATOR MAY NOT SEE; THEY ARE LEFT OUT OF THE SELECTION.
       01 WS-WITHHELD-COUNT  PIC 9(9) COMP VALUE 0.
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
       01 WS-WRITTEN-COUNT   PIC 9(9) COMP VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    AD-HOC ACCOUNT SELECTION FROM CRITERIA CARDS ON SELCARD:
      *      OPERATOR  OPRID           WHO ASKED FOR THE LIST
      *      WHERE/AND/OR FIELD OP VALUE
      *                                OP IS EQ NE GT GE LT LE, OR
      *                                CT (CONTAINS) ON TEXT FIELDS
      *      COLUMN    FIELD           ONE CARD PER OUTPUT COLUMN
      *      SORT      FIELD [A|D]     UP TO THREE, MAJOR FIRST
      *      OUTPUT    REPORT | DELIMITED [C]
      *      TITLE     TEXT
      *    A VALUE WITH SPACES IN IT GOES IN QUOTES.  THE CARDS AND
      *    THE OPERATOR ARE LOGGED IN THE AUDIT MASTER WHETHER OR
      *    NOT THEY ARE ACCEPTED; A FAULTY CARD OR AN OPERATOR NOT
      *    ON ACCTOPR STOPS THE RUN BEFORE ANYTHING IS SELECTED.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 1000-READ-CRITERIA
           PERFORM 1300-VALIDATE-OPERATOR
           PERFORM 1400-SET-LAYOUT
           PERFORM 1500-OPEN-AUDIT-MASTER
           PERFORM 1600-AUDIT-CRITERIA
           IF WS-ERROR-COUNT > 0 OR NOT OPERATOR-VALID
               PERFORM 1700-REPORT-REJECTION
               CLOSE AUDIT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1800-OPEN-FILES
           PERFORM 1900-WRITE-HEADINGS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ASC-1
               ON DESCENDING KEY SRT-DSC-1
               ON ASCENDING KEY SRT-ASC-2
               ON DESCENDING KEY SRT-DSC-2
               ON ASCENDING KEY SRT-ASC-3
               ON DESCENDING KEY SRT-DSC-3
               ON ASCENDING KEY SRT-ACCT-ID
               INPUT PROCEDURE IS 2000-SELECT-ACCOUNTS
               OUTPUT PROCEDURE IS 3000-WRITE-SELECTION
           PERFORM 4000-WRITE-TOTALS
           PERFORM 8000-AUDIT-RESULT
           DISPLAY 'ACCOUNTS READ     : ' WS-READ-COUNT
           DISPLAY 'ACCOUNTS SELECTED : ' WS-SELECTED-COUNT
           DISPLAY 'OTHER ENTITY HELD : ' WS-WITHHELD-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-READ-CRITERIA.
           OPEN INPUT CRITERIA-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'CRITERIA CARD FILE OPEN ERROR: ' WS-CARD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1010-READ-CARD
           PERFORM 1020-TAKE-CARD UNTIL CARD-EOF
           CLOSE CRITERIA-CARD-FILE.
       1010-READ-CARD.
           READ CRITERIA-CARD-FILE
               AT END
                  MOVE 'Y' TO WS-CARD-EOF
           END-READ.
       1020-TAKE-CARD.
      *    BLANK CARDS AND CARDS STARTING WITH AN ASTERISK ARE
      *    COMMENTS, BUT ARE KEPT FOR THE AUDIT ALL THE SAME.
           IF CRITERIA-CARD-RECORD NOT = SPACES
               IF WS-CARD-COUNT < WS-CARD-MAX
                   ADD 1 TO WS-CARD-COUNT
                   MOVE WS-CARD-COUNT TO WS-CARD-IDX
                   MOVE CRITERIA-CARD-RECORD
                       TO WS-CARD-TEXT (WS-CARD-IDX)
                   MOVE SPACES TO WS-CARD-ERROR (WS-CARD-IDX)
                   IF CRITERIA-CARD-RECORD (1:1) NOT = '*'
                       PERFORM 1100-PARSE-CARD
                   END-IF
                   IF WS-CARD-ERROR (WS-CARD-IDX) NOT = SPACES
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               ELSE
                   IF WS-CARD-COUNT = WS-CARD-MAX
                       MOVE 'TOO MANY CARDS, THE REST ARE IGNORED'
                           TO WS-CARD-ERROR (WS-CARD-IDX)
                       ADD 1 TO WS-ERROR-COUNT
                       ADD 1 TO WS-CARD-COUNT
                   END-IF
               END-IF
           END-IF
           PERFORM 1010-READ-CARD.
       1100-PARSE-CARD.
           MOVE CRITERIA-CARD-RECORD TO WS-CARD
           MOVE SPACES TO WS-KEYWORD
           MOVE SPACES TO WS-TOKEN-1
           MOVE SPACES TO WS-TOKEN-2
           MOVE 1 TO WS-PTR
           UNSTRING WS-CARD DELIMITED BY ALL SPACE
               INTO WS-KEYWORD WS-TOKEN-1 WS-TOKEN-2
               WITH POINTER WS-PTR
           END-UNSTRING
           EVALUATE WS-KEYWORD
               WHEN 'OPERATOR'
                   MOVE WS-TOKEN-1 TO WS-OPERATOR-ID
               WHEN 'WHERE'
               WHEN 'AND'
               WHEN 'OR'
                   PERFORM 1200-STORE-CONDITION
               WHEN 'COLUMN'
                   PERFORM 1150-STORE-COLUMN
               WHEN 'SORT'
                   PERFORM 1160-STORE-SORT
               WHEN 'OUTPUT'
                   PERFORM 1170-SET-OUTPUT
               WHEN 'TITLE'
                   MOVE WS-CARD (7:72) TO WS-TITLE
               WHEN OTHER
                   MOVE 'UNKNOWN CARD' TO WS-CARD-ERROR (WS-CARD-IDX)
           END-EVALUATE.
       1110-FIND-FIELD.
           MOVE 0 TO WS-FLD-HIT
           MOVE 0 TO WS-FLD-IDX
           PERFORM 1120-MATCH-FIELD
               UNTIL WS-FLD-IDX >= WS-FIELD-COUNT OR WS-FLD-HIT > 0
           IF WS-FLD-HIT = 0
               MOVE 'UNKNOWN FIELD' TO WS-CARD-ERROR (WS-CARD-IDX)
           ELSE
               EVALUATE WS-FT-SOURCE (WS-FLD-HIT)
                   WHEN 'C'
                       MOVE 'Y' TO WS-CUST-NEEDED
                   WHEN 'P'
                       MOVE 'Y' TO WS-PROD-NEEDED
                   WHEN 'D'
                       MOVE 'Y' TO WS-ADDR-NEEDED
               END-EVALUATE
           END-IF.
       1120-MATCH-FIELD.
           ADD 1 TO WS-FLD-IDX
           IF WS-FT-NAME (WS-FLD-IDX) = WS-TOKEN-1
               MOVE WS-FLD-IDX TO WS-FLD-HIT
           END-IF.
       1150-STORE-COLUMN.
           PERFORM 1110-FIND-FIELD
           IF WS-FLD-HIT > 0
               IF WS-COL-COUNT < WS-COL-MAX
                   ADD 1 TO WS-COL-COUNT
                   MOVE WS-FLD-HIT TO WS-COL-FIELD (WS-COL-COUNT)
               ELSE
                   MOVE 'TOO MANY COLUMNS'
                       TO WS-CARD-ERROR (WS-CARD-IDX)
               END-IF
           END-IF.
       1160-STORE-SORT.
           PERFORM 1110-FIND-FIELD
           IF WS-FLD-HIT > 0
               IF WS-SORT-COUNT < 3
                   ADD 1 TO WS-SORT-COUNT
                   MOVE WS-FLD-HIT TO WS-SORT-FIELD (WS-SORT-COUNT)
                   EVALUATE WS-TOKEN-2
                       WHEN SPACES
                       WHEN 'A'
                       WHEN 'ASC'
                           MOVE 'A' TO WS-SORT-DIR (WS-SORT-COUNT)
                       WHEN 'D'
                       WHEN 'DESC'
                           MOVE 'D' TO WS-SORT-DIR (WS-SORT-COUNT)
                       WHEN OTHER
                           MOVE 'SORT DIRECTION MUST BE A OR D'
                               TO WS-CARD-ERROR (WS-CARD-IDX)
                   END-EVALUATE
               ELSE
                   MOVE 'NO MORE THAN THREE SORT FIELDS'
                       TO WS-CARD-ERROR (WS-CARD-IDX)
               END-IF
           END-IF.
       1170-SET-OUTPUT.
           EVALUATE WS-TOKEN-1
               WHEN 'REPORT'
                   MOVE 'R' TO WS-OUTPUT-MODE
               WHEN 'DELIMITED'
                   MOVE 'D' TO WS-OUTPUT-MODE
                   IF WS-TOKEN-2 NOT = SPACES
                       MOVE WS-TOKEN-2 (1:1) TO WS-DELIMITER
                   END-IF
               WHEN OTHER
                   MOVE 'OUTPUT MUST BE REPORT OR DELIMITED'
                       TO WS-CARD-ERROR (WS-CARD-IDX)
           END-EVALUATE.
       1200-STORE-CONDITION.
           PERFORM 1110-FIND-FIELD
           IF WS-FLD-HIT > 0
               IF WS-COND-COUNT < WS-COND-MAX
                   ADD 1 TO WS-COND-COUNT
                   MOVE WS-COND-COUNT TO WS-COND-IDX
                   PERFORM 1210-BUILD-CONDITION
                   IF WS-CARD-ERROR (WS-CARD-IDX) NOT = SPACES
                       SUBTRACT 1 FROM WS-COND-COUNT
                   END-IF
               ELSE
                   MOVE 'TOO MANY CONDITIONS'
                       TO WS-CARD-ERROR (WS-CARD-IDX)
               END-IF
           END-IF.
       1210-BUILD-CONDITION.
           IF WS-KEYWORD = 'OR' AND WS-COND-IDX > 1
               MOVE 'O' TO WS-COND-JOIN (WS-COND-IDX)
           ELSE
               MOVE 'A' TO WS-COND-JOIN (WS-COND-IDX)
           END-IF
           MOVE WS-FLD-HIT TO WS-COND-FIELD (WS-COND-IDX)
           MOVE WS-TOKEN-2 (1:2) TO WS-COND-OP (WS-COND-IDX)
           MOVE WS-TOKEN-2 TO WS-CARD-OPERATOR
           IF NOT VALID-OPERATOR
               MOVE 'OPERATOR MUST BE EQ NE GT GE LT LE OR CT'
                   TO WS-CARD-ERROR (WS-CARD-IDX)
           END-IF
           IF WS-TOKEN-2 (1:2) = 'CT'
               AND WS-FT-TYPE (WS-FLD-HIT) NOT = 'X'
               MOVE 'CT ONLY APPLIES TO TEXT FIELDS'
                   TO WS-CARD-ERROR (WS-CARD-IDX)
           END-IF
           PERFORM 1220-TAKE-VALUE
           MOVE WS-VALUE-TEXT TO WS-COND-ALPHA (WS-COND-IDX)
           MOVE WS-VALUE-LEN TO WS-COND-ALPHA-LEN (WS-COND-IDX)
           MOVE 0 TO WS-COND-NUM (WS-COND-IDX)
           IF WS-VALUE-LEN = 0
               MOVE 'NO VALUE GIVEN' TO WS-CARD-ERROR (WS-CARD-IDX)
           ELSE
               IF WS-FT-TYPE (WS-FLD-HIT) NOT = 'X'
                   PERFORM 1230-TAKE-NUMERIC-VALUE
               END-IF
           END-IF.
       1220-TAKE-VALUE.
      *    THE VALUE IS THE REST OF THE CARD AFTER THE OPERATOR, OR
      *    WHAT LIES BETWEEN THE QUOTES WHEN IT IS QUOTED.
           MOVE SPACES TO WS-VALUE-TEXT
           MOVE 0 TO WS-VALUE-LEN
           IF WS-PTR <= 80
               IF WS-CARD (WS-PTR:1) = WS-QUOTE
                   OR WS-CARD (WS-PTR:1) = WS-APOSTROPHE
                   MOVE WS-CARD (WS-PTR:1) TO WS-TOKEN-2
                   ADD 1 TO WS-PTR
                   IF WS-PTR <= 80
                       UNSTRING WS-CARD DELIMITED BY WS-TOKEN-2 (1:1)
                           INTO WS-VALUE-TEXT COUNT IN WS-VALUE-LEN
                           WITH POINTER WS-PTR
                       END-UNSTRING
                   END-IF
               ELSE
                   MOVE WS-CARD (WS-PTR:) TO WS-VALUE-TEXT
                   MOVE 40 TO WS-TEXT-END
                   PERFORM 7510-BACK-UP-ONE
                       UNTIL WS-TEXT-END = 0
                       OR WS-VALUE-TEXT (WS-TEXT-END:1) NOT = SPACE
                   MOVE WS-TEXT-END TO WS-VALUE-LEN
               END-IF
           END-IF
           IF WS-VALUE-LEN > 40
               MOVE 40 TO WS-VALUE-LEN
           END-IF.
       1230-TAKE-NUMERIC-VALUE.
           IF WS-FT-TYPE (WS-FLD-HIT) = 'D'
               AND WS-VALUE-TEXT (1:5) = 'TODAY'
               PERFORM 1240-TAKE-RELATIVE-DATE
           ELSE
               MOVE WS-VALUE-TEXT TO WS-PARSE-TEXT
               PERFORM 1250-PARSE-NUMBER
               IF PARSE-OK
                   MOVE WS-PARSED-NUM TO WS-COND-NUM (WS-COND-IDX)
               ELSE
                   MOVE 'VALUE IS NOT A NUMBER'
                       TO WS-CARD-ERROR (WS-CARD-IDX)
               END-IF
           END-IF.
       1240-TAKE-RELATIVE-DATE.
           MOVE 0 TO WS-DAYS-OFFSET
           MOVE 'Y' TO WS-PARSE-SWITCH
           IF WS-VALUE-TEXT (6:35) NOT = SPACES
               MOVE WS-VALUE-TEXT (6:35) TO WS-PARSE-TEXT
               IF WS-PARSE-TEXT (1:1) = '+' OR WS-PARSE-TEXT (1:1) = '-'
                   PERFORM 1250-PARSE-NUMBER
               ELSE
                   MOVE 'N' TO WS-PARSE-SWITCH
               END-IF
               IF PARSE-OK
                   IF WS-PARSED-NUM > 36500 OR WS-PARSED-NUM < -36500
                       MOVE 'N' TO WS-PARSE-SWITCH
                   ELSE
                       MOVE WS-PARSED-NUM TO WS-DAYS-OFFSET
                   END-IF
               END-IF
           END-IF
           IF PARSE-OK
               COMPUTE WS-COND-NUM (WS-COND-IDX) =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TODAY)
                    + WS-DAYS-OFFSET)
           ELSE
               MOVE 'DATE MUST BE TODAY, TODAY-NNN OR TODAY+NNN'
                   TO WS-CARD-ERROR (WS-CARD-IDX)
           END-IF.
       1250-PARSE-NUMBER.
           MOVE 'N' TO WS-PARSE-SWITCH
           MOVE 'N' TO WS-PARSE-NEGATIVE
           MOVE 1 TO WS-PARSE-START
           IF WS-PARSE-TEXT (1:1) = '-'
               MOVE 'Y' TO WS-PARSE-NEGATIVE
               MOVE 2 TO WS-PARSE-START
           END-IF
           IF WS-PARSE-TEXT (1:1) = '+'
               MOVE 2 TO WS-PARSE-START
           END-IF
           MOVE SPACES TO WS-INT-TEXT
           MOVE SPACES TO WS-FRAC-TEXT
           MOVE 0 TO WS-INT-LEN
           MOVE 0 TO WS-FRAC-LEN
           UNSTRING WS-PARSE-TEXT (WS-PARSE-START:)
               DELIMITED BY '.' OR SPACE
               INTO WS-INT-TEXT COUNT IN WS-INT-LEN
                    WS-FRAC-TEXT COUNT IN WS-FRAC-LEN
           END-UNSTRING
           IF WS-INT-LEN > 0 AND WS-INT-LEN <= 11
               AND WS-FRAC-LEN <= 6
               IF WS-INT-TEXT (1:WS-INT-LEN) IS NUMERIC
                   MOVE 'Y' TO WS-PARSE-SWITCH
               END-IF
               IF WS-FRAC-LEN > 0
                   IF WS-FRAC-TEXT (1:WS-FRAC-LEN) IS NOT NUMERIC
                       MOVE 'N' TO WS-PARSE-SWITCH
                   END-IF
               END-IF
           END-IF
           IF PARSE-OK
               MOVE WS-INT-TEXT (1:WS-INT-LEN) TO WS-INT-RJ
               INSPECT WS-INT-RJ REPLACING LEADING SPACE BY '0'
               MOVE WS-FRAC-TEXT TO WS-FRAC-LJ
               INSPECT WS-FRAC-LJ REPLACING ALL SPACE BY '0'
               COMPUTE WS-PARSED-NUM = WS-INT-NUM + WS-FRAC-NUM
               IF WS-PARSE-NEGATIVE = 'Y'
                   COMPUTE WS-PARSED-NUM = 0 - WS-PARSED-NUM
               END-IF
           END-IF.
       1300-VALIDATE-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-VALID
           IF WS-OPERATOR-ID NOT = SPACES
               OPEN INPUT OPERATOR-FILE
               IF WS-OPR-STATUS = '00'
                   PERFORM 1310-READ-OPERATOR
                   PERFORM 1320-MATCH-OPERATOR
                       UNTIL OPERATOR-EOF OR OPERATOR-VALID
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF
           IF NOT OPERATOR-VALID
               DISPLAY 'SELECTION REFUSED, OPERATOR NOT ON OPERATOR '
                   'FILE: ' WS-OPERATOR-ID
           END-IF.
       1310-READ-OPERATOR.
           READ OPERATOR-FILE INTO OPERATOR-RECORD
               AT END
                  MOVE 'Y' TO WS-OPR-EOF
           END-READ.
       1320-MATCH-OPERATOR.
           IF OPR-ID = WS-OPERATOR-ID
               MOVE 'Y' TO WS-OPERATOR-VALID
           ELSE
               PERFORM 1310-READ-OPERATOR
           END-IF.
       1400-SET-LAYOUT.
      *    DEFAULT COLUMNS AND ORDER, THEN EACH COLUMN'S PLACE ON
      *    THE REPORT LINE, ONE SPACE APART.
           IF WS-COL-COUNT = 0
               PERFORM 1410-TAKE-DEFAULT-COLUMN
                   VARYING WS-COL-IDX FROM 1 BY 1 UNTIL WS-COL-IDX > 6
               MOVE 6 TO WS-COL-COUNT
           END-IF
           MOVE 1 TO WS-LINE-WIDTH
           PERFORM 1420-PLACE-COLUMN
               VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-COL-COUNT
           IF REPORT-OUTPUT AND WS-LINE-WIDTH > WS-REPORT-WIDTH + 2
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'SELECTION REFUSED, COLUMNS ARE WIDER THAN THE '
                   'REPORT LINE'
           END-IF.
       1410-TAKE-DEFAULT-COLUMN.
           MOVE WS-DEFAULT-COL (WS-COL-IDX)
               TO WS-COL-FIELD (WS-COL-IDX).
       1420-PLACE-COLUMN.
           MOVE WS-COL-FIELD (WS-COL-IDX) TO WS-FLD-NO
           MOVE WS-LINE-WIDTH TO WS-COL-POS (WS-COL-IDX)
           MOVE WS-FT-WIDTH (WS-FLD-NO) TO WS-COL-WIDTH (WS-COL-IDX)
           MOVE 0 TO WS-COL-TOTAL (WS-COL-IDX)
           COMPUTE WS-LINE-WIDTH = WS-LINE-WIDTH
               + WS-COL-WIDTH (WS-COL-IDX) + 1.
       1500-OPEN-AUDIT-MASTER.
           OPEN I-O AUDIT-MASTER-FILE
           IF WS-MSTR-STATUS = '35'
               OPEN OUTPUT AUDIT-MASTER-FILE
               CLOSE AUDIT-MASTER-FILE
               OPEN I-O AUDIT-MASTER-FILE
           END-IF
           IF WS-MSTR-STATUS NOT = '00'
               DISPLAY 'AUDIT MASTER OPEN ERROR: ' WS-MSTR-STATUS
                   ', SELECTION NOT RUN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-MSTR-EOF
           MOVE WS-TODAY TO AUDM-DATE
           MOVE WS-AUDIT-RUN-ID TO AUDM-RUN-ID
           MOVE 0 TO AUDM-SEQUENCE
           START AUDIT-MASTER-FILE KEY IS NOT LESS THAN AUDM-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-MSTR-EOF
           END-START
           PERFORM 1510-SCAN-AUDIT-MASTER UNTIL MASTER-SCAN-DONE.
       1510-SCAN-AUDIT-MASTER.
           READ AUDIT-MASTER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-MSTR-EOF
           END-READ
           IF NOT MASTER-SCAN-DONE
               IF WS-MSTR-STATUS NOT = '00'
                   OR AUDM-DATE NOT = WS-TODAY
                   OR AUDM-RUN-ID NOT = WS-AUDIT-RUN-ID
                   MOVE 'Y' TO WS-MSTR-EOF
               ELSE
                   MOVE AUDM-SEQUENCE TO WS-AUDIT-SEQ
               END-IF
           END-IF.
       1600-AUDIT-CRITERIA.
           MOVE SPACES TO AUDM-TEXT
           MOVE WS-CARD-COUNT TO WS-CARD-DISPLAY
           IF WS-ERROR-COUNT > 0 OR NOT OPERATOR-VALID
               STRING 'AD-HOC SELECTION REFUSED BY: ' WS-OPERATOR-ID
                   ' CARDS: ' WS-CARD-DISPLAY
                   DELIMITED BY SIZE INTO AUDM-TEXT
           ELSE
               STRING 'AD-HOC SELECTION RUN BY: ' WS-OPERATOR-ID
                   ' CARDS: ' WS-CARD-DISPLAY
                   DELIMITED BY SIZE INTO AUDM-TEXT
           END-IF
           PERFORM 7900-WRITE-AUDIT
           PERFORM 1610-AUDIT-CARD
               VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT
               OR WS-CARD-IDX > WS-CARD-MAX.
       1610-AUDIT-CARD.
           MOVE WS-CARD-TEXT (WS-CARD-IDX) TO AUDM-TEXT
           PERFORM 7900-WRITE-AUDIT.
       1700-REPORT-REJECTION.
           PERFORM 1710-SHOW-CARD-ERROR
               VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT
               OR WS-CARD-IDX > WS-CARD-MAX.
       1710-SHOW-CARD-ERROR.
           IF WS-CARD-ERROR (WS-CARD-IDX) NOT = SPACES
               DISPLAY 'CARD ' WS-CARD-IDX ' REJECTED, '
                   WS-CARD-ERROR (WS-CARD-IDX) ': '
                   WS-CARD-TEXT (WS-CARD-IDX)
           END-IF.
       1800-OPEN-FILES.
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE AUDIT-MASTER-FILE
               STOP RUN
           END-IF
           IF CUSTOMER-JOIN
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUST-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-STATUS
                   CLOSE ACCOUNT-FILE
                   CLOSE AUDIT-MASTER-FILE
                   STOP RUN
               END-IF
           END-IF
           IF PRODUCT-JOIN
               OPEN INPUT PRODUCT-FILE
               IF WS-PROD-STATUS NOT = '00'
                   DISPLAY 'PRODUCT FILE OPEN ERROR: ' WS-PROD-STATUS
                   CLOSE ACCOUNT-FILE
                   CLOSE AUDIT-MASTER-FILE
                   IF CUSTOMER-JOIN
                       CLOSE CUSTOMER-FILE
                   END-IF
                   STOP RUN
               END-IF
           END-IF
           IF ADDRESS-JOIN
               OPEN INPUT ADDRESS-FILE
               IF WS-ADDR-STATUS NOT = '00'
                   DISPLAY 'ADDRESS FILE OPEN ERROR: ' WS-ADDR-STATUS
                   CLOSE ACCOUNT-FILE
                   CLOSE AUDIT-MASTER-FILE
                   IF CUSTOMER-JOIN
                       CLOSE CUSTOMER-FILE
                   END-IF
                   IF PRODUCT-JOIN
                       CLOSE PRODUCT-FILE
                   END-IF
                   STOP RUN
               END-IF
           END-IF
           IF REPORT-OUTPUT
               OPEN OUTPUT REPORT-FILE
               MOVE WS-RPT-STATUS TO WS-OUT-STATUS
           ELSE
               OPEN OUTPUT DELIMITED-FILE
           END-IF
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY 'SELECTION OUTPUT OPEN ERROR: ' WS-OUT-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE AUDIT-MASTER-FILE
               IF CUSTOMER-JOIN
                   CLOSE CUSTOMER-FILE
               END-IF
               IF PRODUCT-JOIN
                   CLOSE PRODUCT-FILE
               END-IF
               IF ADDRESS-JOIN
                   CLOSE ADDRESS-FILE
               END-IF
               STOP RUN
           END-IF.
       1900-WRITE-HEADINGS.
           IF REPORT-OUTPUT
               PERFORM 1910-WRITE-REPORT-HEADINGS
           ELSE
               MOVE SPACES TO WS-OUT-LINE
               MOVE 1 TO WS-OUT-PTR
               PERFORM 1930-ADD-NAME-HEADING
                   VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-COL-COUNT
               MOVE WS-OUT-LINE TO DELIMITED-RECORD
               WRITE DELIMITED-RECORD
           END-IF.
       1910-WRITE-REPORT-HEADINGS.
           IF WS-TITLE = SPACES
               MOVE 'AD-HOC ACCOUNT SELECTION' TO WS-TITLE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-TITLE DELIMITED BY SIZE INTO REPORT-LINE
           MOVE WS-TODAY TO REPORT-LINE (90:8)
           MOVE 'BY' TO REPORT-LINE (99:2)
           MOVE WS-OPERATOR-ID TO REPORT-LINE (102:8)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 1920-ECHO-CARD
               VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 1940-ADD-COLUMN-HEADING
               VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-COL-COUNT
           MOVE WS-OUT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE
           COMPUTE WS-TEXT-START = WS-LINE-WIDTH - 1
           IF WS-TEXT-START <= WS-REPORT-WIDTH
               MOVE SPACES TO REPORT-LINE (WS-TEXT-START:)
           END-IF
           WRITE REPORT-LINE.
       1920-ECHO-CARD.
           MOVE SPACES TO REPORT-LINE
           STRING 'CRITERIA: ' WS-CARD-TEXT (WS-CARD-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       1930-ADD-NAME-HEADING.
           MOVE WS-COL-FIELD (WS-COL-IDX) TO WS-FLD-NO
           MOVE WS-FT-NAME (WS-FLD-NO) TO WS-COL-TEXT
           PERFORM 7500-ADD-DELIMITED-TEXT.
       1940-ADD-COLUMN-HEADING.
      *    TEXT HEADINGS SIT LEFT, NUMBER HEADINGS RIGHT, OVER THEIR
      *    COLUMNS.
           MOVE WS-COL-FIELD (WS-COL-IDX) TO WS-FLD-NO
           MOVE WS-FT-HEADING (WS-FLD-NO) TO WS-COL-TEXT
           MOVE 14 TO WS-TEXT-END
           PERFORM 7510-BACK-UP-ONE
               UNTIL WS-TEXT-END = 0
               OR WS-COL-TEXT (WS-TEXT-END:1) NOT = SPACE
           IF WS-FT-TYPE (WS-FLD-NO) = 'X'
               OR WS-FT-TYPE (WS-FLD-NO) = 'D'
               MOVE WS-COL-POS (WS-COL-IDX) TO WS-TEXT-START
           ELSE
               COMPUTE WS-TEXT-START = WS-COL-POS (WS-COL-IDX)
                   + WS-COL-WIDTH (WS-COL-IDX) - WS-TEXT-END
           END-IF
           MOVE WS-COL-TEXT (1:WS-TEXT-END)
               TO WS-OUT-LINE (WS-TEXT-START:WS-TEXT-END).
       2000-SELECT-ACCOUNTS.
           PERFORM 2100-READ-ACCOUNT
           PERFORM 2200-CHECK-ACCOUNT UNTIL ACCOUNT-EOF.
       2100-READ-ACCOUNT.
           READ ACCOUNT-FILE
               AT END
                  MOVE 'Y' TO WS-ACCT-EOF
           END-READ.
       2200-CHECK-ACCOUNT.
           ADD 1 TO WS-READ-COUNT
           PERFORM 2300-JOIN-RECORDS
           PERFORM 2400-APPLY-CRITERIA
           IF ACCOUNT-SELECTED
               PERFORM 2450-CHECK-ENTITY
           END-IF
           IF ACCOUNT-SELECTED
               ADD 1 TO WS-SELECTED-COUNT
               PERFORM 2500-BUILD-SORT-KEYS
               PERFORM 2600-BUILD-OUTPUT-LINE
               MOVE ACCT-ID TO SRT-ACCT-ID
               MOVE WS-OUT-LINE TO SRT-LINE
               RELEASE SORT-RECORD
           END-IF
           PERFORM 2100-READ-ACCOUNT.
       2300-JOIN-RECORDS.
      *    A MISSING CUSTOMER, PRODUCT OR ADDRESS READS AS BLANK
      *    TEXT AND ZERO NUMBERS.
           IF CUSTOMER-JOIN
               MOVE ACCT-CUSTOMER-NO TO CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                      INITIALIZE CUSTOMER-RECORD
               END-READ
           END-IF
           IF PRODUCT-JOIN
               MOVE ACCT-ENTITY-CODE TO PROD-ENTITY-CODE
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                      INITIALIZE PRODUCT-RECORD
               END-READ
           END-IF
           IF ADDRESS-JOIN
               MOVE ACCT-ID TO ADDR-ACCT-ID
               READ ADDRESS-FILE
                   INVALID KEY
                      INITIALIZE ADDRESS-RECORD
               END-READ
           END-IF.
       2400-APPLY-CRITERIA.
           MOVE 'N' TO WS-SELECT-SWITCH
           MOVE 'Y' TO WS-GROUP-SWITCH
           PERFORM 2410-APPLY-CONDITION
               VARYING WS-COND-IDX FROM 1 BY 1
               UNTIL WS-COND-IDX > WS-COND-COUNT
           IF GROUP-HOLDS
               MOVE 'Y' TO WS-SELECT-SWITCH
           END-IF.
       2410-APPLY-CONDITION.
           IF WS-COND-STARTS-GROUP (WS-COND-IDX)
               IF GROUP-HOLDS
                   MOVE 'Y' TO WS-SELECT-SWITCH
               END-IF
               MOVE 'Y' TO WS-GROUP-SWITCH
           END-IF
           IF GROUP-HOLDS
               PERFORM 2420-TEST-CONDITION
               IF NOT CONDITION-HOLDS
                   MOVE 'N' TO WS-GROUP-SWITCH
               END-IF
           END-IF.
       2420-TEST-CONDITION.
           MOVE WS-COND-FIELD (WS-COND-IDX) TO WS-FLD-NO
           PERFORM 7000-FETCH-FIELD
           MOVE 'N' TO WS-COND-SWITCH
           IF WS-COND-OP (WS-COND-IDX) = 'CT'
               MOVE 0 TO WS-TALLY
               INSPECT WS-FLD-ALPHA TALLYING WS-TALLY FOR ALL
                   WS-COND-ALPHA (WS-COND-IDX)
                   (1:WS-COND-ALPHA-LEN (WS-COND-IDX))
               IF WS-TALLY > 0
                   MOVE 'Y' TO WS-COND-SWITCH
               END-IF
           ELSE
               IF WS-FT-TYPE (WS-FLD-NO) = 'X'
                   EVALUATE TRUE
                       WHEN WS-FLD-ALPHA < WS-COND-ALPHA (WS-COND-IDX)
                           MOVE -1 TO WS-COMPARISON
                       WHEN WS-FLD-ALPHA > WS-COND-ALPHA (WS-COND-IDX)
                           MOVE 1 TO WS-COMPARISON
                       WHEN OTHER
                           MOVE 0 TO WS-COMPARISON
                   END-EVALUATE
               ELSE
                   EVALUATE TRUE
                       WHEN WS-FLD-NUM < WS-COND-NUM (WS-COND-IDX)
                           MOVE -1 TO WS-COMPARISON
                       WHEN WS-FLD-NUM > WS-COND-NUM (WS-COND-IDX)
                           MOVE 1 TO WS-COMPARISON
                       WHEN OTHER
                           MOVE 0 TO WS-COMPARISON
                   END-EVALUATE
               END-IF
               EVALUATE WS-COND-OP (WS-COND-IDX)
                   WHEN 'EQ'
                       IF WS-COMPARISON = 0
                           MOVE 'Y' TO WS-COND-SWITCH
                       END-IF
                   WHEN 'NE'
                       IF WS-COMPARISON NOT = 0
                           MOVE 'Y' TO WS-COND-SWITCH
                       END-IF
                   WHEN 'GT'
                       IF WS-COMPARISON > 0
                           MOVE 'Y' TO WS-COND-SWITCH
                       END-IF
                   WHEN 'GE'
                       IF WS-COMPARISON NOT < 0
                           MOVE 'Y' TO WS-COND-SWITCH
                       END-IF
                   WHEN 'LT'
                       IF WS-COMPARISON < 0
                           MOVE 'Y' TO WS-COND-SWITCH
                       END-IF
                   WHEN 'LE'
                       IF WS-COMPARISON NOT > 0
                           MOVE 'Y' TO WS-COND-SWITCH
                       END-IF
               END-EVALUATE
           END-IF.
       2450-CHECK-ENTITY.
      *    THE OPERATOR ON THE CARD SEES ONLY ACCOUNTS OF THE BANK
      *    ENTITIES ON THEIR OPRENTL LIST.
           MOVE 'O' TO WS-ENTY-FUNCTION
           MOVE ACCT-ENTITY-CODE TO WS-ENTY-CODE
           MOVE WS-OPERATOR-ID TO WS-ENTY-OPR-ID
           CALL 'ENTYUTIL' USING WS-ENTY-AREA
           IF NOT ENTITY-OK
               ADD 1 TO WS-WITHHELD-COUNT
               MOVE 'N' TO WS-SELECT-SWITCH
           END-IF.
       2500-BUILD-SORT-KEYS.
           MOVE SPACES TO SRT-ASC-1
           MOVE SPACES TO SRT-DSC-1
           MOVE SPACES TO SRT-ASC-2
           MOVE SPACES TO SRT-DSC-2
           MOVE SPACES TO SRT-ASC-3
           MOVE SPACES TO SRT-DSC-3
           PERFORM 2510-BUILD-SORT-KEY
               VARYING WS-SORT-IDX FROM 1 BY 1
               UNTIL WS-SORT-IDX > WS-SORT-COUNT.
       2510-BUILD-SORT-KEY.
      *    NUMBERS ARE OFFSET CLEAR OF ZERO SO THEIR DIGITS SORT IN
      *    VALUE ORDER, NEGATIVES FIRST.
           MOVE WS-SORT-FIELD (WS-SORT-IDX) TO WS-FLD-NO
           PERFORM 7000-FETCH-FIELD
           IF WS-FT-TYPE (WS-FLD-NO) = 'X'
               MOVE WS-FLD-ALPHA TO WS-SORT-KEY
           ELSE
               COMPUTE WS-SORT-NUM = WS-FLD-NUM + 100000000000
               MOVE WS-SORT-NUM-X TO WS-SORT-KEY
           END-IF
           EVALUATE WS-SORT-IDX
               WHEN 1
                   IF WS-SORT-DESCENDING (1)
                       MOVE WS-SORT-KEY TO SRT-DSC-1
                   ELSE
                       MOVE WS-SORT-KEY TO SRT-ASC-1
                   END-IF
               WHEN 2
                   IF WS-SORT-DESCENDING (2)
                       MOVE WS-SORT-KEY TO SRT-DSC-2
                   ELSE
                       MOVE WS-SORT-KEY TO SRT-ASC-2
                   END-IF
               WHEN 3
                   IF WS-SORT-DESCENDING (3)
                       MOVE WS-SORT-KEY TO SRT-DSC-3
                   ELSE
                       MOVE WS-SORT-KEY TO SRT-ASC-3
                   END-IF
           END-EVALUATE.
       2600-BUILD-OUTPUT-LINE.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           PERFORM 2610-ADD-COLUMN
               VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-COL-COUNT.
       2610-ADD-COLUMN.
           MOVE WS-COL-FIELD (WS-COL-IDX) TO WS-FLD-NO
           PERFORM 7000-FETCH-FIELD
           PERFORM 7100-FORMAT-FIELD
           IF WS-FT-TYPE (WS-FLD-NO) = 'A'
               ADD WS-FLD-NUM TO WS-COL-TOTAL (WS-COL-IDX)
           END-IF
           IF REPORT-OUTPUT
               IF WS-FT-TYPE (WS-FLD-NO) = 'X'
                   MOVE WS-COL-POS (WS-COL-IDX) TO WS-TEXT-START
                   MOVE WS-COL-WIDTH (WS-COL-IDX) TO WS-TEXT-LEN
               ELSE
                   COMPUTE WS-TEXT-START = WS-COL-POS (WS-COL-IDX)
                       + WS-COL-WIDTH (WS-COL-IDX) - WS-TEXT-LEN
               END-IF
               MOVE WS-COL-TEXT (1:WS-TEXT-LEN)
                   TO WS-OUT-LINE (WS-TEXT-START:WS-TEXT-LEN)
           ELSE
               PERFORM 7500-ADD-DELIMITED-TEXT
           END-IF.
       3000-WRITE-SELECTION.
           PERFORM 3100-RETURN-SELECTION
           PERFORM 3200-WRITE-ONE-ACCOUNT UNTIL SORT-EOF.
       3100-RETURN-SELECTION.
           RETURN SORT-WORK-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       3200-WRITE-ONE-ACCOUNT.
           IF REPORT-OUTPUT
               MOVE SRT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SRT-LINE TO DELIMITED-RECORD
               WRITE DELIMITED-RECORD
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT
           PERFORM 3100-RETURN-SELECTION.
       4000-WRITE-TOTALS.
      *    THE REPORT ENDS WITH THE ACCOUNT COUNT AND THE TOTAL OF
      *    EVERY AMOUNT COLUMN; THE DELIMITED FILE WITH A TRL RECORD
      *    CARRYING THE COUNT, AS ACCTEXTR'S DOES.
           MOVE WS-SELECTED-COUNT TO WS-EDIT-COUNT
           IF REPORT-OUTPUT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO WS-OUT-LINE
               PERFORM 4100-ADD-COLUMN-TOTAL
                   VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-COL-COUNT
               MOVE WS-OUT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'ACCOUNTS SELECTED: ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-SELECTED-COUNT TO WS-SELECTED-DISPLAY
               MOVE SPACES TO DELIMITED-RECORD
               STRING 'TRL' WS-DELIMITER WS-SELECTED-DISPLAY
                   DELIMITED BY SIZE INTO DELIMITED-RECORD
               WRITE DELIMITED-RECORD
           END-IF.
       4100-ADD-COLUMN-TOTAL.
           MOVE WS-COL-FIELD (WS-COL-IDX) TO WS-FLD-NO
           IF WS-FT-TYPE (WS-FLD-NO) = 'A'
               MOVE WS-COL-TOTAL (WS-COL-IDX) TO WS-EDIT-TOTAL
               COMPUTE WS-TEXT-START = WS-COL-POS (WS-COL-IDX)
                   + WS-COL-WIDTH (WS-COL-IDX) - 14
               MOVE WS-EDIT-TOTAL TO WS-OUT-LINE (WS-TEXT-START:14)
           END-IF.
       7000-FETCH-FIELD.
           MOVE SPACES TO WS-FLD-ALPHA
           MOVE 0 TO WS-FLD-NUM
           EVALUATE WS-FLD-NO
               WHEN 1
                   MOVE ACCT-ID TO WS-FLD-ALPHA
               WHEN 2
                   MOVE ACCT-NAME TO WS-FLD-ALPHA
               WHEN 3
                   MOVE ACCT-BALANCE TO WS-FLD-NUM
               WHEN 4
                   MOVE ACCT-STATUS TO WS-FLD-ALPHA
               WHEN 5
                   MOVE ACCT-LAST-ACTIVITY-DATE TO WS-FLD-NUM
               WHEN 6
                   MOVE ACCT-CURRENCY-CODE TO WS-FLD-ALPHA
               WHEN 7
                   MOVE ACCT-OPEN-DATE TO WS-FLD-NUM
               WHEN 8
                   MOVE ACCT-BRANCH-CODE TO WS-FLD-ALPHA
               WHEN 9
                   MOVE HOLD-INDICATOR TO WS-FLD-ALPHA
               WHEN 10
                   MOVE ACCT-OVERDRAFT-LIMIT TO WS-FLD-NUM
               WHEN 11
                   MOVE ACCT-PRODUCT-CODE TO WS-FLD-ALPHA
               WHEN 12
                   MOVE ACCT-CUSTOMER-NO TO WS-FLD-ALPHA
               WHEN 13
                   MOVE ACCT-STMT-CYCLE TO WS-FLD-NUM
               WHEN 14
                   MOVE ACCT-LAST-CYCLE-DATE TO WS-FLD-NUM
               WHEN 15
                   MOVE ACCT-MATURITY-DATE TO WS-FLD-NUM
               WHEN 16
                   MOVE ACCT-TERM-DAYS TO WS-FLD-NUM
               WHEN 17
                   MOVE ACCT-MATURITY-INSTR TO WS-FLD-ALPHA
               WHEN 18
                   MOVE ACCT-LINKED-ACCT TO WS-FLD-ALPHA
               WHEN 19
                   MOVE ACCT-CHARGEOFF-AMOUNT TO WS-FLD-NUM
               WHEN 20
                   MOVE ACCT-CHARGEOFF-DATE TO WS-FLD-NUM
               WHEN 21
                   MOVE ACCT-DAILY-CAP-OVERRIDE TO WS-FLD-NUM
               WHEN 22
                   MOVE ACCT-CAP-RAISE-DATE TO WS-FLD-NUM
               WHEN 23
                   MOVE ACCT-CAP-RAISE-AMT TO WS-FLD-NUM
               WHEN 24
                   MOVE ACCT-PROBATION-END TO WS-FLD-NUM
               WHEN 25
                   MOVE ACCT-OD-INT-ACCRUED TO WS-FLD-NUM
               WHEN 26
                   MOVE ACCT-LAYOUT-VERSION TO WS-FLD-NUM
               WHEN 27
                   MOVE CUST-NAME TO WS-FLD-ALPHA
               WHEN 28
                   MOVE CUST-OPEN-DATE TO WS-FLD-NUM
               WHEN 29
                   MOVE CUST-STATUS TO WS-FLD-ALPHA
               WHEN 30
                   MOVE CUST-DATE-OF-DEATH TO WS-FLD-NUM
               WHEN 31
                   MOVE CUST-WITHHOLD-FLAG TO WS-FLD-ALPHA
               WHEN 32
                   MOVE CUST-RISK-RATING TO WS-FLD-ALPHA
               WHEN 33
                   MOVE CUST-LAST-REVIEW-DATE TO WS-FLD-NUM
               WHEN 34
                   MOVE CUST-TYPE TO WS-FLD-ALPHA
               WHEN 35
                   MOVE CUST-DATE-OF-BIRTH TO WS-FLD-NUM
               WHEN 36
                   MOVE CUST-TIN-MATCH-STATUS TO WS-FLD-ALPHA
               WHEN 37
                   MOVE CUST-SELF-CERT-DATE TO WS-FLD-NUM
               WHEN 38
                   MOVE CUST-REGISTRATION-NO TO WS-FLD-ALPHA
               WHEN 39
                   MOVE CUST-MERGED-INTO TO WS-FLD-ALPHA
               WHEN 40
                   MOVE PROD-NAME TO WS-FLD-ALPHA
               WHEN 41
                   MOVE PROD-CLASS TO WS-FLD-ALPHA
               WHEN 42
                   MOVE PROD-MIN-BALANCE TO WS-FLD-NUM
               WHEN 43
                   MOVE PROD-DORMANCY-DAYS TO WS-FLD-NUM
               WHEN 44
                   MOVE PROD-MONTHLY-FEE TO WS-FLD-NUM
               WHEN 45
                   MOVE PROD-DAILY-RATE TO WS-FLD-NUM
               WHEN 46
                   MOVE PROD-MINOR-FLAG TO WS-FLD-ALPHA
               WHEN 47
                   MOVE PROD-ANALYSIS-FLAG TO WS-FLD-ALPHA
               WHEN 48
                   MOVE PROD-MAX-OD-LIMIT TO WS-FLD-NUM
               WHEN 49
                   MOVE ADDR-NAME-LINE-1 TO WS-FLD-ALPHA
               WHEN 50
                   MOVE ADDR-NAME-LINE-2 TO WS-FLD-ALPHA
               WHEN 51
                   MOVE ADDR-STREET TO WS-FLD-ALPHA
               WHEN 52
                   MOVE ADDR-CITY TO WS-FLD-ALPHA
               WHEN 53
                   MOVE ADDR-POSTAL-CODE TO WS-FLD-ALPHA
               WHEN 54
                   MOVE ADDR-PHONE TO WS-FLD-ALPHA
               WHEN 55
                   MOVE ADDR-BAD-FLAG TO WS-FLD-ALPHA
               WHEN 56
                   MOVE ADDR-RETURN-DATE TO WS-FLD-NUM
               WHEN 57
                   MOVE ADDR-COUNTRY-CODE TO WS-FLD-ALPHA
           END-EVALUATE.
       7100-FORMAT-FIELD.
      *    THE FIELD AS IT IS LISTED, IN WS-COL-TEXT FOR
      *    WS-TEXT-LEN CHARACTERS.
           MOVE SPACES TO WS-COL-TEXT
           EVALUATE WS-FT-TYPE (WS-FLD-NO)
               WHEN 'X'
                   MOVE WS-FLD-ALPHA TO WS-COL-TEXT
                   MOVE WS-FT-WIDTH (WS-FLD-NO) TO WS-TEXT-LEN
               WHEN 'D'
                   MOVE WS-FLD-NUM TO WS-EDIT-DATE
                   MOVE WS-EDIT-DATE TO WS-COL-TEXT
                   MOVE 8 TO WS-TEXT-LEN
               WHEN 'N'
                   MOVE WS-FLD-NUM TO WS-EDIT-INT
                   MOVE WS-EDIT-INT TO WS-COL-TEXT
                   MOVE 9 TO WS-TEXT-LEN
               WHEN 'A'
                   MOVE WS-FLD-NUM TO WS-EDIT-AMT
                   MOVE WS-EDIT-AMT TO WS-COL-TEXT
                   MOVE 14 TO WS-TEXT-LEN
               WHEN 'R'
                   MOVE WS-FLD-NUM TO WS-EDIT-RATE
                   MOVE WS-EDIT-RATE TO WS-COL-TEXT
                   MOVE 8 TO WS-TEXT-LEN
           END-EVALUATE.
       7500-ADD-DELIMITED-TEXT.
      *    ONE VALUE TO THE DELIMITED LINE, TRIMMED, WITH ANY
      *    DELIMITER INSIDE IT BLANKED SO THE COLUMNS STAY IN STEP.
           INSPECT WS-COL-TEXT REPLACING ALL WS-DELIMITER BY SPACE
           MOVE 40 TO WS-TEXT-END
           PERFORM 7510-BACK-UP-ONE
               UNTIL WS-TEXT-END = 0
               OR WS-COL-TEXT (WS-TEXT-END:1) NOT = SPACE
           MOVE 1 TO WS-TEXT-START
           PERFORM 7520-STEP-ON-ONE
               UNTIL WS-TEXT-START >= WS-TEXT-END
               OR WS-COL-TEXT (WS-TEXT-START:1) NOT = SPACE
           IF WS-COL-IDX > 1
               STRING WS-DELIMITER DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-IF
           IF WS-TEXT-END > 0
               COMPUTE WS-TEXT-LEN = WS-TEXT-END - WS-TEXT-START + 1
               STRING WS-COL-TEXT (WS-TEXT-START:WS-TEXT-LEN)
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-IF.
       7510-BACK-UP-ONE.
           SUBTRACT 1 FROM WS-TEXT-END.
       7520-STEP-ON-ONE.
           ADD 1 TO WS-TEXT-START.
       7900-WRITE-AUDIT.
           ADD 1 TO WS-AUDIT-SEQ
           MOVE WS-TODAY TO AUDM-DATE
           MOVE WS-AUDIT-RUN-ID TO AUDM-RUN-ID
           MOVE WS-AUDIT-SEQ TO AUDM-SEQUENCE
           MOVE SPACES TO AUDM-ACCT-ID
           WRITE AUDIT-MASTER-RECORD
               INVALID KEY
                  DISPLAY 'SELECTION AUDIT WRITE FAILED, STATUS '
                      WS-MSTR-STATUS
                  MOVE 4 TO RETURN-CODE
           END-WRITE.
       8000-AUDIT-RESULT.
           MOVE WS-SELECTED-COUNT TO WS-SELECTED-DISPLAY
           MOVE SPACES TO AUDM-TEXT
           IF REPORT-OUTPUT
               STRING 'AD-HOC SELECTION BY: ' WS-OPERATOR-ID
                   ' SELECTED: ' WS-SELECTED-DISPLAY ' TO SELRPT'
                   DELIMITED BY SIZE INTO AUDM-TEXT
           ELSE
               STRING 'AD-HOC SELECTION BY: ' WS-OPERATOR-ID
                   ' SELECTED: ' WS-SELECTED-DISPLAY ' TO SELOUT'
                   DELIMITED BY SIZE INTO AUDM-TEXT
           END-IF
           PERFORM 7900-WRITE-AUDIT.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE AUDIT-MASTER-FILE
           IF CUSTOMER-JOIN
               CLOSE CUSTOMER-FILE
           END-IF
           IF PRODUCT-JOIN
               CLOSE PRODUCT-FILE
           END-IF
           IF ADDRESS-JOIN
               CLOSE ADDRESS-FILE
           END-IF
           IF REPORT-OUTPUT
               CLOSE REPORT-FILE
           ELSE
               CLOSE DELIMITED-FILE
           END-IF.
