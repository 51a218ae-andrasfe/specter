       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSRPT.
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
           SELECT ADDRESS-FILE ASSIGN TO 'ADDRFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ADDR-ACCT-ID
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO 'CRSPRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
      * ONE RETURN FILE PER RECEIVING JURISDICTION, NAMED CRSRPT
      * FOLLOWED BY THE JURISDICTION'S COUNTRY CODE.
           SELECT JURISDICTION-FILE ASSIGN USING WS-JURIS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JUR-STATUS.
           SELECT FOLLOW-UP-FILE ASSIGN TO 'CRSFLUP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           COPY ADDRREC.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY JRNLREC.
       FD RUN-PARM-FILE.
       01 RUN-PARM-RECORD    PIC X(40).
       SD SORT-WORK-FILE.
      * 'J' ROWS ARE RETURN RECORDS GROUPED BY JURISDICTION; 'F'
      * ROWS ARE FOLLOW-UP ITEMS GROUPED BY THE ACCOUNT'S BRANCH.
       01 SORT-RECORD.
          05 SRT-KIND        PIC X(01).
             88 SRT-RETURN-ROW    VALUE 'J'.
             88 SRT-FOLLOW-UP-ROW VALUE 'F'.
          05 SRT-GROUP       PIC X(04).
          05 SRT-CUST-NO     PIC X(08).
          05 SRT-ACCT-ID     PIC X(10).
          05 SRT-RETURN-DATA PIC X(207).
          05 SRT-FOLLOW-UP-DATA REDEFINES SRT-RETURN-DATA.
             10 SRT-F-NAME   PIC X(30).
             10 SRT-F-REASON PIC X(24).
             10 FILLER       PIC X(153).
       FD JURISDICTION-FILE.
       01 JURISDICTION-RECORD PIC X(213).
       FD FOLLOW-UP-FILE.
       01 FOLLOW-UP-LINE     PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-ADDR-STATUS     PIC XX VALUE '00'.
       01 WS-JRN-STATUS      PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-JUR-STATUS      PIC XX VALUE '00'.
       01 WS-FUP-STATUS      PIC XX VALUE '00'.
       01 WS-ACCT-EOF        PIC X VALUE 'N'.
           88 ACCOUNT-EOF    VALUE 'Y'.
       01 WS-PARM-EOF        PIC X VALUE 'N'.
           88 PARM-EOF       VALUE 'Y'.
       01 WS-JRNL-EOF        PIC X VALUE 'N'.
           88 JOURNAL-SCAN-DONE VALUE 'Y'.
       01 WS-SORT-EOF        PIC X VALUE 'N'.
           88 SORT-EOF       VALUE 'Y'.
       01 WS-CUST-FOUND      PIC X VALUE 'N'.
           88 CUSTOMER-FOUND VALUE 'Y'.
       01 WS-ADDR-FOUND      PIC X VALUE 'N'.
           88 ADDRESS-FOUND  VALUE 'Y'.
       01 WS-LOOKUP-CUST-NO  PIC X(08) VALUE SPACES.
      * THE YEAR REPORTED IS THE CALENDAR YEAR BEFORE THE RUN
      * UNLESS A YEAR=CCYY CARD ON CRSPRM NAMES ANOTHER.  HOME=
      * GIVES THE BANK'S OWN JURISDICTION (NEVER REPORTED TO) AND
      * DIAL= ITS INTERNATIONAL DIALING CODE.
       01 WS-YEAR-PREFIX     PIC X(05) VALUE 'YEAR='.
       01 WS-HOME-PREFIX     PIC X(05) VALUE 'HOME='.
       01 WS-DIAL-PREFIX     PIC X(05) VALUE 'DIAL='.
       01 WS-REPORT-YEAR     PIC 9(4) VALUE 0.
       01 WS-YEAR-START      PIC 9(8) VALUE 0.
       01 WS-YEAR-END        PIC 9(8) VALUE 0.
       01 WS-HOME-COUNTRY    PIC X(02) VALUE 'US'.
       01 WS-HOME-DIAL       PIC X(03) VALUE '1'.
      * THE RETURNS ARE MADE ONCE PER BANK ENTITY, EACH CHARTER
      * BEING ITS OWN REPORTING FINANCIAL INSTITUTION; THE ENTITY'S
      * RUN HAS ITS OWN CRSPRM, RETURN AND FOLLOW-UP DATA SETS.
       01 WS-RUN-ENTITY      PIC X(02) VALUE '01'.
       01 WS-ACCT-ENTITY     PIC X(02) VALUE SPACES.
       01 WS-OTHER-ENTITY-COUNT PIC 9(7) COMP VALUE 0.
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
       01 WS-DIAL-LEN        PIC 9(1) COMP VALUE 1.
      * HOW THE OWNER OF THE ACCOUNT BEING EXAMINED STANDS: 'R'
      * SELF-CERTIFIED AS RESIDENT IN A FOREIGN JURISDICTION, 'F'
      * SHOWING AN INDICIUM OF FOREIGN RESIDENCY WITH NO SELF-
      * CERTIFICATION ON FILE, 'N' NEITHER.
       01 WS-OWNER-CLASS     PIC X(01) VALUE 'N'.
           88 OWNER-REPORTABLE VALUE 'R'.
           88 OWNER-FOLLOW-UP VALUE 'F'.
           88 OWNER-NOT-REPORTABLE VALUE 'N'.
       01 WS-INDICIA-REASON  PIC X(24) VALUE SPACES.
       01 WS-FOREIGN-RES-COUNT PIC 9(1) COMP VALUE 0.
       01 WS-RES-IDX         PIC 9(1) COMP VALUE 0.
      * THE ACCOUNT'S YEAR FROM ITS JOURNAL: THE BALANCE LEFT BY
      * THE LAST POSTING ON OR BEFORE 31 DECEMBER AND THE INTEREST
      * CREDITED DURING THE YEAR.
       01 WS-YE-FOUND        PIC X VALUE 'N'.
           88 YEAR-END-ENTRY-FOUND VALUE 'Y'.
       01 WS-LATER-ENTRY     PIC X VALUE 'N'.
           88 POSTED-AFTER-YEAR-END VALUE 'Y'.
       01 WS-YEAR-ACTIVITY   PIC X VALUE 'N'.
           88 POSTED-IN-YEAR VALUE 'Y'.
       01 WS-IN-SCOPE        PIC X VALUE 'N'.
           88 ACCOUNT-IN-SCOPE VALUE 'Y'.
       01 WS-YE-BALANCE      PIC S9(9)V99 VALUE 0.
       01 WS-YEAR-INTEREST   PIC S9(9)V99 VALUE 0.
       01 WS-REPORT-BALANCE  PIC S9(9)V99 VALUE 0.
       01 WS-REPORT-INTEREST PIC S9(9)V99 VALUE 0.
       01 WS-BASE-BALANCE    PIC S9(9)V99 VALUE 0.
       01 WS-BASE-INTEREST   PIC S9(9)V99 VALUE 0.
       01 WS-RETURN-RECORD.
           COPY CRSREC.
      * OUTPUT SIDE: THE GROUP BEING WRITTEN AND ITS TOTALS.
       01 WS-CURRENT-KIND    PIC X(01) VALUE SPACE.
       01 WS-CURRENT-GROUP   PIC X(04) VALUE LOW-VALUES.
       01 WS-CURRENT-HOLDER  PIC X(08) VALUE SPACES.
       01 WS-JURIS-FILE-NAME PIC X(08) VALUE SPACES.
       01 WS-JURIS-OPEN      PIC X VALUE 'N'.
           88 JURISDICTION-FILE-OPEN VALUE 'Y'.
       01 WS-J-ACCOUNT-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-J-HOLDER-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-J-BALANCE-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-J-INTEREST-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-B-LINE-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-ACCOUNTS-READ   PIC 9(7) COMP VALUE 0.
       01 WS-NO-OWNER-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-REPORTED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-RETURN-ROW-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-FOLLOW-UP-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-JURIS-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-JURIS-FAIL-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-UNWRITTEN-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-COUNT-DISPLAY   PIC ZZZ,ZZ9.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       01 WS-TITLE-LINE.
          05 FILLER          PIC X(46)
             VALUE 'FATCA/CRS SELF-CERTIFICATION FOLLOW-UP, YEAR '.
          05 WS-T-YEAR       PIC 9(4).
          05 FILLER          PIC X(05) VALUE ' RUN '.
          05 WS-T-DATE       PIC 9(8).
          05 FILLER          PIC X(08) VALUE ' ENTITY '.
          05 WS-T-ENTITY     PIC X(02).
       01 WS-BRANCH-LINE.
          05 FILLER          PIC X(07) VALUE 'BRANCH '.
          05 WS-B-BRANCH     PIC X(04).
       01 WS-HEADING-LINE.
          05 FILLER          PIC X(10) VALUE 'CUSTOMER'.
          05 FILLER          PIC X(31) VALUE 'NAME'.
          05 FILLER          PIC X(11) VALUE 'ACCOUNT'.
          05 FILLER          PIC X(24) VALUE 'INDICIUM'.
       01 WS-DETAIL-LINE.
          05 WS-D-CUST-NO    PIC X(08).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-NAME       PIC X(30).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-ACCT-ID    PIC X(10).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-REASON     PIC X(24).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    EVERY ACCOUNT OWNED BY A CUSTOMER WHO HAS SELF-CERTIFIED
      *    A FOREIGN TAX RESIDENCY IS REPORTED TO EACH SUCH
      *    JURISDICTION WITH ITS YEAR-END BALANCE AND THE INTEREST
      *    PAID IN THE YEAR.  AN ACCOUNT WHOSE OWNER SHOWS A SIGN OF
      *    FOREIGN RESIDENCY - A FOREIGN RESIDENCY RECORDED, A
      *    FOREIGN MAILING ADDRESS OR TELEPHONE - BUT HAS NO SELF-
      *    CERTIFICATION GOES ON ITS BRANCH'S FOLLOW-UP LIST SO THE
      *    BRANCH CAN OBTAIN ONE.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 0600-GET-RUN-ENTITY
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 1100-READ-RUN-PARMS
           PERFORM 1000-OPEN-FILES
           MOVE WS-REPORT-YEAR TO WS-T-YEAR
           MOVE WS-TODAY TO WS-T-DATE
           MOVE WS-RUN-ENTITY TO WS-T-ENTITY
           MOVE WS-TITLE-LINE TO FOLLOW-UP-LINE
           WRITE FOLLOW-UP-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-KIND
               ON ASCENDING KEY SRT-GROUP
               ON ASCENDING KEY SRT-CUST-NO
               ON ASCENDING KEY SRT-ACCT-ID
               INPUT PROCEDURE IS 2000-FEED-ACCOUNTS
               OUTPUT PROCEDURE IS 6000-WRITE-RETURNS
           DISPLAY 'FATCA/CRS REPORTING YEAR   : ' WS-REPORT-YEAR
           DISPLAY 'ACCOUNTS READ              : ' WS-ACCOUNTS-READ
           DISPLAY 'ACCOUNTS OF OTHER ENTITIES : '
               WS-OTHER-ENTITY-COUNT
           DISPLAY 'ACCOUNTS REPORTED          : ' WS-REPORTED-COUNT
           DISPLAY 'RETURN RECORDS             : ' WS-RETURN-ROW-COUNT
           DISPLAY 'JURISDICTION FILES WRITTEN : ' WS-JURIS-COUNT
           DISPLAY 'ACCOUNTS FOR FOLLOW-UP     : ' WS-FOLLOW-UP-COUNT
           DISPLAY 'ACCOUNTS WITH NO OWNER     : ' WS-NO-OWNER-COUNT
           IF WS-JURIS-FAIL-COUNT > 0
               DISPLAY 'ALERT: ' WS-JURIS-FAIL-COUNT
                   ' JURISDICTION FILES NOT WRITTEN, '
                   WS-UNWRITTEN-COUNT ' RETURN RECORDS MISSING'
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       0600-GET-RUN-ENTITY.
           MOVE 'R' TO WS-ENTY-FUNCTION
           CALL 'ENTYUTIL' USING WS-ENTY-AREA
           IF NOT ENTITY-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ENTY-CODE TO WS-RUN-ENTITY
           DISPLAY 'FATCA/CRS RETURNS FOR ENTITY ' WS-RUN-ENTITY ' '
               WS-ENTY-NAME.
       1000-OPEN-FILES.
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-STATUS
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN INPUT ADDRESS-FILE
           IF WS-ADDR-STATUS NOT = '00'
               DISPLAY 'ADDRESS FILE OPEN ERROR: ' WS-ADDR-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'JOURNAL FILE OPEN ERROR: ' WS-JRN-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ADDRESS-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT FOLLOW-UP-FILE
           IF WS-FUP-STATUS NOT = '00'
               DISPLAY 'FOLLOW-UP FILE OPEN ERROR: ' WS-FUP-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ADDRESS-FILE
               CLOSE JOURNAL-FILE
               STOP RUN
           END-IF.
       1100-READ-RUN-PARMS.
           COMPUTE WS-REPORT-YEAR = WS-YEAR - 1
           OPEN INPUT RUN-PARM-FILE
           IF WS-PARM-STATUS = '00'
               PERFORM 1110-READ-RUN-PARM
               PERFORM 1120-APPLY-RUN-PARM UNTIL PARM-EOF
               CLOSE RUN-PARM-FILE
           END-IF
           COMPUTE WS-YEAR-START = (WS-REPORT-YEAR * 10000) + 101
           COMPUTE WS-YEAR-END = (WS-REPORT-YEAR * 10000) + 1231
           MOVE 0 TO WS-DIAL-LEN
           INSPECT WS-HOME-DIAL TALLYING WS-DIAL-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
       1110-READ-RUN-PARM.
           READ RUN-PARM-FILE
               AT END
                  MOVE 'Y' TO WS-PARM-EOF
           END-READ.
       1120-APPLY-RUN-PARM.
           IF RUN-PARM-RECORD (1:5) = WS-YEAR-PREFIX
               AND RUN-PARM-RECORD (6:4) IS NUMERIC
               MOVE RUN-PARM-RECORD (6:4) TO WS-REPORT-YEAR
           END-IF
           IF RUN-PARM-RECORD (1:5) = WS-HOME-PREFIX
               AND RUN-PARM-RECORD (6:2) NOT = SPACES
               MOVE RUN-PARM-RECORD (6:2) TO WS-HOME-COUNTRY
           END-IF
           IF RUN-PARM-RECORD (1:5) = WS-DIAL-PREFIX
               AND RUN-PARM-RECORD (6:1) IS NUMERIC
               MOVE RUN-PARM-RECORD (6:3) TO WS-HOME-DIAL
           END-IF
           PERFORM 1110-READ-RUN-PARM.
       2000-FEED-ACCOUNTS.
           PERFORM 2100-READ-ACCOUNT
           PERFORM 2200-EXAMINE-ACCOUNT UNTIL ACCOUNT-EOF.
       2100-READ-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-ACCT-EOF
           END-READ
           IF NOT ACCOUNT-EOF AND WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE READ ERROR: ' WS-FILE-STATUS
               MOVE 'Y' TO WS-ACCT-EOF
           END-IF.
       2200-EXAMINE-ACCOUNT.
      *    AN ACCOUNT OPENED AFTER THE YEAR BELONGS TO NEXT YEAR'S
      *    RETURN.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE ACCT-ENTITY-CODE TO WS-ACCT-ENTITY
           IF WS-ACCT-ENTITY = SPACES OR WS-ACCT-ENTITY = LOW-VALUES
               MOVE '01' TO WS-ACCT-ENTITY
           END-IF
           IF WS-ACCT-ENTITY NOT = WS-RUN-ENTITY
               ADD 1 TO WS-OTHER-ENTITY-COUNT
           END-IF
           IF ACCT-OPEN-DATE NOT > WS-YEAR-END
               AND WS-ACCT-ENTITY = WS-RUN-ENTITY
               PERFORM 3000-FIND-OWNER
               IF CUSTOMER-FOUND
                   PERFORM 3050-READ-ADDRESS
                   PERFORM 3100-CLASSIFY-OWNER
                   IF NOT OWNER-NOT-REPORTABLE
                       PERFORM 4000-SCAN-JOURNAL
                       IF ACCOUNT-IN-SCOPE
                           IF OWNER-REPORTABLE
                               PERFORM 5000-BUILD-RETURN-ROWS
                           ELSE
                               PERFORM 5500-RELEASE-FOLLOW-UP
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-NO-OWNER-COUNT
               END-IF
           END-IF
           PERFORM 2100-READ-ACCOUNT.
       3000-FIND-OWNER.
      *    A MERGED DUPLICATE IS FOLLOWED TO ITS SURVIVOR, WHOSE
      *    RESIDENCY AND SELF-CERTIFICATION ARE THE ONES THAT COUNT.
           MOVE 'N' TO WS-CUST-FOUND
           IF ACCT-CUSTOMER-NO NOT = SPACES
               MOVE ACCT-CUSTOMER-NO TO WS-LOOKUP-CUST-NO
               PERFORM 3010-READ-CUSTOMER
               IF CUSTOMER-FOUND AND CUST-MERGED
                   AND CUST-MERGED-INTO NOT = SPACES
                   MOVE CUST-MERGED-INTO TO WS-LOOKUP-CUST-NO
                   PERFORM 3010-READ-CUSTOMER
               END-IF
           END-IF.
       3010-READ-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND
           MOVE WS-LOOKUP-CUST-NO TO CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-CUST-FOUND
           END-READ.
       3050-READ-ADDRESS.
           MOVE 'N' TO WS-ADDR-FOUND
           MOVE ACCT-ID TO ADDR-ACCT-ID
           READ ADDRESS-FILE
               INVALID KEY
                  MOVE SPACES TO ADDRESS-RECORD
               NOT INVALID KEY
                  MOVE 'Y' TO WS-ADDR-FOUND
           END-READ.
       3100-CLASSIFY-OWNER.
      *    A SELF-CERTIFICATION SETTLES THE QUESTION EITHER WAY: THE
      *    CUSTOMER IS REPORTED TO EVERY FOREIGN JURISDICTION IT
      *    NAMES, OR TO NONE.  WITHOUT ONE, ANY INDICIUM PUTS THE
      *    ACCOUNT ON THE FOLLOW-UP LIST.
           MOVE 'N' TO WS-OWNER-CLASS
           MOVE SPACES TO WS-INDICIA-REASON
           MOVE 0 TO WS-FOREIGN-RES-COUNT
           PERFORM 3110-COUNT-FOREIGN-RESIDENCY
               VARYING WS-RES-IDX FROM 1 BY 1 UNTIL WS-RES-IDX > 3
           IF CUST-SELF-CERT-DATE NOT = 0
               IF WS-FOREIGN-RES-COUNT > 0
                   SET OWNER-REPORTABLE TO TRUE
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-FOREIGN-RES-COUNT > 0
                       SET OWNER-FOLLOW-UP TO TRUE
                       MOVE 'FOREIGN RESIDENCY NOTED'
                           TO WS-INDICIA-REASON
                   WHEN ADDRESS-FOUND
                       AND ADDR-COUNTRY-CODE NOT = SPACES
                       AND ADDR-COUNTRY-CODE NOT = WS-HOME-COUNTRY
                       SET OWNER-FOLLOW-UP TO TRUE
                       STRING 'FOREIGN ADDRESS '
                           ADDR-COUNTRY-CODE
                           DELIMITED BY SIZE INTO WS-INDICIA-REASON
                   WHEN ADDRESS-FOUND
                       AND ADDR-PHONE (1:1) = '+'
                       AND ADDR-PHONE (2:WS-DIAL-LEN)
                           NOT = WS-HOME-DIAL (1:WS-DIAL-LEN)
                       SET OWNER-FOLLOW-UP TO TRUE
                       MOVE 'FOREIGN TELEPHONE'
                           TO WS-INDICIA-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       3110-COUNT-FOREIGN-RESIDENCY.
           IF CUST-TAX-COUNTRY (WS-RES-IDX) NOT = SPACES
               AND CUST-TAX-COUNTRY (WS-RES-IDX) NOT = WS-HOME-COUNTRY
               ADD 1 TO WS-FOREIGN-RES-COUNT
           END-IF.
       4000-SCAN-JOURNAL.
      *    THE JOURNAL IS READ FROM THE ACCOUNT'S FIRST POSTING UP
      *    TO THE FIRST ONE AFTER THE YEAR.  AN ACCOUNT THAT HAS
      *    NOT POSTED SINCE THE YEAR ENDED STILL HOLDS ITS YEAR-END
      *    BALANCE; ONE WITH NO POSTING BY THE YEAR END HELD NONE.
      *    A CLOSED ACCOUNT IS REPORTED, AS CLOSED, ONLY FOR THE
      *    YEAR OF ITS LAST POSTING.
           MOVE 'N' TO WS-YE-FOUND
           MOVE 'N' TO WS-LATER-ENTRY
           MOVE 'N' TO WS-YEAR-ACTIVITY
           MOVE 'N' TO WS-IN-SCOPE
           MOVE 0 TO WS-YE-BALANCE
           MOVE 0 TO WS-YEAR-INTEREST
           MOVE 'N' TO WS-JRNL-EOF
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE 0 TO JRNL-POST-DATE
           MOVE 0 TO JRNL-SEQUENCE
           START JOURNAL-FILE KEY IS NOT LESS THAN JRNL-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-JRNL-EOF
           END-START
           PERFORM 4100-READ-JOURNAL UNTIL JOURNAL-SCAN-DONE
           IF NOT YEAR-END-ENTRY-FOUND AND NOT POSTED-AFTER-YEAR-END
               MOVE ACCT-BALANCE TO WS-YE-BALANCE
           END-IF
           IF ACCT-CLOSED OR ACCT-ESCHEATED OR ACCT-CHARGED-OFF
               IF POSTED-IN-YEAR AND NOT POSTED-AFTER-YEAR-END
                   MOVE 'Y' TO WS-IN-SCOPE
               END-IF
               IF WS-YE-BALANCE NOT = 0
                   MOVE 'Y' TO WS-IN-SCOPE
               END-IF
           ELSE
               MOVE 'Y' TO WS-IN-SCOPE
           END-IF.
       4100-READ-JOURNAL.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-JRNL-EOF
           END-READ
           IF NOT JOURNAL-SCAN-DONE
               IF WS-JRN-STATUS NOT = '00'
                   OR JRNL-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-JRNL-EOF
               ELSE
                   IF JRNL-POST-DATE > WS-YEAR-END
                       MOVE 'Y' TO WS-LATER-ENTRY
                       MOVE 'Y' TO WS-JRNL-EOF
                   ELSE
                       PERFORM 4200-TAKE-JOURNAL-ENTRY
                   END-IF
               END-IF
           END-IF.
       4200-TAKE-JOURNAL-ENTRY.
      *    INTEREST PAID IS BASE AND BONUS INTEREST CREDITED IN THE
      *    YEAR; A CREDIT LATER REVERSED WAS NEVER PAID.
           MOVE 'Y' TO WS-YE-FOUND
           MOVE JRNL-RESULT-BALANCE TO WS-YE-BALANCE
           IF JRNL-POST-DATE NOT < WS-YEAR-START
               MOVE 'Y' TO WS-YEAR-ACTIVITY
               IF (JRNL-TRN-CODE = 'I' OR JRNL-IS-BONUS-INTEREST)
                   AND NOT JRNL-WAS-REVERSED
                   ADD JRNL-AMOUNT TO WS-YEAR-INTEREST
               END-IF
           END-IF.
       5000-BUILD-RETURN-ROWS.
      *    AN OVERDRAWN BALANCE IS REPORTED AS ZERO.  BOTH AMOUNTS
      *    ARE CONVERTED AT THE RATE IN FORCE ON 31 DECEMBER.
           ADD 1 TO WS-REPORTED-COUNT
           IF WS-YE-BALANCE < 0
               MOVE 0 TO WS-REPORT-BALANCE
           ELSE
               MOVE WS-YE-BALANCE TO WS-REPORT-BALANCE
           END-IF
           IF WS-YEAR-INTEREST < 0
               MOVE 0 TO WS-REPORT-INTEREST
           ELSE
               MOVE WS-YEAR-INTEREST TO WS-REPORT-INTEREST
           END-IF
           CALL 'CURRCONV' USING ACCT-CURRENCY-CODE,
               WS-REPORT-BALANCE, WS-BASE-BALANCE, WS-YEAR-END
           CALL 'CURRCONV' USING ACCT-CURRENCY-CODE,
               WS-REPORT-INTEREST, WS-BASE-INTEREST, WS-YEAR-END
           MOVE SPACES TO CRX-ACCOUNT-DATA
           MOVE CUST-NO TO CRX-CUSTOMER-NO
           MOVE CUST-NAME TO CRX-NAME
           IF CUST-ENTITY
               MOVE 'E' TO CRX-HOLDER-TYPE
           ELSE
               MOVE 'I' TO CRX-HOLDER-TYPE
           END-IF
           MOVE CUST-DATE-OF-BIRTH TO CRX-BIRTH-DATE
           MOVE ADDR-STREET TO CRX-STREET
           MOVE ADDR-CITY TO CRX-CITY
           MOVE ADDR-POSTAL-CODE TO CRX-POSTAL-CODE
           MOVE ADDR-COUNTRY-CODE TO CRX-ADDR-COUNTRY
           MOVE ACCT-ID TO CRX-ACCOUNT-NO
           IF ACCT-CLOSED OR ACCT-ESCHEATED OR ACCT-CHARGED-OFF
               MOVE 'C' TO CRX-CLOSED-IND
           END-IF
           IF ACCT-CURRENCY-CODE = SPACES
               MOVE 'USD' TO CRX-CURRENCY
           ELSE
               MOVE ACCT-CURRENCY-CODE TO CRX-CURRENCY
           END-IF
           MOVE WS-REPORT-BALANCE TO CRX-BALANCE
           MOVE WS-REPORT-INTEREST TO CRX-INTEREST
           MOVE WS-BASE-BALANCE TO CRX-BASE-BALANCE
           MOVE WS-BASE-INTEREST TO CRX-BASE-INTEREST
           MOVE CUST-SELF-CERT-DATE TO CRX-SELF-CERT-DATE
           PERFORM 5100-RELEASE-RETURN-ROW
               VARYING WS-RES-IDX FROM 1 BY 1 UNTIL WS-RES-IDX > 3.
       5100-RELEASE-RETURN-ROW.
           IF CUST-TAX-COUNTRY (WS-RES-IDX) NOT = SPACES
               AND CUST-TAX-COUNTRY (WS-RES-IDX) NOT = WS-HOME-COUNTRY
               MOVE CUST-TAX-COUNTRY (WS-RES-IDX) TO CRX-JURISDICTION
               MOVE CUST-FOREIGN-TIN (WS-RES-IDX) TO CRX-FOREIGN-TIN
               MOVE SPACES TO SORT-RECORD
               SET SRT-RETURN-ROW TO TRUE
               MOVE CUST-TAX-COUNTRY (WS-RES-IDX) TO SRT-GROUP
               MOVE CUST-NO TO SRT-CUST-NO
               MOVE ACCT-ID TO SRT-ACCT-ID
               MOVE CRX-ACCOUNT-DATA TO SRT-RETURN-DATA
               RELEASE SORT-RECORD
               ADD 1 TO WS-RETURN-ROW-COUNT
           END-IF.
       5500-RELEASE-FOLLOW-UP.
           MOVE SPACES TO SORT-RECORD
           SET SRT-FOLLOW-UP-ROW TO TRUE
           MOVE ACCT-BRANCH-CODE TO SRT-GROUP
           MOVE CUST-NO TO SRT-CUST-NO
           MOVE ACCT-ID TO SRT-ACCT-ID
           MOVE CUST-NAME TO SRT-F-NAME
           MOVE WS-INDICIA-REASON TO SRT-F-REASON
           RELEASE SORT-RECORD
           ADD 1 TO WS-FOLLOW-UP-COUNT.
       6000-WRITE-RETURNS.
           PERFORM 6100-RETURN-ROW
           PERFORM 6200-WRITE-ONE-ROW UNTIL SORT-EOF
           PERFORM 6500-GROUP-BREAK.
       6100-RETURN-ROW.
           RETURN SORT-WORK-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       6200-WRITE-ONE-ROW.
           IF SRT-KIND NOT = WS-CURRENT-KIND
               OR SRT-GROUP NOT = WS-CURRENT-GROUP
               PERFORM 6500-GROUP-BREAK
               MOVE SRT-KIND TO WS-CURRENT-KIND
               MOVE SRT-GROUP TO WS-CURRENT-GROUP
               MOVE SPACES TO WS-CURRENT-HOLDER
               IF SRT-RETURN-ROW
                   PERFORM 6300-OPEN-JURISDICTION
               ELSE
                   PERFORM 6400-START-BRANCH-LIST
               END-IF
           END-IF
           IF SRT-RETURN-ROW
               PERFORM 6600-WRITE-RETURN-ACCOUNT
           ELSE
               PERFORM 6700-WRITE-FOLLOW-UP-LINE
           END-IF
           PERFORM 6100-RETURN-ROW.
       6300-OPEN-JURISDICTION.
           MOVE 0 TO WS-J-ACCOUNT-COUNT
           MOVE 0 TO WS-J-HOLDER-COUNT
           MOVE 0 TO WS-J-BALANCE-TOTAL
           MOVE 0 TO WS-J-INTEREST-TOTAL
           MOVE SPACES TO WS-JURIS-FILE-NAME
           STRING 'CRSRPT' SRT-GROUP (1:2)
               DELIMITED BY SIZE INTO WS-JURIS-FILE-NAME
           OPEN OUTPUT JURISDICTION-FILE
           IF WS-JUR-STATUS = '00'
               MOVE 'Y' TO WS-JURIS-OPEN
               ADD 1 TO WS-JURIS-COUNT
               MOVE SPACES TO WS-RETURN-RECORD
               SET CRX-HEADER TO TRUE
               MOVE SRT-GROUP (1:2) TO CRX-H-JURISDICTION
               MOVE WS-HOME-COUNTRY TO CRX-H-SENDER-COUNTRY
               MOVE WS-REPORT-YEAR TO CRX-H-REPORTING-YEAR
               MOVE WS-TODAY TO CRX-H-CREATED-DATE
               MOVE 'USD' TO CRX-H-BASE-CURRENCY
               WRITE JURISDICTION-RECORD FROM WS-RETURN-RECORD
           ELSE
               MOVE 'N' TO WS-JURIS-OPEN
               ADD 1 TO WS-JURIS-FAIL-COUNT
               DISPLAY 'JURISDICTION FILE OPEN ERROR: ' WS-JUR-STATUS
                   ' ' WS-JURIS-FILE-NAME
           END-IF.
       6400-START-BRANCH-LIST.
           MOVE 0 TO WS-B-LINE-COUNT
           MOVE SPACES TO FOLLOW-UP-LINE
           WRITE FOLLOW-UP-LINE
           MOVE SRT-GROUP TO WS-B-BRANCH
           MOVE WS-BRANCH-LINE TO FOLLOW-UP-LINE
           WRITE FOLLOW-UP-LINE
           MOVE WS-HEADING-LINE TO FOLLOW-UP-LINE
           WRITE FOLLOW-UP-LINE.
       6500-GROUP-BREAK.
           IF WS-CURRENT-KIND = 'J' AND JURISDICTION-FILE-OPEN
               MOVE SPACES TO WS-RETURN-RECORD
               SET CRX-TRAILER TO TRUE
               MOVE WS-J-ACCOUNT-COUNT TO CRX-T-ACCOUNT-COUNT
               MOVE WS-J-HOLDER-COUNT TO CRX-T-HOLDER-COUNT
               MOVE WS-J-BALANCE-TOTAL TO CRX-T-BASE-BALANCE-TOTAL
               MOVE WS-J-INTEREST-TOTAL TO CRX-T-BASE-INTEREST-TOTAL
               WRITE JURISDICTION-RECORD FROM WS-RETURN-RECORD
               CLOSE JURISDICTION-FILE
               MOVE 'N' TO WS-JURIS-OPEN
               DISPLAY 'RETURN FILE ' WS-JURIS-FILE-NAME
                   ' ACCOUNTS: ' WS-J-ACCOUNT-COUNT
                   ' HOLDERS: ' WS-J-HOLDER-COUNT
           END-IF
           IF WS-CURRENT-KIND = 'F' AND WS-B-LINE-COUNT > 0
               MOVE WS-B-LINE-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO FOLLOW-UP-LINE
               STRING 'BRANCH ' WS-CURRENT-GROUP
                   ' ACCOUNTS TO SELF-CERTIFY: ' WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO FOLLOW-UP-LINE
               WRITE FOLLOW-UP-LINE
               MOVE 0 TO WS-B-LINE-COUNT
           END-IF.
       6600-WRITE-RETURN-ACCOUNT.
           IF JURISDICTION-FILE-OPEN
               IF SRT-CUST-NO NOT = WS-CURRENT-HOLDER
                   ADD 1 TO WS-J-HOLDER-COUNT
                   MOVE SRT-CUST-NO TO WS-CURRENT-HOLDER
               END-IF
               SET CRX-ACCOUNT TO TRUE
               MOVE SRT-RETURN-DATA TO CRX-ACCOUNT-DATA
               WRITE JURISDICTION-RECORD FROM WS-RETURN-RECORD
               ADD 1 TO WS-J-ACCOUNT-COUNT
               ADD CRX-BASE-BALANCE TO WS-J-BALANCE-TOTAL
               ADD CRX-BASE-INTEREST TO WS-J-INTEREST-TOTAL
           ELSE
               ADD 1 TO WS-UNWRITTEN-COUNT
           END-IF.
       6700-WRITE-FOLLOW-UP-LINE.
           ADD 1 TO WS-B-LINE-COUNT
           MOVE SRT-CUST-NO TO WS-D-CUST-NO
           MOVE SRT-F-NAME TO WS-D-NAME
           MOVE SRT-ACCT-ID TO WS-D-ACCT-ID
           MOVE SRT-F-REASON TO WS-D-REASON
           MOVE WS-DETAIL-LINE TO FOLLOW-UP-LINE
           WRITE FOLLOW-UP-LINE.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ADDRESS-FILE
           CLOSE JOURNAL-FILE
           CLOSE FOLLOW-UP-FILE.
