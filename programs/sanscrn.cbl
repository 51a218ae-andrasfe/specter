       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANSCRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCTIONS-FILE ASSIGN TO 'SANCLIST'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SNL-KEY
               FILE STATUS IS WS-SNL-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'SANCCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO 'SANPRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO 'ADDRFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ADDR-ACCT-ID
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT CASE-FILE ASSIGN TO 'FRQCASE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CASE-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'SANRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SANCTIONS-FILE.
       01 SANCTIONS-RECORD.
           COPY SANCREC.
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           COPY SNCREC.
       FD RUN-PARM-FILE.
       01 RUN-PARM-RECORD    PIC X(40).
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           COPY ADDRREC.
       FD CASE-FILE.
       01 CASE-RECORD.
           COPY FRQCREC.
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-SNL-STATUS      PIC XX VALUE '00'.
       01 WS-CTL-STATUS      PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-ADDR-STATUS     PIC XX VALUE '00'.
       01 WS-CASE-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-SNL-EOF         PIC X VALUE 'N'.
           88 LIST-EOF       VALUE 'Y'.
       01 WS-PARM-EOF        PIC X VALUE 'N'.
           88 PARM-EOF       VALUE 'Y'.
       01 WS-CUST-EOF        PIC X VALUE 'N'.
           88 CUSTOMER-EOF   VALUE 'Y'.
       01 WS-ACCT-EOF        PIC X VALUE 'N'.
           88 ACCOUNT-EOF    VALUE 'Y'.
       01 WS-CASE-EOF        PIC X VALUE 'N'.
           88 CASE-SCAN-DONE VALUE 'Y'.
       01 WS-CONTROL-FOUND   PIC X VALUE 'N'.
           88 CONTROL-FOUND  VALUE 'Y'.
      * A FULL RESCREEN RUNS WHEN THE LIST HAS CHANGED SINCE THE
      * LAST FULL ONE, ON THE FIRST RUN, OR ON A MODE=FULL CARD ON
      * SANPRM.  OTHERWISE ONLY CUSTOMERS AND ACCOUNTS OPENED SINCE
      * THE LAST RUN ARE SCREENED.  THRESHOLD=NNN SETS THE SCORE
      * (OUT OF 100) AT WHICH A NAME IS A POSSIBLE MATCH.
       01 WS-MODE-PREFIX     PIC X(09) VALUE 'MODE=FULL'.
       01 WS-THRESHOLD-PREFIX PIC X(10) VALUE 'THRESHOLD='.
       01 WS-FULL-SWITCH     PIC X VALUE 'N'.
           88 FULL-RESCREEN  VALUE 'Y'.
       01 WS-THRESHOLD       PIC 9(3) VALUE 85.
       01 WS-PREFILTER       PIC 9(3) VALUE 0.
       01 WS-LIST-DATE       PIC 9(8) VALUE 0.
       01 WS-SCREENED-LIST-DATE PIC 9(8) VALUE 0.
       01 WS-LAST-SCREEN-DATE PIC 9(8) VALUE 0.
       01 WS-LOADED-DATE     PIC 9(8) VALUE 0.
       01 WS-LIST-ENTRY-COUNT PIC 9(7) VALUE 0.
      * THE LIST IN STORAGE, EACH NAME WITH ITS SORTED LETTER PAIRS
      * READY FOR SCORING.
       01 WS-LIST-MAX        PIC 9(5) COMP VALUE 10000.
       01 WS-LIST-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-LIST-TABLE.
          05 WS-LIST-NAME-ROW OCCURS 10000 TIMES.
             10 WS-L-ENTRY-ID  PIC X(10).
             10 WS-L-NAME      PIC X(40).
             10 WS-L-COUNTRY   PIC X(02).
             10 WS-L-DOB       PIC 9(8).
             10 WS-L-PAIR-COUNT PIC 9(2) COMP.
             10 WS-L-PAIRS.
                15 WS-L-PAIR   PIC X(02) OCCURS 39 TIMES.
       01 WS-LIST-OVERFLOW   PIC X VALUE 'N'.
           88 LIST-OVERFLOWED VALUE 'Y'.
      * NAME NORMALIZING: UPPER CASE, PUNCTUATION TO SPACES,
      * APOSTROPHES DROPPED, RUNS OF SPACES SQUEEZED TO ONE.
       01 WS-RAW-NAME        PIC X(40) VALUE SPACES.
       01 WS-NORM-NAME       PIC X(40) VALUE SPACES.
       01 WS-NORM-LEN        PIC 9(2) COMP VALUE 0.
       01 WS-C               PIC 9(2) COMP VALUE 0.
       01 WS-CHAR            PIC X(01) VALUE SPACE.
       01 WS-LOWER-CASE      PIC X(26)
                             VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 WS-UPPER-CASE      PIC X(26)
                             VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      * LETTER PAIRS OF THE NAME BEING WORKED, SORTED ASCENDING.
       01 WS-W-PAIR-COUNT    PIC 9(2) COMP VALUE 0.
       01 WS-W-PAIRS.
          05 WS-W-PAIR       PIC X(02) OCCURS 39 TIMES.
       01 WS-I               PIC 9(2) COMP VALUE 0.
       01 WS-J               PIC 9(2) COMP VALUE 0.
       01 WS-SORT-KEY        PIC X(02) VALUE SPACES.
       01 WS-SHIFT-DONE      PIC X VALUE 'N'.
           88 SHIFT-DONE     VALUE 'Y'.
      * SCORING: TWICE THE LETTER PAIRS IN COMMON OVER THE PAIRS IN
      * BOTH NAMES, AS A PERCENTAGE, SO WORD ORDER AND A SLIPPED
      * LETTER COST LITTLE.  A MATCHING DATE OF BIRTH ADDS 10, ONE
      * IN A DIFFERENT YEAR TAKES 20 OFF, AND A MATCHING ADDRESS
      * COUNTRY ADDS 5.
       01 WS-L               PIC 9(5) COMP VALUE 0.
       01 WS-COMMON          PIC 9(2) COMP VALUE 0.
       01 WS-PAIR-TOTAL      PIC 9(3) COMP VALUE 0.
       01 WS-SCORE           PIC S9(3) COMP VALUE 0.
       01 WS-BOUND           PIC 9(3) COMP VALUE 0.
       01 WS-BEST-SCORE      PIC S9(3) COMP VALUE 0.
       01 WS-BEST-ROW        PIC 9(5) COMP VALUE 0.
       01 WS-SUBJ-DOB        PIC 9(8) VALUE 0.
       01 WS-SUBJ-DOB-R REDEFINES WS-SUBJ-DOB.
          05 WS-SUBJ-DOB-YEAR PIC 9(4).
          05 FILLER          PIC 9(4).
       01 WS-L-DOB-WORK      PIC 9(8) VALUE 0.
       01 WS-L-DOB-WORK-R REDEFINES WS-L-DOB-WORK.
          05 WS-L-DOB-YEAR   PIC 9(4).
          05 FILLER          PIC 9(4).
       01 WS-SUBJ-COUNTRY    PIC X(02) VALUE SPACES.
      * CUSTOMERS WHOSE NAME SCORED A POSSIBLE MATCH; THEIR CASES
      * ARE OPENED ON EACH OF THEIR ACCOUNTS DURING THE ACCOUNT
      * PASS.
       01 WS-HIT-MAX         PIC 9(5) COMP VALUE 2000.
       01 WS-HIT-COUNT       PIC 9(5) COMP VALUE 0.
       01 WS-HIT-TABLE.
          05 WS-HIT-ROW OCCURS 2000 TIMES.
             10 WS-H-CUST-NO   PIC X(08).
             10 WS-H-CUST-NAME PIC X(30).
             10 WS-H-ROW       PIC 9(5) COMP.
             10 WS-H-SCORE     PIC 9(3).
             10 WS-H-USED      PIC X(01).
       01 WS-H               PIC 9(5) COMP VALUE 0.
       01 WS-HIT-FOUND       PIC 9(5) COMP VALUE 0.
       01 WS-HIT-OVERFLOW    PIC 9(7) COMP VALUE 0.
      * THE CASE BEING OPENED.
       01 WS-CASE-ACCT-ID    PIC X(10) VALUE SPACES.
       01 WS-CASE-ROW        PIC 9(5) COMP VALUE 0.
       01 WS-CASE-SCORE      PIC 9(3) VALUE 0.
       01 WS-CASE-OPENED-NOW PIC X VALUE 'N'.
           88 ACCOUNT-CASED-THIS-RUN VALUE 'Y'.
       01 WS-PRIOR-CASE      PIC X VALUE 'N'.
           88 PRIOR-SANCTIONS-CASE VALUE 'Y'.
       01 WS-ACTION          PIC X(14) VALUE SPACES.
       01 WS-CUSTOMERS-SCREENED PIC 9(7) COMP VALUE 0.
       01 WS-ADDRESSES-SCREENED PIC 9(7) COMP VALUE 0.
       01 WS-NAME-HIT-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-CASES-OPENED    PIC 9(7) COMP VALUE 0.
       01 WS-ALREADY-CASED   PIC 9(7) COMP VALUE 0.
       01 WS-CASE-FAILED     PIC 9(7) COMP VALUE 0.
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
          05 FILLER          PIC X(20) VALUE 'SANCTIONS SCREENING '.
          05 WS-T-MODE       PIC X(08).
          05 FILLER          PIC X(05) VALUE ' RUN '.
          05 WS-T-DATE       PIC 9(8).
          05 FILLER          PIC X(06) VALUE ' LIST '.
          05 WS-T-LIST-DATE  PIC 9(8).
          05 FILLER          PIC X(11) VALUE ' THRESHOLD '.
          05 WS-T-THRESHOLD  PIC ZZ9.
       01 WS-HEADING-LINE.
          05 FILLER          PIC X(05) VALUE 'FROM'.
          05 FILLER          PIC X(11) VALUE 'CUSTOMER'.
          05 FILLER          PIC X(11) VALUE 'ACCOUNT'.
          05 FILLER          PIC X(31) VALUE 'NAME SCREENED'.
          05 FILLER          PIC X(11) VALUE 'LIST ENTRY'.
          05 FILLER          PIC X(41) VALUE 'LISTED NAME'.
          05 FILLER          PIC X(06) VALUE 'SCORE'.
          05 FILLER          PIC X(14) VALUE 'ACTION'.
       01 WS-DETAIL-LINE.
          05 WS-D-SOURCE     PIC X(04).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-CUST-NO    PIC X(10).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-ACCT-ID    PIC X(10).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-NAME       PIC X(30).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-ENTRY-ID   PIC X(10).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-LIST-NAME  PIC X(40).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-SCORE      PIC ZZ9.
          05 FILLER          PIC X(03) VALUE SPACES.
          05 WS-D-ACTION     PIC X(14).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    EVERY CUSTOMER NAME AND EVERY MAILING NAME LINE IS SCORED
      *    AGAINST EACH NAME AND ALIAS ON THE SANCTIONS LIST.  A
      *    SCORE AT OR ABOVE THE THRESHOLD OPENS A SANCTIONS CASE
      *    IN FRQCASE ON THE ACCOUNT CONCERNED FOR THE REVIEW
      *    QUEUE.  A MATCH TO A LIST ENTRY ALREADY CASED ON THE
      *    ACCOUNT, WHETHER STILL OPEN OR CLEARED AS A FALSE MATCH,
      *    IS NOT RAISED AGAIN.  CONFIRMING THE CASE IN FRQCASE OR
      *    ON THE CASE SCREEN FREEZES THE ACCOUNT.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 1200-READ-CONTROL
           PERFORM 1100-READ-RUN-PARMS
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-LOAD-LIST
           IF LIST-OVERFLOWED
               DISPLAY 'ALERT: SANCTIONS LIST OVER ' WS-LIST-MAX
                   ' NAMES, SCREENING NOT RUN'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               STOP RUN
           END-IF
           IF FULL-RESCREEN
               MOVE 'FULL' TO WS-T-MODE
           ELSE
               MOVE 'NEW ONLY' TO WS-T-MODE
           END-IF
           MOVE WS-TODAY TO WS-T-DATE
           MOVE WS-LIST-DATE TO WS-T-LIST-DATE
           MOVE WS-THRESHOLD TO WS-T-THRESHOLD
           MOVE WS-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 3000-READ-CUSTOMER
           PERFORM 3100-SCREEN-CUSTOMER UNTIL CUSTOMER-EOF
           PERFORM 4000-READ-ACCOUNT
           PERFORM 4100-SCREEN-ACCOUNT UNTIL ACCOUNT-EOF
           PERFORM 4900-REPORT-UNCASED-HIT
               VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-HIT-COUNT
           PERFORM 8000-WRITE-CONTROL
           DISPLAY 'SCREENING MODE             : ' WS-T-MODE
           DISPLAY 'LIST NAMES SCREENED AGAINST: ' WS-LIST-COUNT
           DISPLAY 'CUSTOMER NAMES SCREENED    : '
               WS-CUSTOMERS-SCREENED
           DISPLAY 'ADDRESS RECORDS SCREENED   : '
               WS-ADDRESSES-SCREENED
           DISPLAY 'POSSIBLE MATCHES           : ' WS-NAME-HIT-COUNT
           DISPLAY 'SANCTIONS CASES OPENED     : ' WS-CASES-OPENED
           DISPLAY 'ALREADY CASED              : ' WS-ALREADY-CASED
           DISPLAY 'CASES NOT OPENED           : ' WS-CASE-FAILED
           IF WS-CASES-OPENED > 0
               DISPLAY 'ALERT: ' WS-CASES-OPENED
                   ' POSSIBLE SANCTIONS MATCHES QUEUED FOR REVIEW'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CASE-FAILED > 0 OR WS-HIT-OVERFLOW > 0
               DISPLAY 'ALERT: SANCTIONS MATCHES NOT CASED - '
                   WS-CASE-FAILED ' CASE WRITES FAILED, '
                   WS-HIT-OVERFLOW ' CUSTOMER HITS OVER TABLE'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN INPUT SANCTIONS-FILE
           IF WS-SNL-STATUS NOT = '00'
               DISPLAY 'SANCTIONS LIST OPEN ERROR: ' WS-SNL-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-STATUS
               CLOSE SANCTIONS-FILE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE SANCTIONS-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           OPEN INPUT ADDRESS-FILE
           IF WS-ADDR-STATUS NOT = '00'
               DISPLAY 'ADDRESS FILE OPEN ERROR: ' WS-ADDR-STATUS
               CLOSE SANCTIONS-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN I-O CASE-FILE
           IF WS-CASE-STATUS = '35'
               OPEN OUTPUT CASE-FILE
               CLOSE CASE-FILE
               OPEN I-O CASE-FILE
           END-IF
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'CASE FILE OPEN ERROR: ' WS-CASE-STATUS
               CLOSE SANCTIONS-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ACCOUNT-FILE
               CLOSE ADDRESS-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE SANCTIONS-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ACCOUNT-FILE
               CLOSE ADDRESS-FILE
               CLOSE CASE-FILE
               STOP RUN
           END-IF.
       1100-READ-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE
           IF WS-PARM-STATUS = '00'
               PERFORM 1110-READ-RUN-PARM
               PERFORM 1120-APPLY-RUN-PARM UNTIL PARM-EOF
               CLOSE RUN-PARM-FILE
           END-IF
           IF NOT CONTROL-FOUND
               OR WS-LAST-SCREEN-DATE = 0
               OR WS-LIST-DATE NOT = WS-SCREENED-LIST-DATE
               MOVE 'Y' TO WS-FULL-SWITCH
           END-IF
           IF WS-THRESHOLD > 10
               COMPUTE WS-PREFILTER = WS-THRESHOLD - 10
           ELSE
               MOVE 0 TO WS-PREFILTER
           END-IF.
       1110-READ-RUN-PARM.
           READ RUN-PARM-FILE
               AT END
                  MOVE 'Y' TO WS-PARM-EOF
           END-READ.
       1120-APPLY-RUN-PARM.
           IF RUN-PARM-RECORD (1:9) = WS-MODE-PREFIX
               MOVE 'Y' TO WS-FULL-SWITCH
           END-IF
           IF RUN-PARM-RECORD (1:10) = WS-THRESHOLD-PREFIX
               AND RUN-PARM-RECORD (11:3) IS NUMERIC
               MOVE RUN-PARM-RECORD (11:3) TO WS-THRESHOLD
           END-IF
           PERFORM 1110-READ-RUN-PARM.
       1200-READ-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                      CONTINUE
                   NOT AT END
                      MOVE 'Y' TO WS-CONTROL-FOUND
                      MOVE SNC-LIST-DATE TO WS-LIST-DATE
                      MOVE SNC-LOADED-DATE TO WS-LOADED-DATE
                      MOVE SNC-ENTRY-COUNT TO WS-LIST-ENTRY-COUNT
                      MOVE SNC-SCREENED-LIST-DATE
                          TO WS-SCREENED-LIST-DATE
                      MOVE SNC-LAST-SCREEN-DATE
                          TO WS-LAST-SCREEN-DATE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
       2000-LOAD-LIST.
           PERFORM 2100-READ-LIST-NAME
           PERFORM 2200-STORE-LIST-NAME
               UNTIL LIST-EOF OR LIST-OVERFLOWED.
       2100-READ-LIST-NAME.
           READ SANCTIONS-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SNL-EOF
           END-READ
           IF NOT LIST-EOF AND WS-SNL-STATUS NOT = '00'
               DISPLAY 'SANCTIONS LIST READ ERROR: ' WS-SNL-STATUS
               MOVE 'Y' TO WS-SNL-EOF
           END-IF.
       2200-STORE-LIST-NAME.
           IF WS-LIST-COUNT NOT < WS-LIST-MAX
               MOVE 'Y' TO WS-LIST-OVERFLOW
           ELSE
               MOVE SNL-NAME TO WS-RAW-NAME
               PERFORM 7000-BUILD-NAME-PAIRS
               IF WS-W-PAIR-COUNT > 0
                   ADD 1 TO WS-LIST-COUNT
                   MOVE SNL-ENTRY-ID TO WS-L-ENTRY-ID (WS-LIST-COUNT)
                   MOVE SNL-NAME TO WS-L-NAME (WS-LIST-COUNT)
                   MOVE SNL-COUNTRY TO WS-L-COUNTRY (WS-LIST-COUNT)
                   MOVE SNL-DATE-OF-BIRTH TO WS-L-DOB (WS-LIST-COUNT)
                   MOVE WS-W-PAIR-COUNT
                       TO WS-L-PAIR-COUNT (WS-LIST-COUNT)
                   MOVE WS-W-PAIRS TO WS-L-PAIRS (WS-LIST-COUNT)
               END-IF
               PERFORM 2100-READ-LIST-NAME
           END-IF.
       3000-READ-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-CUST-EOF
           END-READ
           IF NOT CUSTOMER-EOF AND WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE READ ERROR: ' WS-CUST-STATUS
               MOVE 'Y' TO WS-CUST-EOF
           END-IF.
       3100-SCREEN-CUSTOMER.
      *    A CLOSED CUSTOMER OR A MERGED DUPLICATE HAS NOTHING LEFT
      *    TO FREEZE; ITS SURVIVOR IS SCREENED UNDER ITS OWN NUMBER.
           IF NOT CUST-CLOSED AND NOT CUST-MERGED
               IF FULL-RESCREEN
                   OR CUST-OPEN-DATE NOT < WS-LAST-SCREEN-DATE
                   ADD 1 TO WS-CUSTOMERS-SCREENED
                   MOVE CUST-NAME TO WS-RAW-NAME
                   MOVE CUST-DATE-OF-BIRTH TO WS-SUBJ-DOB
                   MOVE SPACES TO WS-SUBJ-COUNTRY
                   PERFORM 7500-SCORE-NAME
                   IF WS-BEST-SCORE NOT < WS-THRESHOLD
                       PERFORM 3200-RECORD-CUSTOMER-HIT
                   END-IF
               END-IF
           END-IF
           PERFORM 3000-READ-CUSTOMER.
       3200-RECORD-CUSTOMER-HIT.
           ADD 1 TO WS-NAME-HIT-COUNT
           IF WS-HIT-COUNT < WS-HIT-MAX
               ADD 1 TO WS-HIT-COUNT
               MOVE CUST-NO TO WS-H-CUST-NO (WS-HIT-COUNT)
               MOVE CUST-NAME TO WS-H-CUST-NAME (WS-HIT-COUNT)
               MOVE WS-BEST-ROW TO WS-H-ROW (WS-HIT-COUNT)
               MOVE WS-BEST-SCORE TO WS-H-SCORE (WS-HIT-COUNT)
               MOVE 'N' TO WS-H-USED (WS-HIT-COUNT)
           ELSE
               ADD 1 TO WS-HIT-OVERFLOW
               DISPLAY 'CUSTOMER MATCH OVER TABLE, NOT CASED: '
                   CUST-NO
           END-IF.
       4000-READ-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-ACCT-EOF
           END-READ
           IF NOT ACCOUNT-EOF AND WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE READ ERROR: ' WS-FILE-STATUS
               MOVE 'Y' TO WS-ACCT-EOF
           END-IF.
       4100-SCREEN-ACCOUNT.
      *    ONE SANCTIONS CASE A DAY PER ACCOUNT: WHEN THE OWNER'S
      *    NAME HAS ALREADY OPENED ONE, A MAILING-NAME MATCH IS ONLY
      *    REPORTED FOR THE REVIEWER.
           IF NOT ACCT-CLOSED
               MOVE 'N' TO WS-CASE-OPENED-NOW
               PERFORM 4200-FIND-CUSTOMER-HIT
               IF WS-HIT-FOUND > 0
                   MOVE 'Y' TO WS-H-USED (WS-HIT-FOUND)
                   MOVE ACCT-ID TO WS-CASE-ACCT-ID
                   MOVE WS-H-ROW (WS-HIT-FOUND) TO WS-CASE-ROW
                   MOVE WS-H-SCORE (WS-HIT-FOUND) TO WS-CASE-SCORE
                   PERFORM 5000-OPEN-SANCTIONS-CASE
                   MOVE 'CUST' TO WS-D-SOURCE
                   MOVE WS-H-CUST-NAME (WS-HIT-FOUND) TO WS-D-NAME
                   PERFORM 6000-WRITE-DETAIL-LINE
               END-IF
               IF FULL-RESCREEN
                   OR ACCT-OPEN-DATE NOT < WS-LAST-SCREEN-DATE
                   PERFORM 4300-SCREEN-ADDRESS
               END-IF
           END-IF
           PERFORM 4000-READ-ACCOUNT.
       4200-FIND-CUSTOMER-HIT.
           MOVE 0 TO WS-HIT-FOUND
           IF ACCT-CUSTOMER-NO NOT = SPACES
               PERFORM 4210-CHECK-HIT-ROW
                   VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HIT-COUNT OR WS-HIT-FOUND > 0
           END-IF.
       4210-CHECK-HIT-ROW.
           IF WS-H-CUST-NO (WS-H) = ACCT-CUSTOMER-NO
               MOVE WS-H TO WS-HIT-FOUND
           END-IF.
       4300-SCREEN-ADDRESS.
           MOVE ACCT-ID TO ADDR-ACCT-ID
           READ ADDRESS-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  ADD 1 TO WS-ADDRESSES-SCREENED
                  MOVE 0 TO WS-SUBJ-DOB
                  MOVE ADDR-COUNTRY-CODE TO WS-SUBJ-COUNTRY
                  MOVE ADDR-NAME-LINE-1 TO WS-RAW-NAME
                  PERFORM 4400-SCREEN-NAME-LINE
                  IF ADDR-NAME-LINE-2 NOT = SPACES
                      MOVE ADDR-NAME-LINE-2 TO WS-RAW-NAME
                      PERFORM 4400-SCREEN-NAME-LINE
                  END-IF
           END-READ.
       4400-SCREEN-NAME-LINE.
           MOVE WS-RAW-NAME TO WS-D-NAME
           PERFORM 7500-SCORE-NAME
           IF WS-BEST-SCORE NOT < WS-THRESHOLD
               ADD 1 TO WS-NAME-HIT-COUNT
               MOVE ACCT-ID TO WS-CASE-ACCT-ID
               MOVE WS-BEST-ROW TO WS-CASE-ROW
               MOVE WS-BEST-SCORE TO WS-CASE-SCORE
               IF ACCOUNT-CASED-THIS-RUN
                   MOVE 'SEE CASE ABOVE' TO WS-ACTION
               ELSE
                   PERFORM 5000-OPEN-SANCTIONS-CASE
               END-IF
               MOVE 'ADDR' TO WS-D-SOURCE
               PERFORM 6000-WRITE-DETAIL-LINE
           END-IF.
       4900-REPORT-UNCASED-HIT.
      *    A MATCHED CUSTOMER WITH NO OPEN ACCOUNT HAS NOTHING TO
      *    CASE, BUT COMPLIANCE STILL NEEDS TO KNOW OF IT.
           IF WS-H-USED (WS-H) = 'N'
               MOVE 'CUST' TO WS-D-SOURCE
               MOVE SPACES TO WS-CASE-ACCT-ID
               MOVE WS-H-CUST-NO (WS-H) TO WS-D-CUST-NO
               MOVE WS-H-CUST-NAME (WS-H) TO WS-D-NAME
               MOVE WS-H-ROW (WS-H) TO WS-CASE-ROW
               MOVE WS-H-SCORE (WS-H) TO WS-CASE-SCORE
               MOVE 'NO OPEN ACCT' TO WS-ACTION
               PERFORM 6100-FORMAT-DETAIL-LINE
           END-IF.
       5000-OPEN-SANCTIONS-CASE.
           PERFORM 5100-FIND-PRIOR-CASE
           IF PRIOR-SANCTIONS-CASE
               ADD 1 TO WS-ALREADY-CASED
               MOVE 'ALREADY CASED' TO WS-ACTION
           ELSE
               MOVE WS-CASE-ACCT-ID TO CASE-ACCT-ID
               MOVE WS-TODAY TO CASE-OPEN-DATE
               SET CASE-OPEN TO TRUE
               MOVE SPACES TO CASE-REVIEWER
               MOVE 0 TO CASE-DISP-DATE
               MOVE SPACES TO CASE-NOTES
               STRING 'SANCTIONS: '
                   WS-L-NAME (WS-CASE-ROW)
                   DELIMITED BY SIZE INTO CASE-NOTES
               SET CASE-FROM-SANCTIONS TO TRUE
               MOVE WS-L-ENTRY-ID (WS-CASE-ROW) TO CASE-SOURCE-REF
               MOVE WS-CASE-SCORE TO CASE-MATCH-SCORE
               WRITE CASE-RECORD
                   INVALID KEY
                      ADD 1 TO WS-CASE-FAILED
                      MOVE 'NOT OPENED' TO WS-ACTION
                      DISPLAY 'SANCTIONS CASE NOT OPENED, STATUS '
                          WS-CASE-STATUS ': ' WS-CASE-ACCT-ID
                   NOT INVALID KEY
                      ADD 1 TO WS-CASES-OPENED
                      MOVE 'Y' TO WS-CASE-OPENED-NOW
                      MOVE 'CASE OPENED' TO WS-ACTION
               END-WRITE
           END-IF.
       5100-FIND-PRIOR-CASE.
           MOVE 'N' TO WS-PRIOR-CASE
           MOVE 'N' TO WS-CASE-EOF
           MOVE WS-CASE-ACCT-ID TO CASE-ACCT-ID
           MOVE 0 TO CASE-OPEN-DATE
           START CASE-FILE KEY IS NOT LESS THAN CASE-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-CASE-EOF
           END-START
           PERFORM 5110-SCAN-CASE UNTIL CASE-SCAN-DONE.
       5110-SCAN-CASE.
           READ CASE-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-CASE-EOF
           END-READ
           IF NOT CASE-SCAN-DONE
               IF WS-CASE-STATUS NOT = '00'
                   OR CASE-ACCT-ID NOT = WS-CASE-ACCT-ID
                   MOVE 'Y' TO WS-CASE-EOF
               ELSE
                   IF CASE-FROM-SANCTIONS
                       AND CASE-SOURCE-REF =
                           WS-L-ENTRY-ID (WS-CASE-ROW)
                       MOVE 'Y' TO WS-PRIOR-CASE
                       MOVE 'Y' TO WS-CASE-EOF
                   END-IF
               END-IF
           END-IF.
       6000-WRITE-DETAIL-LINE.
           MOVE ACCT-CUSTOMER-NO TO WS-D-CUST-NO
           PERFORM 6100-FORMAT-DETAIL-LINE.
       6100-FORMAT-DETAIL-LINE.
           MOVE WS-CASE-ACCT-ID TO WS-D-ACCT-ID
           MOVE WS-L-ENTRY-ID (WS-CASE-ROW) TO WS-D-ENTRY-ID
           MOVE WS-L-NAME (WS-CASE-ROW) TO WS-D-LIST-NAME
           MOVE WS-CASE-SCORE TO WS-D-SCORE
           MOVE WS-ACTION TO WS-D-ACTION
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       7000-BUILD-NAME-PAIRS.
           MOVE SPACES TO WS-NORM-NAME
           MOVE 0 TO WS-NORM-LEN
           INSPECT WS-RAW-NAME CONVERTING WS-LOWER-CASE
               TO WS-UPPER-CASE
           INSPECT WS-RAW-NAME CONVERTING '.,-/&()' TO SPACES
           PERFORM 7010-NORMALIZE-CHARACTER
               VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 40
           IF WS-NORM-LEN > 0
               IF WS-NORM-NAME (WS-NORM-LEN:1) = SPACE
                   SUBTRACT 1 FROM WS-NORM-LEN
               END-IF
           END-IF
           MOVE 0 TO WS-W-PAIR-COUNT
           MOVE SPACES TO WS-W-PAIRS
           IF WS-NORM-LEN > 1
               PERFORM 7020-TAKE-PAIR
                   VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-NORM-LEN - 1
               PERFORM 7030-SORT-PAIR
                   VARYING WS-I FROM 2 BY 1
                   UNTIL WS-I > WS-W-PAIR-COUNT
           END-IF.
       7010-NORMALIZE-CHARACTER.
           MOVE WS-RAW-NAME (WS-C:1) TO WS-CHAR
           EVALUATE TRUE
               WHEN WS-CHAR = QUOTE OR WS-CHAR = ''''
                   CONTINUE
               WHEN WS-CHAR = SPACE
                   IF WS-NORM-LEN > 0
                       IF WS-NORM-NAME (WS-NORM-LEN:1) NOT = SPACE
                           ADD 1 TO WS-NORM-LEN
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-CHAR TO WS-NORM-NAME (WS-NORM-LEN:1)
           END-EVALUATE.
       7020-TAKE-PAIR.
           ADD 1 TO WS-W-PAIR-COUNT
           MOVE WS-NORM-NAME (WS-C:2) TO WS-W-PAIR (WS-W-PAIR-COUNT).
       7030-SORT-PAIR.
           MOVE WS-W-PAIR (WS-I) TO WS-SORT-KEY
           MOVE WS-I TO WS-J
           MOVE 'N' TO WS-SHIFT-DONE
           PERFORM 7040-SHIFT-PAIR UNTIL SHIFT-DONE
           MOVE WS-SORT-KEY TO WS-W-PAIR (WS-J).
       7040-SHIFT-PAIR.
           IF WS-J = 1
               MOVE 'Y' TO WS-SHIFT-DONE
           ELSE
               IF WS-W-PAIR (WS-J - 1) > WS-SORT-KEY
                   MOVE WS-W-PAIR (WS-J - 1) TO WS-W-PAIR (WS-J)
                   SUBTRACT 1 FROM WS-J
               ELSE
                   MOVE 'Y' TO WS-SHIFT-DONE
               END-IF
           END-IF.
       7500-SCORE-NAME.
           MOVE 0 TO WS-BEST-SCORE
           MOVE 0 TO WS-BEST-ROW
           PERFORM 7000-BUILD-NAME-PAIRS
           IF WS-W-PAIR-COUNT > 0
               PERFORM 7510-SCORE-LIST-ROW
                   VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LIST-COUNT
           END-IF.
       7510-SCORE-LIST-ROW.
      *    THE SHORTER NAME'S PAIRS CAP THE PAIRS IN COMMON, SO A
      *    LIST NAME FAR LONGER OR SHORTER CANNOT REACH THE
      *    THRESHOLD AND IS PASSED OVER UNCOMPARED.
           COMPUTE WS-PAIR-TOTAL =
               WS-W-PAIR-COUNT + WS-L-PAIR-COUNT (WS-L)
           IF WS-W-PAIR-COUNT < WS-L-PAIR-COUNT (WS-L)
               COMPUTE WS-BOUND =
                   (200 * WS-W-PAIR-COUNT) / WS-PAIR-TOTAL
           ELSE
               COMPUTE WS-BOUND =
                   (200 * WS-L-PAIR-COUNT (WS-L)) / WS-PAIR-TOTAL
           END-IF
           IF WS-BOUND NOT < WS-PREFILTER
               MOVE 0 TO WS-COMMON
               MOVE 1 TO WS-I
               MOVE 1 TO WS-J
               PERFORM 7520-MERGE-PAIRS
                   UNTIL WS-I > WS-W-PAIR-COUNT
                      OR WS-J > WS-L-PAIR-COUNT (WS-L)
               COMPUTE WS-SCORE = (200 * WS-COMMON) / WS-PAIR-TOTAL
               PERFORM 7530-ADJUST-SCORE
               IF WS-SCORE > WS-BEST-SCORE
                   MOVE WS-SCORE TO WS-BEST-SCORE
                   MOVE WS-L TO WS-BEST-ROW
               END-IF
           END-IF.
       7520-MERGE-PAIRS.
           EVALUATE TRUE
               WHEN WS-W-PAIR (WS-I) = WS-L-PAIR (WS-L, WS-J)
                   ADD 1 TO WS-COMMON
                   ADD 1 TO WS-I
                   ADD 1 TO WS-J
               WHEN WS-W-PAIR (WS-I) < WS-L-PAIR (WS-L, WS-J)
                   ADD 1 TO WS-I
               WHEN OTHER
                   ADD 1 TO WS-J
           END-EVALUATE.
       7530-ADJUST-SCORE.
           IF WS-SUBJ-DOB NOT = 0 AND WS-L-DOB (WS-L) NOT = 0
               MOVE WS-L-DOB (WS-L) TO WS-L-DOB-WORK
               IF WS-SUBJ-DOB = WS-L-DOB-WORK
                   ADD 10 TO WS-SCORE
               ELSE
                   IF WS-SUBJ-DOB-YEAR NOT = WS-L-DOB-YEAR
                       SUBTRACT 20 FROM WS-SCORE
                   END-IF
               END-IF
           END-IF
           IF WS-SUBJ-COUNTRY NOT = SPACES
               AND WS-SUBJ-COUNTRY = WS-L-COUNTRY (WS-L)
               ADD 5 TO WS-SCORE
           END-IF
           IF WS-SCORE > 100
               MOVE 100 TO WS-SCORE
           END-IF
           IF WS-SCORE < 0
               MOVE 0 TO WS-SCORE
           END-IF.
       8000-WRITE-CONTROL.
      *    THE LIST FIELDS BELONG TO SANLOAD AND GO BACK AS READ.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'SANCTIONS CONTROL FILE OPEN ERROR: '
                   WS-CTL-STATUS ', NEXT RUN WILL RESCREEN IN FULL'
           ELSE
               MOVE WS-LIST-DATE TO SNC-LIST-DATE
               MOVE WS-LOADED-DATE TO SNC-LOADED-DATE
               MOVE WS-LIST-ENTRY-COUNT TO SNC-ENTRY-COUNT
               MOVE WS-LIST-COUNT TO SNC-NAME-COUNT
               IF FULL-RESCREEN
                   MOVE WS-LIST-DATE TO SNC-SCREENED-LIST-DATE
               ELSE
                   MOVE WS-SCREENED-LIST-DATE
                       TO SNC-SCREENED-LIST-DATE
               END-IF
               MOVE WS-TODAY TO SNC-LAST-SCREEN-DATE
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
           END-IF.
       9000-CLOSE-FILES.
           CLOSE SANCTIONS-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE ADDRESS-FILE
           CLOSE CASE-FILE
           CLOSE REPORT-FILE.
