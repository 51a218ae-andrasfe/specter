       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTDUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REQUEST-CARD-FILE ASSIGN TO 'STMTDCRD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT REQUEST-FILE ASSIGN TO 'STMTDREQ'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DSRQ-KEY
               FILE STATUS IS WS-REQ-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO 'ACCTHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL ARCHIVE-JOURNAL-FILE ASSIGN TO 'JRNLARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO 'ADDRFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ADDR-ACCT-ID
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT OWNER-FILE ASSIGN TO 'ACCTOWN'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OWN-KEY
               FILE STATUS IS WS-OWN-STATUS.
           SELECT MAIL-STATEMENT-FILE ASSIGN TO 'STMTDUPM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-STATUS.
           SELECT BRANCH-STATEMENT-FILE ASSIGN TO 'STMTDUPB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRPR-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'STMTDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-CARD-FILE.
      * A DUPLICATE REQUEST TAKEN BY POST OR TELEPHONE: ACCOUNT,
      * CYCLE END DATE, DELIVERY M/B, BRANCH (SPACES FOR THE
      * ACCOUNT'S OWN), Y TO WAIVE THE FEE, AND WHO TOOK IT.
       01 REQUEST-CARD-RECORD.
          05 CARD-ACCT-ID    PIC X(10).
          05 CARD-CYCLE-END  PIC X(08).
          05 CARD-DELIVERY   PIC X(01).
          05 CARD-BRANCH-CODE PIC X(04).
          05 CARD-WAIVE-FEE  PIC X(01).
          05 CARD-REQUESTED-BY PIC X(08).
       FD REQUEST-FILE.
       01 REQUEST-RECORD.
           COPY DSRQREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY JRNLREC.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
          05 HIST-ACCT-ID       PIC X(10).
          05 HIST-ACCT-BALANCE  PIC S9(9)V99.
          05 HIST-SNAPSHOT-DATE PIC 9(8).
       FD ARCHIVE-JOURNAL-FILE.
      * POSTINGS AGED OFF ACCTJRNL, IN THE JOURNAL'S OWN LAYOUT
      * AND KEY ORDER.
       01 ARCHIVE-JOURNAL-RECORD PIC X(118).
       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           COPY ADDRREC.
       FD OWNER-FILE.
       01 OWNER-RECORD.
           COPY OWNREC.
       FD MAIL-STATEMENT-FILE.
       01 MAIL-STATEMENT-LINE PIC X(80).
       FD BRANCH-STATEMENT-FILE.
       01 BRANCH-STATEMENT-LINE PIC X(80).
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-REQ-STATUS      PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-JRN-STATUS      PIC XX VALUE '00'.
       01 WS-HIST-STATUS     PIC XX VALUE '00'.
       01 WS-ARCH-STATUS     PIC XX VALUE '00'.
       01 WS-ADDR-STATUS     PIC XX VALUE '00'.
       01 WS-OWN-STATUS      PIC XX VALUE '00'.
       01 WS-MAIL-STATUS     PIC XX VALUE '00'.
       01 WS-BRPR-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-ADDR-AVAILABLE  PIC X VALUE 'N'.
           88 ADDRESS-AVAILABLE VALUE 'Y'.
       01 WS-OWN-AVAILABLE   PIC X VALUE 'N'.
           88 OWNERS-AVAILABLE VALUE 'Y'.
       01 WS-CARD-EOF        PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-REQ-EOF         PIC X VALUE 'N'.
           88 REQUEST-SCAN-DONE VALUE 'Y'.
       01 WS-HIST-EOF        PIC X VALUE 'N'.
           88 HISTORY-EOF    VALUE 'Y'.
       01 WS-ARCH-EOF        PIC X VALUE 'N'.
           88 ARCHIVE-DONE   VALUE 'Y'.
       01 WS-JRNL-EOF        PIC X VALUE 'N'.
           88 JOURNAL-DONE   VALUE 'Y'.
       01 WS-OWN-EOF         PIC X VALUE 'N'.
           88 OWNER-SCAN-DONE VALUE 'Y'.
       01 WS-ADDR-FOUND      PIC X VALUE 'N'.
       01 WS-ACCT-FOUND      PIC X VALUE 'N'.
       01 WS-SNAP-FOUND      PIC X VALUE 'N'.
           88 SNAPSHOT-FOUND VALUE 'Y'.
       01 WS-FROM-ARCHIVE    PIC X VALUE 'N'.
           88 LINES-FROM-ARCHIVE VALUE 'Y'.
       01 WS-LOADED-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-PRODUCED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-FAILED-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-MAIL-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-BRANCH-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-FEE-CHARGED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-FEE-WAIVED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-FEE-FAILED-COUNT PIC 9(7) COMP VALUE 0.
      * REQUESTS FOR ANOTHER ENTITY'S ACCOUNTS STAY PENDING FOR THAT
      * ENTITY'S OWN RUN.
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
       01 WS-LINE-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-TODAY           PIC 9(8) VALUE 0.
       01 WS-CYCLE-END       PIC 9(8) VALUE 0.
      *    THE CYCLE BEFORE THE ONE ASKED FOR ENDED ON THE SAME DAY
      *    OF THE PREVIOUS MONTH, OR THAT MONTH'S LAST DAY WHEN IT
      *    IS SHORTER; THE DUPLICATE COVERS THE DAY AFTER IT
      *    THROUGH THE CYCLE END.
       01 WS-PRIOR-END.
          05 WS-PE-YEAR      PIC 9(4).
          05 WS-PE-MONTH     PIC 9(2).
          05 WS-PE-DAY       PIC 9(2).
       01 WS-PRIOR-END-NUM REDEFINES WS-PRIOR-END PIC 9(8).
       01 WS-MONTH-START.
          05 WS-MS-YEAR      PIC 9(4).
          05 WS-MS-MONTH     PIC 9(2).
          05 WS-MS-DAY       PIC 9(2).
       01 WS-MONTH-START-NUM REDEFINES WS-MONTH-START PIC 9(8).
       01 WS-LAST-OF-MONTH   PIC 9(8) VALUE 0.
       01 WS-FROM-DATE       PIC 9(8) VALUE 0.
       01 WS-TO-DATE         PIC 9(8) VALUE 0.
       01 WS-SNAP-DATE       PIC 9(8) VALUE 0.
       01 WS-SNAP-BALANCE    PIC S9(9)V99 VALUE 0.
       01 WS-NET-MOVEMENT    PIC S9(11)V99 VALUE 0.
       01 WS-OPENING-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-RUNNING-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-BALANCE-DISPLAY PIC -(9)9.99.
       01 WS-DELIVER-BRANCH  PIC X(04) VALUE SPACES.
       01 WS-FAIL-REASON     PIC X(30) VALUE SPACES.
       01 WS-STATEMENT-LINE  PIC X(80) VALUE SPACES.
       01 WS-STMT-DETAIL-LINE.
          05 WS-SD-DATE      PIC 9(8).
          05 FILLER          PIC X(03) VALUE SPACES.
          05 WS-SD-CODE      PIC X(01).
          05 FILLER          PIC X(03) VALUE SPACES.
          05 WS-SD-AMOUNT    PIC -(9)9.99.
          05 FILLER          PIC X(03) VALUE SPACES.
          05 WS-SD-BALANCE   PIC -(9)9.99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-SD-NOTE      PIC X(34).
       01 WS-DETAIL-LINE.
          05 WS-D-ACCT-ID    PIC X(12).
          05 WS-D-CYCLE-END  PIC 9(8).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-DELIVERY   PIC X(11).
          05 WS-D-BRANCH     PIC X(06).
          05 WS-D-RESULT     PIC X(10).
          05 WS-D-FEE        PIC X(05).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-REASON     PIC X(30).
       01 WS-HEADING         PIC X(80) VALUE
          'ACCOUNT     CYCLE END DELIVERY   BRANCH RESULT    FEE'.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-CYCLE-DATE-RESULT.
          05 WS-C-YEAR       PIC 9(4).
          05 WS-C-MONTH      PIC 9(2).
          05 WS-C-DAY        PIC 9(2).
          05 WS-C-DAY-OF-WEEK PIC 9(1).
          05 WS-C-DAY-NAME   PIC X(9).
          05 WS-C-LEAP-YEAR-FLAG PIC X(01).
       01 WS-CYCLE-AS-OF.
          05 WS-CA-YEAR      PIC 9(4).
          05 WS-CA-MONTH     PIC 9(2).
          05 WS-CA-DAY       PIC 9(2).
       01 WS-CYCLE-AS-OF-NUM REDEFINES WS-CYCLE-AS-OF PIC 9(8).
       01 WS-FEE-AREA.
          05 WS-SF-STEP       PIC X(08) VALUE 'STMTDUP'.
          05 WS-SF-EVENT-CODE PIC X(04) VALUE 'DSTM'.
          05 WS-SF-ACCT-ID    PIC X(10).
          05 WS-SF-SERVICE-REF PIC X(20).
          05 WS-SF-OUTCOME    PIC X(01).
             88 SERVICE-FEE-CHARGED VALUE 'C'.
             88 SERVICE-FEE-WAIVED  VALUE 'W'.
             88 SERVICE-FEE-FAILED  VALUE 'F'.
          05 WS-SF-FEE-AMOUNT PIC 9(5)V99.
          05 WS-SF-WAIVE-REASON PIC X(01).
          05 WS-SF-TRN-REF    PIC X(12).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    DUPLICATE STATEMENTS FOR PAST CYCLES.  REQUESTS KEYED AT
      *    THE COUNTER ON ACCTDSTC ARE ALREADY ON STMTDREQ; POSTED
      *    OR TELEPHONED ONES ARRIVE AS STMTDCRD CARDS AND ARE
      *    ADDED FIRST.  EACH PENDING REQUEST IS THEN REBUILT FROM
      *    THE JOURNAL IN ACCTSTMT'S LAYOUT, MARKED AS A DUPLICATE,
      *    AND SENT TO THE MAIL HOUSE (STMTDUPM, READY FOR STMTMAIL)
      *    OR THE BRANCH PRINTER (STMTDUPB).
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 0600-GET-RUN-ENTITY
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-GET-TODAY
           PERFORM 2000-LOAD-REQUEST-CARDS
           MOVE SPACES TO REPORT-LINE
           STRING 'DUPLICATE STATEMENTS PRODUCED ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 3000-PROCESS-REQUESTS
           DISPLAY 'REQUEST CARDS LOADED: ' WS-LOADED-COUNT
           DISPLAY 'REQUEST CARDS REJECTED: ' WS-REJECT-COUNT
           DISPLAY 'DUPLICATES PRODUCED : ' WS-PRODUCED-COUNT
           DISPLAY '  TO MAIL HOUSE     : ' WS-MAIL-COUNT
           DISPLAY '  TO BRANCH PRINTER : ' WS-BRANCH-COUNT
           DISPLAY 'REQUESTS FAILED     : ' WS-FAILED-COUNT
           DISPLAY 'OTHER ENTITY PENDING: ' WS-OTHER-ENTITY-COUNT
           DISPLAY 'FEES CHARGED        : ' WS-FEE-CHARGED-COUNT
           DISPLAY 'FEES WAIVED         : ' WS-FEE-WAIVED-COUNT
           DISPLAY 'FEES NOT CHARGED    : ' WS-FEE-FAILED-COUNT
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
           DISPLAY 'DUPLICATE STATEMENTS FOR ENTITY ' WS-RUN-ENTITY ' '
               WS-ENTY-NAME.
       1000-OPEN-FILES.
           OPEN I-O REQUEST-FILE
           IF WS-REQ-STATUS = '35'
               OPEN OUTPUT REQUEST-FILE
               CLOSE REQUEST-FILE
               OPEN I-O REQUEST-FILE
           END-IF
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'REQUEST FILE OPEN ERROR: ' WS-REQ-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE REQUEST-FILE
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'JOURNAL FILE OPEN ERROR: ' WS-JRN-STATUS
               CLOSE REQUEST-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT MAIL-STATEMENT-FILE
           IF WS-MAIL-STATUS NOT = '00'
               DISPLAY 'MAIL STATEMENT FILE OPEN ERROR: '
                   WS-MAIL-STATUS
               CLOSE REQUEST-FILE
               CLOSE ACCOUNT-FILE
               CLOSE JOURNAL-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT BRANCH-STATEMENT-FILE
           IF WS-BRPR-STATUS NOT = '00'
               DISPLAY 'BRANCH STATEMENT FILE OPEN ERROR: '
                   WS-BRPR-STATUS
               CLOSE REQUEST-FILE
               CLOSE ACCOUNT-FILE
               CLOSE JOURNAL-FILE
               CLOSE MAIL-STATEMENT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE REQUEST-FILE
               CLOSE ACCOUNT-FILE
               CLOSE JOURNAL-FILE
               CLOSE MAIL-STATEMENT-FILE
               CLOSE BRANCH-STATEMENT-FILE
               STOP RUN
           END-IF
           OPEN INPUT ADDRESS-FILE
           IF WS-ADDR-STATUS = '00'
               MOVE 'Y' TO WS-ADDR-AVAILABLE
           ELSE
               DISPLAY 'ADDRESS FILE UNAVAILABLE, STATUS '
                   WS-ADDR-STATUS ', MAILING BLOCK OMITTED'
           END-IF
           OPEN INPUT OWNER-FILE
           IF WS-OWN-STATUS = '00'
               MOVE 'Y' TO WS-OWN-AVAILABLE
           ELSE
               DISPLAY 'OWNER FILE UNAVAILABLE, STATUS '
                   WS-OWN-STATUS ', HOLDER BLOCK OMITTED'
           END-IF.
       1100-GET-TODAY.
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY.
       2000-LOAD-REQUEST-CARDS.
           OPEN INPUT REQUEST-CARD-FILE
           IF WS-CARD-STATUS = '00'
               PERFORM 2100-READ-REQUEST-CARD
               PERFORM 2200-ADD-ONE-REQUEST UNTIL CARD-EOF
               CLOSE REQUEST-CARD-FILE
           END-IF.
       2100-READ-REQUEST-CARD.
           READ REQUEST-CARD-FILE INTO REQUEST-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-CARD-EOF
           END-READ.
       2200-ADD-ONE-REQUEST.
           IF CARD-ACCT-ID = SPACES OR CARD-REQUESTED-BY = SPACES
               OR CARD-CYCLE-END IS NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'REQUEST CARD REJECTED, BAD DATA: '
                   CARD-ACCT-ID
           ELSE
               MOVE SPACES TO REQUEST-RECORD
               MOVE CARD-ACCT-ID TO DSRQ-ACCT-ID
               MOVE CARD-CYCLE-END TO DSRQ-CYCLE-END
               MOVE WS-TODAY TO DSRQ-REQUEST-DATE
               MOVE CARD-DELIVERY TO DSRQ-DELIVERY
               MOVE CARD-BRANCH-CODE TO DSRQ-BRANCH-CODE
               MOVE CARD-WAIVE-FEE TO DSRQ-WAIVE-FEE
               MOVE CARD-REQUESTED-BY TO DSRQ-REQUESTED-BY
               MOVE 0 TO DSRQ-PRODUCED-DATE
               SET DSRQ-PENDING TO TRUE
               IF NOT DSRQ-VALID-DELIVERY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'REQUEST CARD REJECTED, BAD DELIVERY: '
                       CARD-DELIVERY ' ' CARD-ACCT-ID
               ELSE
                   WRITE REQUEST-RECORD
                       INVALID KEY
                          ADD 1 TO WS-REJECT-COUNT
                          DISPLAY 'REQUEST CARD REJECTED, ALREADY '
                              'REQUESTED TODAY: ' CARD-ACCT-ID
                       NOT INVALID KEY
                          ADD 1 TO WS-LOADED-COUNT
                   END-WRITE
               END-IF
           END-IF
           PERFORM 2100-READ-REQUEST-CARD.
       3000-PROCESS-REQUESTS.
           MOVE 'N' TO WS-REQ-EOF
           MOVE LOW-VALUES TO DSRQ-KEY
           START REQUEST-FILE KEY IS NOT LESS THAN DSRQ-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-REQ-EOF
           END-START
           PERFORM 3100-PROCESS-ONE-REQUEST UNTIL REQUEST-SCAN-DONE.
       3100-PROCESS-ONE-REQUEST.
           READ REQUEST-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-REQ-EOF
           END-READ
           IF NOT REQUEST-SCAN-DONE
               IF WS-REQ-STATUS NOT = '00'
                   MOVE 'Y' TO WS-REQ-EOF
               ELSE
                   IF DSRQ-PENDING
                       PERFORM 3150-CHECK-REQUEST-ENTITY
                   END-IF
               END-IF
           END-IF.
       3150-CHECK-REQUEST-ENTITY.
      *    A REQUEST FOR AN ACCOUNT NOT ON FILE IS FAILED BY THE
      *    ENTITY 01 RUN.
           MOVE DSRQ-ACCT-ID TO ACCT-ID
           PERFORM 3300-READ-ACCOUNT
           MOVE '01' TO WS-ACCT-ENTITY
           IF WS-ACCT-FOUND = 'Y'
               AND ACCT-ENTITY-CODE NOT = SPACES
               AND ACCT-ENTITY-CODE NOT = LOW-VALUES
               MOVE ACCT-ENTITY-CODE TO WS-ACCT-ENTITY
           END-IF
           IF WS-ACCT-ENTITY = WS-RUN-ENTITY
               PERFORM 3200-PRODUCE-DUPLICATE
           ELSE
               ADD 1 TO WS-OTHER-ENTITY-COUNT
           END-IF.
       3200-PRODUCE-DUPLICATE.
      *    A REQUEST THAT CANNOT BE PRODUCED IS MARKED FAILED WITH
      *    THE REASON SO THE BRANCH CAN TELL THE CUSTOMER; NO FEE
      *    IS TAKEN FOR IT.
           MOVE SPACES TO WS-FAIL-REASON
           MOVE SPACE TO DSRQ-FEE-OUTCOME
           MOVE DSRQ-ACCT-ID TO ACCT-ID
           PERFORM 3300-READ-ACCOUNT
           EVALUATE TRUE
               WHEN WS-ACCT-FOUND NOT = 'Y'
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-FAIL-REASON
               WHEN DSRQ-CYCLE-END NOT < WS-TODAY
                   MOVE 'CYCLE HAS NOT ENDED' TO WS-FAIL-REASON
               WHEN OTHER
                   PERFORM 3400-SET-CYCLE-WINDOW
           END-EVALUATE
           IF WS-FAIL-REASON = SPACES
               IF DSRQ-BRANCH-CODE = SPACES
                   MOVE ACCT-BRANCH-CODE TO WS-DELIVER-BRANCH
               ELSE
                   MOVE DSRQ-BRANCH-CODE TO WS-DELIVER-BRANCH
               END-IF
               PERFORM 3500-FIND-OPENING-BALANCE
               PERFORM 4000-WRITE-STATEMENT
               PERFORM 7000-CHARGE-REPRINT-FEE
               SET DSRQ-PRODUCED TO TRUE
               MOVE WS-TODAY TO DSRQ-PRODUCED-DATE
               ADD 1 TO WS-PRODUCED-COUNT
           ELSE
               SET DSRQ-FAILED TO TRUE
               MOVE WS-FAIL-REASON TO DSRQ-FAIL-REASON
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           REWRITE REQUEST-RECORD
               INVALID KEY
                  DISPLAY 'REQUEST REWRITE FAILED, STATUS '
                      WS-REQ-STATUS ': ' DSRQ-ACCT-ID
           END-REWRITE
           PERFORM 3900-WRITE-REPORT-LINE.
       3300-READ-ACCOUNT.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  MOVE 'N' TO WS-ACCT-FOUND
               NOT INVALID KEY
                  MOVE 'Y' TO WS-ACCT-FOUND
           END-READ.
       3400-SET-CYCLE-WINDOW.
           MOVE DSRQ-CYCLE-END TO WS-CYCLE-END
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-CYCLE-END) NOT = 0
               MOVE 'CYCLE END DATE NOT VALID' TO WS-FAIL-REASON
           ELSE
               MOVE DSRQ-CYCLE-END TO WS-CYCLE-AS-OF-NUM
               CALL 'DATEUTIL' USING WS-CYCLE-DATE-RESULT,
                   WS-CYCLE-AS-OF
               MOVE WS-CYCLE-END TO WS-PRIOR-END-NUM
               IF WS-PE-MONTH = 1
                   MOVE 12 TO WS-PE-MONTH
                   SUBTRACT 1 FROM WS-PE-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-PE-MONTH
               END-IF
               MOVE WS-CYCLE-END TO WS-MONTH-START-NUM
               MOVE 1 TO WS-MS-DAY
               COMPUTE WS-LAST-OF-MONTH = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-MONTH-START-NUM) - 1)
               IF WS-PRIOR-END-NUM > WS-LAST-OF-MONTH
                   MOVE WS-LAST-OF-MONTH TO WS-PRIOR-END-NUM
               END-IF
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-PRIOR-END-NUM) + 1)
               MOVE WS-CYCLE-END TO WS-TO-DATE
           END-IF.
       3500-FIND-OPENING-BALANCE.
      *    THE OPENING BALANCE IS THE BALANCE AT THE CLOSE OF THE
      *    PRIOR CYCLE, REBUILT AS ACCTPITR DOES: THE LATEST
      *    ACCTHIST SNAPSHOT ON OR BEFORE THAT DAY PLUS THE
      *    POSTINGS SINCE.  WITH NO SUCH SNAPSHOT IT IS WORKED BACK
      *    FROM TODAY'S BALANCE LESS EVERYTHING POSTED SINCE.
           PERFORM 3600-FIND-SNAPSHOT
           MOVE 0 TO WS-NET-MOVEMENT
           MOVE 'N' TO WS-JRNL-EOF
           MOVE ACCT-ID TO JRNL-ACCT-ID
           IF SNAPSHOT-FOUND
               COMPUTE JRNL-POST-DATE = WS-SNAP-DATE + 1
           ELSE
               MOVE WS-FROM-DATE TO JRNL-POST-DATE
           END-IF
           MOVE 0 TO JRNL-SEQUENCE
           START JOURNAL-FILE KEY IS NOT LESS THAN JRNL-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-JRNL-EOF
           END-START
           IF NOT JOURNAL-DONE
               PERFORM 3700-READ-REPLAY-NEXT
           END-IF
           PERFORM 3800-APPLY-REPLAY-ENTRY UNTIL JOURNAL-DONE
           IF SNAPSHOT-FOUND
               COMPUTE WS-OPENING-BALANCE =
                   WS-SNAP-BALANCE + WS-NET-MOVEMENT
           ELSE
               COMPUTE WS-OPENING-BALANCE =
                   ACCT-BALANCE - WS-NET-MOVEMENT
           END-IF.
       3600-FIND-SNAPSHOT.
           MOVE 'N' TO WS-SNAP-FOUND
           MOVE 0 TO WS-SNAP-DATE
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = '00'
               PERFORM 3610-CHECK-ONE-SNAPSHOT UNTIL HISTORY-EOF
               CLOSE HISTORY-FILE
           END-IF.
       3610-CHECK-ONE-SNAPSHOT.
           READ HISTORY-FILE INTO HISTORY-RECORD
               AT END
                  MOVE 'Y' TO WS-HIST-EOF
           END-READ
           IF NOT HISTORY-EOF
               IF HIST-ACCT-ID = ACCT-ID
                   AND HIST-SNAPSHOT-DATE NOT > WS-PRIOR-END-NUM
                   AND HIST-SNAPSHOT-DATE NOT < WS-SNAP-DATE
                   MOVE 'Y' TO WS-SNAP-FOUND
                   MOVE HIST-SNAPSHOT-DATE TO WS-SNAP-DATE
                   MOVE HIST-ACCT-BALANCE TO WS-SNAP-BALANCE
               END-IF
           END-IF.
       3700-READ-REPLAY-NEXT.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-JRNL-EOF
           END-READ
           IF NOT JOURNAL-DONE
               IF WS-JRN-STATUS NOT = '00'
                   OR JRNL-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-JRNL-EOF
               ELSE
                   IF SNAPSHOT-FOUND
                       AND JRNL-POST-DATE > WS-PRIOR-END-NUM
                       MOVE 'Y' TO WS-JRNL-EOF
                   END-IF
               END-IF
           END-IF.
       3800-APPLY-REPLAY-ENTRY.
           EVALUATE TRUE
               WHEN JRNL-DEBIT-TYPE
                   SUBTRACT JRNL-AMOUNT FROM WS-NET-MOVEMENT
               WHEN JRNL-CREDIT-TYPE
                   ADD JRNL-AMOUNT TO WS-NET-MOVEMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 3700-READ-REPLAY-NEXT.
       3900-WRITE-REPORT-LINE.
           MOVE DSRQ-ACCT-ID TO WS-D-ACCT-ID
           MOVE DSRQ-CYCLE-END TO WS-D-CYCLE-END
           IF DSRQ-TO-BRANCH
               MOVE 'BRANCH' TO WS-D-DELIVERY
               MOVE WS-DELIVER-BRANCH TO WS-D-BRANCH
           ELSE
               MOVE 'MAIL HOUSE' TO WS-D-DELIVERY
               MOVE SPACES TO WS-D-BRANCH
           END-IF
           IF DSRQ-PRODUCED
               MOVE 'PRODUCED' TO WS-D-RESULT
           ELSE
               MOVE 'FAILED' TO WS-D-RESULT
               MOVE SPACES TO WS-D-BRANCH
           END-IF
           MOVE DSRQ-FEE-OUTCOME TO WS-D-FEE
           MOVE DSRQ-FAIL-REASON TO WS-D-REASON
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       4000-WRITE-STATEMENT.
      *    ACCTSTMT'S LAYOUT, WITH THE DUPLICATE MARKING UNDER THE
      *    HEADING.  THE AS-OF DATE IS THE CYCLE END ASKED FOR AND
      *    THE PERIOD IS ALWAYS SHOWN.  A BRANCH COPY IS HEADED BY
      *    THE BRANCH IT IS TO BE PRINTED AT.
           IF DSRQ-TO-BRANCH
               MOVE SPACES TO WS-STATEMENT-LINE
               STRING 'BRANCH PRINTER ' WS-DELIVER-BRANCH
                   '  REQUESTED BY ' DSRQ-REQUESTED-BY
                   DELIMITED BY SIZE INTO WS-STATEMENT-LINE
               PERFORM 4900-PUT-STATEMENT-LINE
           END-IF
           MOVE '=============== ACCOUNT STATEMENT ==============='
               TO WS-STATEMENT-LINE
           PERFORM 4900-PUT-STATEMENT-LINE
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING '*** DUPLICATE STATEMENT *** PRODUCED ' WS-TODAY
               DELIMITED BY SIZE INTO WS-STATEMENT-LINE
           PERFORM 4900-PUT-STATEMENT-LINE
           IF WS-ENTY-NAME NOT = SPACES
               MOVE SPACES TO WS-STATEMENT-LINE
               STRING 'ISSUED BY    : ' WS-ENTY-NAME
                   DELIMITED BY SIZE INTO WS-STATEMENT-LINE
               PERFORM 4900-PUT-STATEMENT-LINE
           END-IF
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING 'ACCOUNT ID   : ' ACCT-ID
               DELIMITED BY SIZE INTO WS-STATEMENT-LINE
           PERFORM 4900-PUT-STATEMENT-LINE
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING 'ACCOUNT NAME : ' ACCT-NAME
               DELIMITED BY SIZE INTO WS-STATEMENT-LINE
           PERFORM 4900-PUT-STATEMENT-LINE
           PERFORM 4500-WRITE-MAILING-BLOCK
           PERFORM 4600-WRITE-OWNER-BLOCK
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING 'AS OF DATE   : ' WS-C-YEAR '/' WS-C-MONTH '/'
               WS-C-DAY ' (' WS-C-DAY-NAME ')'
               DELIMITED BY SIZE INTO WS-STATEMENT-LINE
           PERFORM 4900-PUT-STATEMENT-LINE
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING 'PERIOD       : ' WS-FROM-DATE ' - ' WS-TO-DATE
               DELIMITED BY SIZE INTO WS-STATEMENT-LINE
           PERFORM 4900-PUT-STATEMENT-LINE
           PERFORM 4100-LIST-ACTIVITY
           MOVE WS-RUNNING-BALANCE TO WS-BALANCE-DISPLAY
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING 'CLOSING BALANCE: ' WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO WS-STATEMENT-LINE
           PERFORM 4900-PUT-STATEMENT-LINE
           MOVE SPACES TO WS-STATEMENT-LINE
           PERFORM 4900-PUT-STATEMENT-LINE
           IF DSRQ-TO-BRANCH
               ADD 1 TO WS-BRANCH-COUNT
           ELSE
               ADD 1 TO WS-MAIL-COUNT
           END-IF.
       4100-LIST-ACTIVITY.
      *    THE PERIOD'S POSTINGS COME FROM THE LIVE JOURNAL; WHEN IT
      *    HOLDS NONE FOR THE PERIOD AND THE JOURNAL ARCHIVE IS
      *    PRESENT, THE ARCHIVE IS SEARCHED INSTEAD.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 'N' TO WS-FROM-ARCHIVE
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           MOVE WS-OPENING-BALANCE TO WS-BALANCE-DISPLAY
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING 'OPENING BALANCE: ' WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO WS-STATEMENT-LINE
           PERFORM 4900-PUT-STATEMENT-LINE
           MOVE 'N' TO WS-JRNL-EOF
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE WS-FROM-DATE TO JRNL-POST-DATE
           MOVE 0 TO JRNL-SEQUENCE
           START JOURNAL-FILE KEY IS NOT LESS THAN JRNL-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-JRNL-EOF
           END-START
           IF NOT JOURNAL-DONE
               PERFORM 4110-READ-JOURNAL-NEXT
           END-IF
           PERFORM 4120-WRITE-DETAIL-LINE UNTIL JOURNAL-DONE
           IF WS-LINE-COUNT = 0
               PERFORM 4200-LIST-ARCHIVED-ACTIVITY
           END-IF.
       4110-READ-JOURNAL-NEXT.
      *    DAILY INTEREST ACCRUALS MOVE NO BALANCE AND ARE LEFT OFF
      *    THE STATEMENT; THE CAPITALIZATION THAT PAYS THEM IS LISTED.
           PERFORM 4115-READ-ONE-ENTRY
           PERFORM 4115-READ-ONE-ENTRY
               UNTIL JOURNAL-DONE OR NOT JRNL-IS-INT-ACCRUAL.
       4115-READ-ONE-ENTRY.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-JRNL-EOF
           END-READ
           IF NOT JOURNAL-DONE
               IF WS-JRN-STATUS NOT = '00'
                   OR JRNL-ACCT-ID NOT = ACCT-ID
                   OR JRNL-POST-DATE > WS-TO-DATE
                   MOVE 'Y' TO WS-JRNL-EOF
               END-IF
           END-IF.
       4120-WRITE-DETAIL-LINE.
           MOVE JRNL-POST-DATE TO WS-SD-DATE
           MOVE JRNL-TRN-CODE TO WS-SD-CODE
           MOVE JRNL-AMOUNT TO WS-SD-AMOUNT
           MOVE JRNL-RESULT-BALANCE TO WS-SD-BALANCE
           MOVE JRNL-RESULT-BALANCE TO WS-RUNNING-BALANCE
           MOVE SPACES TO WS-SD-NOTE
           IF JRNL-IS-REVERSAL
               STRING 'REVERSES ' JRNL-LINKED-REF
                   ' OF ' JRNL-ORIG-POST-DATE
                   DELIMITED BY SIZE INTO WS-SD-NOTE
           END-IF
           IF JRNL-WAS-REVERSED
               STRING 'REVERSED BY ' JRNL-LINKED-REF
                   DELIMITED BY SIZE INTO WS-SD-NOTE
           END-IF
           IF JRNL-IS-BONUS-INTEREST
               STRING 'BONUS INTEREST, CAMPAIGN ' JRNL-TRN-REF
                   DELIMITED BY SIZE INTO WS-SD-NOTE
           END-IF
           IF JRNL-IS-CASHBACK
               MOVE 'CASHBACK REWARD PAYOUT' TO WS-SD-NOTE
           END-IF
           MOVE WS-STMT-DETAIL-LINE TO WS-STATEMENT-LINE
           PERFORM 4900-PUT-STATEMENT-LINE
           ADD 1 TO WS-LINE-COUNT
           IF LINES-FROM-ARCHIVE
               PERFORM 4210-READ-ARCHIVE-NEXT
           ELSE
               PERFORM 4110-READ-JOURNAL-NEXT
           END-IF.
       4200-LIST-ARCHIVED-ACTIVITY.
           OPEN INPUT ARCHIVE-JOURNAL-FILE
           IF WS-ARCH-STATUS = '00'
               MOVE 'Y' TO WS-FROM-ARCHIVE
               MOVE 'N' TO WS-ARCH-EOF
               MOVE 'N' TO WS-JRNL-EOF
               PERFORM 4210-READ-ARCHIVE-NEXT
               PERFORM 4120-WRITE-DETAIL-LINE UNTIL JOURNAL-DONE
               CLOSE ARCHIVE-JOURNAL-FILE
           END-IF.
       4210-READ-ARCHIVE-NEXT.
      *    HOUSEKEP APPENDS TO THE ARCHIVE A RUN AT A TIME, EACH RUN
      *    IN KEY ORDER, SO AN ACCOUNT CAN APPEAR IN SEVERAL PLACES;
      *    THE WHOLE FILE IS READ AND ONLY THE PERIOD'S POSTINGS FOR
      *    THE ACCOUNT ARE TAKEN.
           MOVE 'N' TO WS-ARCH-EOF
           PERFORM 4220-READ-ARCHIVE-RECORD UNTIL ARCHIVE-DONE.
       4220-READ-ARCHIVE-RECORD.
           READ ARCHIVE-JOURNAL-FILE INTO JOURNAL-RECORD
               AT END
                  MOVE 'Y' TO WS-ARCH-EOF
                  MOVE 'Y' TO WS-JRNL-EOF
           END-READ
           IF NOT ARCHIVE-DONE
               EVALUATE TRUE
                   WHEN JRNL-ACCT-ID NOT = ACCT-ID
                       CONTINUE
                   WHEN JRNL-POST-DATE < WS-FROM-DATE
                       CONTINUE
                   WHEN JRNL-POST-DATE > WS-TO-DATE
                       CONTINUE
                   WHEN JRNL-IS-INT-ACCRUAL
                       CONTINUE
                   WHEN OTHER
                       MOVE 'Y' TO WS-ARCH-EOF
               END-EVALUATE
           END-IF.
       4500-WRITE-MAILING-BLOCK.
           IF ADDRESS-AVAILABLE
               MOVE 'N' TO WS-ADDR-FOUND
               MOVE ACCT-ID TO ADDR-ACCT-ID
               READ ADDRESS-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 'Y' TO WS-ADDR-FOUND
               END-READ
               MOVE SPACES TO WS-STATEMENT-LINE
               IF WS-ADDR-FOUND = 'Y' AND ADDR-BAD
                   MOVE 'MAIL TO      : *** ADDRESS RETURNED BAD ***'
                       TO WS-STATEMENT-LINE
                   PERFORM 4900-PUT-STATEMENT-LINE
               ELSE
               IF WS-ADDR-FOUND = 'Y'
                   STRING 'MAIL TO      : ' ADDR-NAME-LINE-1
                       DELIMITED BY SIZE INTO WS-STATEMENT-LINE
                   PERFORM 4900-PUT-STATEMENT-LINE
                   IF ADDR-NAME-LINE-2 NOT = SPACES
                       MOVE SPACES TO WS-STATEMENT-LINE
                       STRING '               ' ADDR-NAME-LINE-2
                           DELIMITED BY SIZE INTO WS-STATEMENT-LINE
                       PERFORM 4900-PUT-STATEMENT-LINE
                   END-IF
                   MOVE SPACES TO WS-STATEMENT-LINE
                   STRING '               ' ADDR-STREET
                       DELIMITED BY SIZE INTO WS-STATEMENT-LINE
                   PERFORM 4900-PUT-STATEMENT-LINE
                   MOVE SPACES TO WS-STATEMENT-LINE
                   STRING '               ' ADDR-CITY ' '
                       ADDR-POSTAL-CODE
                       DELIMITED BY SIZE INTO WS-STATEMENT-LINE
                   PERFORM 4900-PUT-STATEMENT-LINE
               ELSE
                   MOVE 'MAIL TO      : *** NO ADDRESS ON FILE ***'
                       TO WS-STATEMENT-LINE
                   PERFORM 4900-PUT-STATEMENT-LINE
               END-IF
               END-IF
           END-IF.
       4600-WRITE-OWNER-BLOCK.
           IF OWNERS-AVAILABLE
               MOVE 'N' TO WS-OWN-EOF
               MOVE ACCT-ID TO OWN-ACCT-ID
               MOVE LOW-VALUES TO OWN-CUST-NO
               START OWNER-FILE KEY IS NOT LESS THAN OWN-KEY
                   INVALID KEY
                      MOVE 'Y' TO WS-OWN-EOF
               END-START
               PERFORM 4610-LIST-ONE-OWNER UNTIL OWNER-SCAN-DONE
           END-IF.
       4610-LIST-ONE-OWNER.
           READ OWNER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-OWN-EOF
           END-READ
           IF NOT OWNER-SCAN-DONE
               IF WS-OWN-STATUS NOT = '00'
                   OR OWN-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-OWN-EOF
               ELSE
                   IF OWN-CUST-NO NOT = ACCT-CUSTOMER-NO
                       MOVE SPACES TO WS-STATEMENT-LINE
                       EVALUATE TRUE
                           WHEN OWN-JOINT
                               STRING 'JOINT HOLDER : ' OWN-CUST-NO
                                   DELIMITED BY SIZE
                                   INTO WS-STATEMENT-LINE
                           WHEN OWN-ATTORNEY
                               STRING 'ATTORNEY     : ' OWN-CUST-NO
                                   DELIMITED BY SIZE
                                   INTO WS-STATEMENT-LINE
                           WHEN OTHER
                               STRING 'OTHER HOLDER : ' OWN-CUST-NO
                                   DELIMITED BY SIZE
                                   INTO WS-STATEMENT-LINE
                       END-EVALUATE
                       PERFORM 4900-PUT-STATEMENT-LINE
                   END-IF
               END-IF
           END-IF.
       4900-PUT-STATEMENT-LINE.
           IF DSRQ-TO-BRANCH
               MOVE WS-STATEMENT-LINE TO BRANCH-STATEMENT-LINE
               WRITE BRANCH-STATEMENT-LINE
           ELSE
               MOVE WS-STATEMENT-LINE TO MAIL-STATEMENT-LINE
               WRITE MAIL-STATEMENT-LINE
           END-IF
           MOVE SPACES TO WS-STATEMENT-LINE.
       7000-CHARGE-REPRINT-FEE.
      *    THE REPRINT FEE IS DUE ONCE THE COPY IS PRODUCED.  A FEE
      *    THE OPERATOR WAIVED IS STILL PASSED TO SVCFEE SO THE FEE
      *    REPORT SHOWS IT AS WAIVED BY THE OPERATOR.
           MOVE ACCT-ID TO WS-SF-ACCT-ID
           MOVE SPACES TO WS-SF-SERVICE-REF
           STRING 'DUP STMT ' DSRQ-CYCLE-END
               DELIMITED BY SIZE INTO WS-SF-SERVICE-REF
           IF DSRQ-FEE-WAIVED
               MOVE 'M' TO WS-SF-WAIVE-REASON
           ELSE
               MOVE SPACE TO WS-SF-WAIVE-REASON
           END-IF
           CALL 'SVCFEE' USING WS-FEE-AREA
           MOVE WS-SF-OUTCOME TO DSRQ-FEE-OUTCOME
           EVALUATE TRUE
               WHEN SERVICE-FEE-CHARGED
                   ADD 1 TO WS-FEE-CHARGED-COUNT
               WHEN SERVICE-FEE-WAIVED
                   ADD 1 TO WS-FEE-WAIVED-COUNT
               WHEN SERVICE-FEE-FAILED
                   ADD 1 TO WS-FEE-FAILED-COUNT
                   DISPLAY 'SERVICE FEE NOT CHARGED, CHARGE BY HAND: '
                       WS-SF-ACCT-ID ' EVENT ' WS-SF-EVENT-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       9000-CLOSE-FILES.
           CLOSE REQUEST-FILE
           CLOSE ACCOUNT-FILE
           CLOSE JOURNAL-FILE
           CLOSE MAIL-STATEMENT-FILE
           CLOSE BRANCH-STATEMENT-FILE
           CLOSE REPORT-FILE
           IF ADDRESS-AVAILABLE
               CLOSE ADDRESS-FILE
           END-IF
           IF OWNERS-AVAILABLE
               CLOSE OWNER-FILE
           END-IF.
