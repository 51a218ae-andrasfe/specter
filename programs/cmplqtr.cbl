       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPLQTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO 'CMPLFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CMPL-KEY
               FILE STATUS IS WS-CMPL-STATUS.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO 'CMPLPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CMPLQTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COMPLAINT-FILE.
       01 COMPLAINT-RECORD.
           COPY CMPLREC.
       FD RUN-PARM-FILE.
       01 RUN-PARM-RECORD    PIC X(40).
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(100).
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       WORKING-STORAGE SECTION.
       01 WS-CMPL-STATUS     PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 COMPLAINT-EOF  VALUE 'Y'.
       01 WS-PARM-EOF        PIC X VALUE 'N'.
           88 PARM-EOF       VALUE 'Y'.
       01 WS-QTR-PREFIX      PIC X(04) VALUE 'QTR='.
       01 WS-QTR-YEAR        PIC 9(4) VALUE 0.
       01 WS-QTR-NUMBER      PIC 9(1) VALUE 0.
       01 WS-QTR-START       PIC 9(8) VALUE 0.
       01 WS-QTR-START-R REDEFINES WS-QTR-START.
          05 WS-QS-YEAR      PIC 9(4).
          05 WS-QS-MONTH     PIC 9(2).
          05 WS-QS-DAY       PIC 9(2).
       01 WS-QTR-END         PIC 9(8) VALUE 0.
       01 WS-QTR-END-R REDEFINES WS-QTR-END.
          05 WS-QE-YEAR      PIC 9(4).
          05 WS-QE-MONTH     PIC 9(2).
          05 WS-QE-DAY       PIC 9(2).
       01 WS-RECEIVED-SW     PIC X VALUE 'N'.
           88 RECEIVED-IN-QTR VALUE 'Y'.
       01 WS-CLOSED-SW       PIC X VALUE 'N'.
           88 CLOSED-IN-QTR  VALUE 'Y'.
       01 WS-OPEN-AT-END-SW  PIC X VALUE 'N'.
           88 OPEN-AT-QTR-END VALUE 'Y'.
       01 WS-COMPLAINT-COUNT PIC 9(7) COMP VALUE 0.
      * THE RETURN IS MADE ONCE PER BANK ENTITY.  A COMPLAINT BELONGS
      * TO THE ENTITY OF THE ACCOUNT IT NAMES, OR OF THE CUSTOMER
      * WHEN IT NAMES NONE; A BLANK CODE IS ENTITY '01'.
       01 WS-RUN-ENTITY      PIC X(02) VALUE '01'.
       01 WS-CMPL-ENTITY     PIC X(02) VALUE SPACES.
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
      * COMPLAINT CATEGORIES AND OUTCOMES IN RETURN ORDER.  THE
      * COUNTERS BELOW RUN PARALLEL TO EACH TABLE, WITH ONE MORE
      * SLOT FOR THE TOTAL LINE.
       01 WS-CATEGORY-DEFS.
          05 FILLER PIC X(16) VALUE 'FFEES           '.
          05 FILLER PIC X(16) VALUE 'PPOSTING ERROR  '.
          05 FILLER PIC X(16) VALUE 'SSERVICE        '.
          05 FILLER PIC X(16) VALUE 'RFRAUD          '.
          05 FILLER PIC X(16) VALUE 'TSTATEMENT      '.
       01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-DEFS.
          05 WS-CATEGORY-DEF OCCURS 5 TIMES.
             10 WS-CAT-CODE   PIC X(01).
             10 WS-CAT-LABEL  PIC X(15).
       01 WS-CAT-COUNT       PIC 9(3) COMP VALUE 5.
       01 WS-CAT-TOTAL-SLOT  PIC 9(3) COMP VALUE 6.
       01 WS-CAT-IDX         PIC 9(3) COMP VALUE 0.
       01 WS-CATEGORY-TOTALS.
          05 WS-CATEGORY-TOTAL OCCURS 6 TIMES.
             10 WS-CT-RECEIVED PIC 9(7) COMP.
             10 WS-CT-CLOSED   PIC 9(7) COMP.
             10 WS-CT-IN-TIME  PIC 9(7) COMP.
             10 WS-CT-UPHELD   PIC 9(7) COMP.
             10 WS-CT-OPEN-END PIC 9(7) COMP.
             10 WS-CT-COMP-AMT PIC S9(11)V99 COMP-3.
       01 WS-OUTCOME-DEFS.
          05 FILLER PIC X(16) VALUE 'UUPHELD         '.
          05 FILLER PIC X(16) VALUE 'PPARTLY UPHELD  '.
          05 FILLER PIC X(16) VALUE 'NNOT UPHELD     '.
          05 FILLER PIC X(16) VALUE 'WWITHDRAWN      '.
       01 WS-OUTCOME-TABLE REDEFINES WS-OUTCOME-DEFS.
          05 WS-OUTCOME-DEF OCCURS 4 TIMES.
             10 WS-OUT-CODE   PIC X(01).
             10 WS-OUT-LABEL  PIC X(15).
       01 WS-OUT-COUNT       PIC 9(3) COMP VALUE 4.
       01 WS-OUT-TOTAL-SLOT  PIC 9(3) COMP VALUE 5.
       01 WS-OUT-IDX         PIC 9(3) COMP VALUE 0.
       01 WS-OUTCOME-TOTALS.
          05 WS-OUTCOME-TOTAL OCCURS 5 TIMES.
             10 WS-OT-CLOSED   PIC 9(7) COMP.
             10 WS-OT-IN-TIME  PIC 9(7) COMP.
             10 WS-OT-COMP-AMT PIC S9(11)V99 COMP-3.
      * BRANCHES AS THEY ARE MET; A COMPLAINT THAT NAMED NO
      * ACCOUNT COUNTS UNDER 'NONE'.
       01 WS-BRANCH-MAX      PIC 9(4) COMP VALUE 50.
       01 WS-BRANCH-COUNT    PIC 9(4) COMP VALUE 0.
       01 WS-BRANCH-TABLE.
          05 WS-BRANCH-ENTRY OCCURS 50 TIMES
                 INDEXED BY WS-BR-IDX.
             10 WS-BR-CODE     PIC X(04).
             10 WS-BR-RECEIVED PIC 9(7) COMP.
             10 WS-BR-CLOSED   PIC 9(7) COMP.
             10 WS-BR-UPHELD   PIC 9(7) COMP.
             10 WS-BR-COMP-AMT PIC S9(11)V99 COMP-3.
       01 WS-SEARCH-CODE     PIC X(04).
       01 WS-FOUND-SWITCH    PIC X VALUE 'N'.
           88 BRANCH-FOUND   VALUE 'Y'.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-CATEGORY-HEADING.
          05 FILLER          PIC X(36) VALUE
             'CATEGORY        RECEIVED   CLOSED  I'.
          05 FILLER          PIC X(44) VALUE
             'N TIME   UPHELD  OPEN AT END   COMPENSATION'.
       01 WS-CATEGORY-LINE.
          05 WS-C-LABEL      PIC X(15).
          05 WS-C-RECEIVED   PIC ZZZ,ZZ9.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-C-CLOSED     PIC ZZZ,ZZ9.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-C-IN-TIME    PIC ZZZ,ZZ9.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-C-UPHELD     PIC ZZZ,ZZ9.
          05 FILLER          PIC X(06) VALUE SPACES.
          05 WS-C-OPEN-END   PIC ZZZ,ZZ9.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-C-COMP-AMT   PIC ZZ,ZZZ,ZZ9.99.
       01 WS-OUTCOME-HEADING.
          05 FILLER          PIC X(36) VALUE
             'OUTCOME           CLOSED  IN TIME   '.
          05 FILLER          PIC X(14) VALUE
             ' COMPENSATION'.
       01 WS-OUTCOME-LINE.
          05 WS-O-LABEL      PIC X(15).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-O-CLOSED     PIC ZZZ,ZZ9.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-O-IN-TIME    PIC ZZZ,ZZ9.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-O-COMP-AMT   PIC ZZ,ZZZ,ZZ9.99.
       01 WS-BRANCH-HEADING.
          05 FILLER          PIC X(36) VALUE
             'BRANCH  RECEIVED   CLOSED   UPHELD  '.
          05 FILLER          PIC X(14) VALUE
             ' COMPENSATION'.
       01 WS-BRANCH-LINE.
          05 WS-B-CODE       PIC X(06).
          05 WS-B-RECEIVED   PIC ZZZ,ZZ9.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-B-CLOSED     PIC ZZZ,ZZ9.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-B-UPHELD     PIC ZZZ,ZZ9.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-B-COMP-AMT   PIC ZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    QUARTERLY COMPLAINTS-HANDLING RETURN.  FOR THE CALENDAR
      *    QUARTER, COMPLAINTS RECEIVED AND CLOSED ARE COUNTED BY
      *    CATEGORY, CLOSURES BY OUTCOME, AND BOTH BY BRANCH, WITH
      *    THE CLOSURES ANSWERED INSIDE THE RESPONSE DEADLINE, THOSE
      *    STILL OPEN AT QUARTER END AND THE COMPENSATION PAID.  THE
      *    QUARTER IS THE LAST COMPLETE ONE UNLESS A QTR=CCYYQ CARD
      *    ON CMPLPARM NAMES ANOTHER.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 0600-GET-RUN-ENTITY
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           PERFORM 1100-SET-QUARTER
           INITIALIZE WS-CATEGORY-TOTALS
           INITIALIZE WS-OUTCOME-TOTALS
           PERFORM 2000-READ-COMPLAINT
           PERFORM 3000-COUNT-COMPLAINT UNTIL COMPLAINT-EOF
           PERFORM 5000-WRITE-RETURN
           DISPLAY 'COMPLAINTS READ      : ' WS-COMPLAINT-COUNT
           DISPLAY 'OTHER ENTITIES       : ' WS-OTHER-ENTITY-COUNT
           DISPLAY 'BRANCHES REPORTED    : ' WS-BRANCH-COUNT
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
           DISPLAY 'COMPLAINTS RETURN FOR ENTITY ' WS-RUN-ENTITY ' '
               WS-ENTY-NAME.
       1000-OPEN-FILES.
           OPEN INPUT COMPLAINT-FILE
           IF WS-CMPL-STATUS NOT = '00'
               DISPLAY 'COMPLAINT FILE OPEN ERROR: ' WS-CMPL-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE COMPLAINT-FILE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE COMPLAINT-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-STATUS
               CLOSE COMPLAINT-FILE
               CLOSE REPORT-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF.
       1100-SET-QUARTER.
           MOVE WS-YEAR TO WS-QTR-YEAR
           COMPUTE WS-QTR-NUMBER = (WS-MONTH - 1) / 3
           IF WS-QTR-NUMBER = 0
               MOVE 4 TO WS-QTR-NUMBER
               SUBTRACT 1 FROM WS-QTR-YEAR
           END-IF
           OPEN INPUT RUN-PARM-FILE
           IF WS-PARM-STATUS = '00'
               PERFORM 1110-READ-RUN-PARM
               PERFORM 1120-APPLY-RUN-PARM UNTIL PARM-EOF
               CLOSE RUN-PARM-FILE
           END-IF
           MOVE WS-QTR-YEAR TO WS-QS-YEAR
           COMPUTE WS-QS-MONTH = WS-QTR-NUMBER * 3 - 2
           MOVE 1 TO WS-QS-DAY
           MOVE WS-QTR-YEAR TO WS-QE-YEAR
           COMPUTE WS-QE-MONTH = WS-QTR-NUMBER * 3
           IF WS-QE-MONTH = 6 OR WS-QE-MONTH = 9
               MOVE 30 TO WS-QE-DAY
           ELSE
               MOVE 31 TO WS-QE-DAY
           END-IF.
       1110-READ-RUN-PARM.
           READ RUN-PARM-FILE
               AT END
                  MOVE 'Y' TO WS-PARM-EOF
           END-READ.
       1120-APPLY-RUN-PARM.
           IF RUN-PARM-RECORD (1:4) = WS-QTR-PREFIX
               AND RUN-PARM-RECORD (5:5) IS NUMERIC
               AND RUN-PARM-RECORD (9:1) >= '1'
               AND RUN-PARM-RECORD (9:1) <= '4'
               MOVE RUN-PARM-RECORD (5:4) TO WS-QTR-YEAR
               MOVE RUN-PARM-RECORD (9:1) TO WS-QTR-NUMBER
           END-IF
           PERFORM 1110-READ-RUN-PARM.
       2000-READ-COMPLAINT.
           READ COMPLAINT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF WS-CMPL-STATUS NOT = '00' AND NOT COMPLAINT-EOF
               DISPLAY 'COMPLAINT FILE READ ERROR: ' WS-CMPL-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
       3000-COUNT-COMPLAINT.
           ADD 1 TO WS-COMPLAINT-COUNT
           PERFORM 3050-FIND-ENTITY
           IF WS-CMPL-ENTITY NOT = WS-RUN-ENTITY
               ADD 1 TO WS-OTHER-ENTITY-COUNT
           ELSE
               PERFORM 3010-COUNT-IN-QUARTER
           END-IF
           PERFORM 2000-READ-COMPLAINT.
       3010-COUNT-IN-QUARTER.
           MOVE 'N' TO WS-RECEIVED-SW
           MOVE 'N' TO WS-CLOSED-SW
           MOVE 'N' TO WS-OPEN-AT-END-SW
           IF CMPL-OPEN-DATE >= WS-QTR-START
               AND CMPL-OPEN-DATE <= WS-QTR-END
               MOVE 'Y' TO WS-RECEIVED-SW
           END-IF
           IF CMPL-CLOSED
               AND CMPL-CLOSED-DATE >= WS-QTR-START
               AND CMPL-CLOSED-DATE <= WS-QTR-END
               MOVE 'Y' TO WS-CLOSED-SW
           END-IF
           IF CMPL-OPEN-DATE <= WS-QTR-END
               AND (CMPL-OPEN OR CMPL-CLOSED-DATE > WS-QTR-END)
               MOVE 'Y' TO WS-OPEN-AT-END-SW
           END-IF
           IF RECEIVED-IN-QTR OR CLOSED-IN-QTR OR OPEN-AT-QTR-END
               PERFORM 3100-COUNT-BY-CATEGORY
               PERFORM 3300-COUNT-BY-BRANCH
           END-IF
           IF CLOSED-IN-QTR
               PERFORM 3200-COUNT-BY-OUTCOME
           END-IF.
       3050-FIND-ENTITY.
           MOVE SPACES TO WS-CMPL-ENTITY
           IF CMPL-ACCT-ID NOT = SPACES
               MOVE CMPL-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE ACCT-ENTITY-CODE TO WS-CMPL-ENTITY
               END-READ
           ELSE
               MOVE CMPL-CUST-NO TO CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE CUST-ENTITY-CODE TO WS-CMPL-ENTITY
               END-READ
           END-IF
           IF WS-CMPL-ENTITY = SPACES OR WS-CMPL-ENTITY = LOW-VALUES
               MOVE '01' TO WS-CMPL-ENTITY
           END-IF.
       3100-COUNT-BY-CATEGORY.
           PERFORM 3110-MATCH-CATEGORY
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
           MOVE WS-CAT-TOTAL-SLOT TO WS-CAT-IDX
           PERFORM 3120-ADD-TO-CATEGORY.
       3110-MATCH-CATEGORY.
           IF WS-CAT-CODE (WS-CAT-IDX) = CMPL-CATEGORY
               PERFORM 3120-ADD-TO-CATEGORY
           END-IF.
       3120-ADD-TO-CATEGORY.
           IF RECEIVED-IN-QTR
               ADD 1 TO WS-CT-RECEIVED (WS-CAT-IDX)
           END-IF
           IF CLOSED-IN-QTR
               ADD 1 TO WS-CT-CLOSED (WS-CAT-IDX)
               IF CMPL-CLOSED-DATE <= CMPL-DEADLINE-DATE
                   ADD 1 TO WS-CT-IN-TIME (WS-CAT-IDX)
               END-IF
               IF CMPL-UPHELD OR CMPL-PART-UPHELD
                   ADD 1 TO WS-CT-UPHELD (WS-CAT-IDX)
               END-IF
               ADD CMPL-COMP-AMOUNT TO WS-CT-COMP-AMT (WS-CAT-IDX)
           END-IF
           IF OPEN-AT-QTR-END
               ADD 1 TO WS-CT-OPEN-END (WS-CAT-IDX)
           END-IF.
       3200-COUNT-BY-OUTCOME.
           PERFORM 3210-MATCH-OUTCOME
               VARYING WS-OUT-IDX FROM 1 BY 1
               UNTIL WS-OUT-IDX > WS-OUT-COUNT
           MOVE WS-OUT-TOTAL-SLOT TO WS-OUT-IDX
           PERFORM 3220-ADD-TO-OUTCOME.
       3210-MATCH-OUTCOME.
           IF WS-OUT-CODE (WS-OUT-IDX) = CMPL-OUTCOME
               PERFORM 3220-ADD-TO-OUTCOME
           END-IF.
       3220-ADD-TO-OUTCOME.
           ADD 1 TO WS-OT-CLOSED (WS-OUT-IDX)
           IF CMPL-CLOSED-DATE <= CMPL-DEADLINE-DATE
               ADD 1 TO WS-OT-IN-TIME (WS-OUT-IDX)
           END-IF
           ADD CMPL-COMP-AMOUNT TO WS-OT-COMP-AMT (WS-OUT-IDX).
       3300-COUNT-BY-BRANCH.
           IF CMPL-BRANCH-CODE = SPACES
               MOVE 'NONE' TO WS-SEARCH-CODE
           ELSE
               MOVE CMPL-BRANCH-CODE TO WS-SEARCH-CODE
           END-IF
           PERFORM 3310-FIND-BRANCH-ENTRY
           IF NOT BRANCH-FOUND
               PERFORM 3320-ADD-BRANCH-ENTRY
           END-IF
           IF BRANCH-FOUND
               IF RECEIVED-IN-QTR
                   ADD 1 TO WS-BR-RECEIVED (WS-BR-IDX)
               END-IF
               IF CLOSED-IN-QTR
                   ADD 1 TO WS-BR-CLOSED (WS-BR-IDX)
                   IF CMPL-UPHELD OR CMPL-PART-UPHELD
                       ADD 1 TO WS-BR-UPHELD (WS-BR-IDX)
                   END-IF
                   ADD CMPL-COMP-AMOUNT TO WS-BR-COMP-AMT (WS-BR-IDX)
               END-IF
           END-IF.
       3310-FIND-BRANCH-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH
           SET WS-BR-IDX TO 1
           PERFORM 3311-COMPARE-BRANCH-ENTRY
               UNTIL BRANCH-FOUND OR WS-BR-IDX > WS-BRANCH-COUNT.
       3311-COMPARE-BRANCH-ENTRY.
           IF WS-BR-CODE (WS-BR-IDX) = WS-SEARCH-CODE
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET WS-BR-IDX UP BY 1
           END-IF.
       3320-ADD-BRANCH-ENTRY.
           IF WS-BRANCH-COUNT < WS-BRANCH-MAX
               ADD 1 TO WS-BRANCH-COUNT
               SET WS-BR-IDX TO WS-BRANCH-COUNT
               MOVE WS-SEARCH-CODE TO WS-BR-CODE (WS-BR-IDX)
               MOVE 0 TO WS-BR-RECEIVED (WS-BR-IDX)
               MOVE 0 TO WS-BR-CLOSED (WS-BR-IDX)
               MOVE 0 TO WS-BR-UPHELD (WS-BR-IDX)
               MOVE 0 TO WS-BR-COMP-AMT (WS-BR-IDX)
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               DISPLAY 'BRANCH TABLE FULL, COMPLAINT SKIPPED: '
                   CMPL-CUST-NO ' SEQ ' CMPL-SEQ
           END-IF.
       5000-WRITE-RETURN.
           MOVE SPACES TO REPORT-LINE
           STRING 'COMPLAINTS-HANDLING RETURN FOR ' WS-QTR-YEAR
               ' Q' WS-QTR-NUMBER ' (' WS-QTR-START ' TO '
               WS-QTR-END ') ENTITY ' WS-RUN-ENTITY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CATEGORY-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5100-WRITE-CATEGORY-LINE
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-TOTAL-SLOT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OUTCOME-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5200-WRITE-OUTCOME-LINE
               VARYING WS-OUT-IDX FROM 1 BY 1
               UNTIL WS-OUT-IDX > WS-OUT-TOTAL-SLOT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BRANCH-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5300-WRITE-BRANCH-LINE
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BRANCH-COUNT.
       5100-WRITE-CATEGORY-LINE.
           IF WS-CAT-IDX > WS-CAT-COUNT
               MOVE 'TOTAL' TO WS-C-LABEL
           ELSE
               MOVE WS-CAT-LABEL (WS-CAT-IDX) TO WS-C-LABEL
           END-IF
           MOVE WS-CT-RECEIVED (WS-CAT-IDX) TO WS-C-RECEIVED
           MOVE WS-CT-CLOSED (WS-CAT-IDX) TO WS-C-CLOSED
           MOVE WS-CT-IN-TIME (WS-CAT-IDX) TO WS-C-IN-TIME
           MOVE WS-CT-UPHELD (WS-CAT-IDX) TO WS-C-UPHELD
           MOVE WS-CT-OPEN-END (WS-CAT-IDX) TO WS-C-OPEN-END
           MOVE WS-CT-COMP-AMT (WS-CAT-IDX) TO WS-C-COMP-AMT
           MOVE WS-CATEGORY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       5200-WRITE-OUTCOME-LINE.
           IF WS-OUT-IDX > WS-OUT-COUNT
               MOVE 'TOTAL' TO WS-O-LABEL
           ELSE
               MOVE WS-OUT-LABEL (WS-OUT-IDX) TO WS-O-LABEL
           END-IF
           MOVE WS-OT-CLOSED (WS-OUT-IDX) TO WS-O-CLOSED
           MOVE WS-OT-IN-TIME (WS-OUT-IDX) TO WS-O-IN-TIME
           MOVE WS-OT-COMP-AMT (WS-OUT-IDX) TO WS-O-COMP-AMT
           MOVE WS-OUTCOME-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       5300-WRITE-BRANCH-LINE.
           MOVE WS-BR-CODE (WS-BR-IDX) TO WS-B-CODE
           MOVE WS-BR-RECEIVED (WS-BR-IDX) TO WS-B-RECEIVED
           MOVE WS-BR-CLOSED (WS-BR-IDX) TO WS-B-CLOSED
           MOVE WS-BR-UPHELD (WS-BR-IDX) TO WS-B-UPHELD
           MOVE WS-BR-COMP-AMT (WS-BR-IDX) TO WS-B-COMP-AMT
           MOVE WS-BRANCH-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       9000-CLOSE-FILES.
           CLOSE COMPLAINT-FILE
           CLOSE REPORT-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE.
