       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACRRECN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT GL-CONTROL-FILE ASSIGN TO 'GLACCCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO 'ACRRECRP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY JRNLREC.
      * THE ENTITY'S ACCRINTP (ACCRUED INTEREST PAYABLE) BALANCE AS
      * THE GENERAL LEDGER HOLDS IT AT MONTH END, ONE RECORD.
       FD GL-CONTROL-FILE.
       01 GL-CONTROL-RECORD.
          05 GL-ACCRUED-BALANCE PIC S9(11)V99.
       FD RECON-REPORT-FILE.
       01 RECON-REPORT-LINE  PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-JRN-STATUS      PIC XX VALUE '00'.
       01 WS-GL-STATUS       PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 ACCOUNT-EOF    VALUE 'Y'.
       01 WS-JRNL-EOF        PIC X VALUE 'N'.
           88 JOURNAL-DONE   VALUE 'Y'.
       01 WS-ACCT-FOUND      PIC X VALUE 'N'.
       01 WS-GL-FOUND        PIC X VALUE 'N'.
           88 GL-CONTROL-FOUND VALUE 'Y'.
       01 WS-ACCRUED-AMOUNT  PIC S9(9)V99 VALUE 0.
       01 WS-USD-EQUIVALENT  PIC S9(9)V99 VALUE 0.
       01 WS-LIABILITY-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-ACCRUED-MONTH   PIC S9(11)V99 VALUE 0.
       01 WS-CAPITAL-MONTH   PIC S9(11)V99 VALUE 0.
       01 WS-GL-TOTAL        PIC S9(11)V99 VALUE 0.
       01 WS-VARIANCE        PIC S9(11)V99 VALUE 0.
       01 WS-AMOUNT-DISPLAY  PIC -(11)9.99.
       01 WS-COUNT-DISPLAY   PIC Z(8)9.
       01 WS-RECON-COUNT     PIC 9(9) COMP VALUE 0.
       01 WS-ACCRUING-COUNT  PIC 9(9) COMP VALUE 0.
       01 WS-RECON-RC        PIC 9(4) VALUE 0.
      * ACCRUED LIABILITY BY BRANCH.  A BRANCH BEYOND THE TABLE IS
      * STILL IN THE ENTITY TOTAL, ONLY NOT BROKEN OUT.
       01 WS-BRANCH-MAX      PIC 9(4) COMP VALUE 200.
       01 WS-BRANCH-COUNT    PIC 9(4) COMP VALUE 0.
       01 WS-BRANCH-IDX      PIC 9(4) COMP VALUE 0.
       01 WS-BRANCH-HIT      PIC 9(4) COMP VALUE 0.
       01 WS-BRANCH-WARNED   PIC X VALUE 'N'.
       01 WS-BRANCH-TABLE.
          05 WS-BRANCH-ENTRY OCCURS 200 TIMES.
             10 WS-B-BRANCH  PIC X(04).
             10 WS-B-COUNT   PIC 9(7) COMP.
             10 WS-B-AMOUNT  PIC S9(11)V99.
      * THE RECONCILIATION IS RUN ONCE PER BANK ENTITY AGAINST THAT
      * ENTITY'S ACCRINTP CONTROL TOTAL.  ENTITY '01' RECORDS ITS RUN
      * UNDER STEP MONTH; EVERY OTHER ENTITY UNDER MONTH FOLLOWED BY
      * ITS CODE.
       01 WS-RUN-ENTITY      PIC X(02) VALUE '01'.
       01 WS-ACCT-ENTITY     PIC X(02) VALUE SPACES.
       01 WS-RECON-STEP      PIC X(08) VALUE 'MONTH'.
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
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       01 WS-MONTH-START     PIC 9(8) VALUE 0.
       01 WS-RUNCTL-AREA.
          05 WS-RUN-FUNCTION  PIC X(01).
          05 WS-RUN-CYCLE-DATE PIC 9(8).
          05 WS-RUN-JOB       PIC X(08).
          05 WS-RUN-STEP      PIC X(08).
          05 WS-RUN-RC        PIC 9(4).
          05 WS-RUN-RECORDS   PIC 9(9).
          05 WS-RUN-RESULT    PIC X(01).
             88 RUN-CLEAR-TO-RUN  VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN.
      *    THE ACCRUED CREDIT INTEREST STILL OWED ON THE ACCOUNTS -
      *    BASE AND CAMPAIGN BONUS, NOT YET CAPITALIZED - IS THE
      *    BANK'S ACCRUED-INTEREST-PAYABLE LIABILITY.  AT MONTH END IT
      *    IS TOTALLED BY BRANCH AND COMPARED WITH THE ACCRINTP
      *    BALANCE ON THE GL.  THE MONTH'S MOVEMENT ON THE JOURNAL,
      *    INTEREST ACCRUED AGAINST INTEREST CAPITALIZED, IS SHOWN SO
      *    A VARIANCE CAN BE TRACED.  A VARIANCE OR A MISSING CONTROL
      *    TOTAL ENDS THE STEP WITH RETURN CODE 4.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 0600-GET-RUN-ENTITY
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           STRING WS-YEAR WS-MONTH '01' DELIMITED BY SIZE
               INTO WS-MONTH-START
           MOVE WS-TODAY TO WS-RUN-CYCLE-DATE
           MOVE '1' TO WS-RUN-FUNCTION
           MOVE 'ACRRECN' TO WS-RUN-JOB
           MOVE WS-RECON-STEP TO WS-RUN-STEP
           CALL 'RUNCTLUT' USING WS-RUNCTL-AREA
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-READ-ACCOUNT
           PERFORM 3000-ACCUMULATE-LIABILITY UNTIL ACCOUNT-EOF
           PERFORM 4000-SUMMARIZE-MOVEMENT
           PERFORM 5000-READ-GL-CONTROL
           PERFORM 6000-WRITE-REPORT
           PERFORM 9000-CLOSE-FILES
           MOVE '2' TO WS-RUN-FUNCTION
           MOVE WS-RECON-RC TO WS-RUN-RC
           MOVE WS-RECON-COUNT TO WS-RUN-RECORDS
           CALL 'RUNCTLUT' USING WS-RUNCTL-AREA
           MOVE WS-RECON-RC TO RETURN-CODE
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
           IF WS-RUN-ENTITY NOT = '01'
               MOVE SPACES TO WS-RECON-STEP
               STRING 'MONTH' WS-RUN-ENTITY DELIMITED BY SIZE
                   INTO WS-RECON-STEP
           END-IF
           DISPLAY 'ACCRUED INTEREST RECONCILIATION FOR ENTITY '
               WS-RUN-ENTITY ' ' WS-ENTY-NAME.
       1000-OPEN-FILES.
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'JOURNAL FILE OPEN ERROR: ' WS-JRN-STATUS
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'GL CONTROL FILE OPEN ERROR: ' WS-GL-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE JOURNAL-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT RECON-REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'RECONCILIATION REPORT OPEN ERROR: '
                   WS-RPT-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE JOURNAL-FILE
               CLOSE GL-CONTROL-FILE
               STOP RUN
           END-IF.
       2000-READ-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT ACCOUNT-EOF AND WS-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
       3000-ACCUMULATE-LIABILITY.
           PERFORM 3050-SET-ACCT-ENTITY
           IF WS-ACCT-ENTITY = WS-RUN-ENTITY
               ADD 1 TO WS-RECON-COUNT
               COMPUTE WS-ACCRUED-AMOUNT =
                   ACCT-INT-ACCRUED + ACCT-BONUS-ACCRUED
               IF WS-ACCRUED-AMOUNT NOT = 0
                   ADD 1 TO WS-ACCRUING-COUNT
                   PERFORM 3100-CONVERT-AMOUNT
                   ADD WS-USD-EQUIVALENT TO WS-LIABILITY-TOTAL
                   PERFORM 3200-ADD-TO-BRANCH
               END-IF
           END-IF
           PERFORM 2000-READ-ACCOUNT.
       3050-SET-ACCT-ENTITY.
           MOVE ACCT-ENTITY-CODE TO WS-ACCT-ENTITY
           IF WS-ACCT-ENTITY = SPACES OR WS-ACCT-ENTITY = LOW-VALUES
               MOVE '01' TO WS-ACCT-ENTITY
           END-IF.
       3100-CONVERT-AMOUNT.
           IF ACCT-CURRENCY-CODE = 'USD' OR ACCT-CURRENCY-CODE = SPACES
               MOVE WS-ACCRUED-AMOUNT TO WS-USD-EQUIVALENT
           ELSE
               CALL 'CURRCONV' USING ACCT-CURRENCY-CODE,
                   WS-ACCRUED-AMOUNT, WS-USD-EQUIVALENT
           END-IF.
       3200-ADD-TO-BRANCH.
           MOVE 0 TO WS-BRANCH-HIT
           PERFORM 3210-MATCH-BRANCH
               VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               OR WS-BRANCH-HIT > 0
           IF WS-BRANCH-HIT = 0
               IF WS-BRANCH-COUNT < WS-BRANCH-MAX
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-BRANCH-COUNT TO WS-BRANCH-HIT
                   MOVE ACCT-BRANCH-CODE TO WS-B-BRANCH (WS-BRANCH-HIT)
                   MOVE 0 TO WS-B-COUNT (WS-BRANCH-HIT)
                   MOVE 0 TO WS-B-AMOUNT (WS-BRANCH-HIT)
               ELSE
                   IF WS-BRANCH-WARNED = 'N'
                       MOVE 'Y' TO WS-BRANCH-WARNED
                       DISPLAY 'BRANCH TABLE FULL, REMAINING BRANCHES '
                           'IN ENTITY TOTAL ONLY'
                   END-IF
               END-IF
           END-IF
           IF WS-BRANCH-HIT > 0
               ADD 1 TO WS-B-COUNT (WS-BRANCH-HIT)
               ADD WS-USD-EQUIVALENT TO WS-B-AMOUNT (WS-BRANCH-HIT)
           END-IF.
       3210-MATCH-BRANCH.
           IF WS-B-BRANCH (WS-BRANCH-IDX) = ACCT-BRANCH-CODE
               MOVE WS-BRANCH-IDX TO WS-BRANCH-HIT
           END-IF.
       4000-SUMMARIZE-MOVEMENT.
      *    THE MONTH'S ACCRUALS ('A', A BACKED-OUT RUN'S NEGATIVE) AND
      *    THE 'I', 'B' AND 'W' ENTRIES THAT CAPITALIZED THE LIABILITY,
      *    OPERATOR 'CAPITAL', POSTED SINCE THE FIRST OF THE MONTH.
           PERFORM 4100-READ-JOURNAL
           PERFORM 4200-ADD-MOVEMENT UNTIL JOURNAL-DONE.
       4100-READ-JOURNAL.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-JRNL-EOF
           END-READ
           IF NOT JOURNAL-DONE AND WS-JRN-STATUS NOT = '00'
               MOVE 'Y' TO WS-JRNL-EOF
           END-IF.
       4200-ADD-MOVEMENT.
           IF JRNL-POST-DATE NOT < WS-MONTH-START
               AND JRNL-POST-DATE NOT > WS-TODAY
               AND (JRNL-IS-INT-ACCRUAL
                   OR (JRNL-BY-CAPITALIZATION
                       AND NOT JRNL-IS-REVERSAL
                       AND (JRNL-TRN-CODE = 'I' OR JRNL-TRN-CODE = 'B'
                           OR JRNL-IS-WITHHOLD)))
               PERFORM 4300-LOOK-UP-ACCOUNT
               IF WS-ACCT-ENTITY = WS-RUN-ENTITY
                   MOVE JRNL-AMOUNT TO WS-ACCRUED-AMOUNT
                   PERFORM 3100-CONVERT-AMOUNT
                   IF JRNL-IS-INT-ACCRUAL
                       ADD WS-USD-EQUIVALENT TO WS-ACCRUED-MONTH
                   ELSE
                       ADD WS-USD-EQUIVALENT TO WS-CAPITAL-MONTH
                   END-IF
               END-IF
           END-IF
           PERFORM 4100-READ-JOURNAL.
       4300-LOOK-UP-ACCOUNT.
      *    THE ACCOUNT GIVES THE ENTITY AND CURRENCY; A POSTING WHOSE
      *    ACCOUNT IS GONE GOES BY ITS JOURNAL ENTRY IN USD.
           MOVE 'N' TO WS-ACCT-FOUND
           MOVE JRNL-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-ACCT-FOUND
           END-READ
           IF WS-ACCT-FOUND = 'Y'
               PERFORM 3050-SET-ACCT-ENTITY
           ELSE
               MOVE JRNL-ENTITY-CODE TO WS-ACCT-ENTITY
               IF WS-ACCT-ENTITY = SPACES
                   OR WS-ACCT-ENTITY = LOW-VALUES
                   MOVE '01' TO WS-ACCT-ENTITY
               END-IF
               MOVE SPACES TO ACCT-CURRENCY-CODE
           END-IF.
       5000-READ-GL-CONTROL.
           MOVE 'N' TO WS-GL-FOUND
           READ GL-CONTROL-FILE INTO GL-CONTROL-RECORD
               AT END
                  MOVE 0 TO GL-ACCRUED-BALANCE
               NOT AT END
                  MOVE 'Y' TO WS-GL-FOUND
           END-READ
           MOVE GL-ACCRUED-BALANCE TO WS-GL-TOTAL.
       6000-WRITE-REPORT.
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'ACCRUED INTEREST RECONCILIATION - ENTITY '
               WS-RUN-ENTITY ' AS AT ' WS-TODAY
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           MOVE 'BRANCH    ACCOUNTS           ACCRUED LIABILITY'
               TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           PERFORM 6100-WRITE-BRANCH-LINE
               VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
           MOVE WS-ACCRUING-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-LIABILITY-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'TOTAL   ' WS-COUNT-DISPLAY '   ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE WS-ACCRUED-MONTH TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'INTEREST ACCRUED THIS MONTH     ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE WS-CAPITAL-MONTH TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'INTEREST CAPITALIZED THIS MONTH ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           IF GL-CONTROL-FOUND
               MOVE WS-GL-TOTAL TO WS-AMOUNT-DISPLAY
               STRING 'GL ACCRINTP CONTROL TOTAL       '
                   WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
           ELSE
               MOVE 'GL ACCRINTP CONTROL TOTAL NOT SUPPLIED'
                   TO RECON-REPORT-LINE
               MOVE 4 TO WS-RECON-RC
           END-IF
           WRITE RECON-REPORT-LINE
           PERFORM 6200-COMPARE-TO-GL.
       6100-WRITE-BRANCH-LINE.
           MOVE WS-B-COUNT (WS-BRANCH-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-B-AMOUNT (WS-BRANCH-IDX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RECON-REPORT-LINE
           STRING WS-B-BRANCH (WS-BRANCH-IDX) '    '
               WS-COUNT-DISPLAY '   ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.
       6200-COMPARE-TO-GL.
           COMPUTE WS-VARIANCE = WS-LIABILITY-TOTAL - WS-GL-TOTAL
           MOVE WS-VARIANCE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RECON-REPORT-LINE
           IF WS-VARIANCE = 0
               STRING 'ACCRUED INTEREST RECONCILIATION: MATCHED, NO '
                   'VARIANCE - ENTITY ' WS-RUN-ENTITY
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               DISPLAY 'ACCRUED INTEREST RECONCILIATION: MATCHED'
           ELSE
               MOVE 4 TO WS-RECON-RC
               STRING 'ACCRUED INTEREST OUT OF BALANCE, VARIANCE '
                   WS-AMOUNT-DISPLAY ' - ENTITY ' WS-RUN-ENTITY
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               DISPLAY 'ACCRUED INTEREST OUT OF BALANCE, VARIANCE '
                   WS-AMOUNT-DISPLAY
           END-IF
           WRITE RECON-REPORT-LINE.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE JOURNAL-FILE
           CLOSE GL-CONTROL-FILE
           CLOSE RECON-REPORT-FILE.
