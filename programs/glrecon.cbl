       01 WS-STEP-PREFIX     PIC X(05) VALUE 'STEP='.
       01 WS-DEP-CARD-SEEN   PIC X VALUE 'N'.
       01 WS-GATE-BLOCKED    PIC X VALUE 'N'.
      * THE RECONCILIATION IS RUN ONCE PER BANK ENTITY AGAINST THAT
      * ENTITY'S GL CONTROL TOTAL.  ENTITY '01' RECORDS ITS RUN UNDER
      * STEP DAILY; EVERY OTHER ENTITY UNDER DAILY FOLLOWED BY ITS
      * CODE.
       01 WS-RUN-ENTITY      PIC X(02) VALUE '01'.
       01 WS-ACCT-ENTITY     PIC X(02) VALUE SPACES.
       01 WS-RECON-STEP      PIC X(08) VALUE 'DAILY'.
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

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 0600-GET-RUN-ENTITY
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           END-IF
           MOVE '1' TO WS-RUN-FUNCTION
           MOVE 'GLRECON' TO WS-RUN-JOB
           MOVE WS-RECON-STEP TO WS-RUN-STEP
           CALL 'RUNCTLUT' USING WS-RUNCTL-AREA
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-READ-ACCOUNT
           MOVE WS-RECON-COUNT TO WS-RUN-RECORDS
           CALL 'RUNCTLUT' USING WS-RUNCTL-AREA
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
               STRING 'DAILY' WS-RUN-ENTITY DELIMITED BY SIZE
                   INTO WS-RECON-STEP
           END-IF
           DISPLAY 'GL RECONCILIATION FOR ENTITY ' WS-RUN-ENTITY ' '
               WS-ENTY-NAME.
       1200-CHECK-POSTING-DEPENDENCIES.
      *    EVERY CARDED ACCTPOST STEP MUST HAVE ENDED CLEAN BEFORE
      *    THE RECONCILIATION MAY RUN; WITH NO GLRECDEP CARDS THE
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-ACCUMULATE-TOTAL.
           MOVE ACCT-ENTITY-CODE TO WS-ACCT-ENTITY
           IF WS-ACCT-ENTITY = SPACES OR WS-ACCT-ENTITY = LOW-VALUES
               MOVE '01' TO WS-ACCT-ENTITY
           END-IF
           IF WS-ACCT-ENTITY = WS-RUN-ENTITY
               ADD 1 TO WS-RECON-COUNT
               PERFORM 3100-ADD-BALANCE
           END-IF
           PERFORM 2000-READ-ACCOUNT.
       3100-ADD-BALANCE.
           IF ACCT-CURRENCY-CODE = 'USD' OR ACCT-CURRENCY-CODE = SPACES
               ADD ACCT-BALANCE TO WS-ACCTFILE-TOTAL
           ELSE
               CALL 'CURRCONV' USING ACCT-CURRENCY-CODE, ACCT-BALANCE,
                   WS-USD-EQUIVALENT
               ADD WS-USD-EQUIVALENT TO WS-ACCTFILE-TOTAL
           END-IF.
       4000-READ-GL-CONTROL.
           READ GL-CONTROL-FILE INTO GL-CONTROL-RECORD
               AT END
       5000-COMPARE-AND-REPORT.
           COMPUTE WS-VARIANCE = WS-ACCTFILE-TOTAL - WS-GL-TOTAL
           MOVE WS-VARIANCE TO WS-VARIANCE-DISPLAY
           MOVE SPACES TO VARIANCE-REPORT-LINE
           IF WS-VARIANCE = 0
               STRING 'GL RECONCILIATION: MATCHED, NO VARIANCE'
                   ' - ENTITY ' WS-RUN-ENTITY
                   DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
               DISPLAY 'GL RECONCILIATION: MATCHED'
           ELSE
               STRING 'GL RECONCILIATION: OUT OF BALANCE, VARIANCE '
                   WS-VARIANCE-DISPLAY ' - ENTITY ' WS-RUN-ENTITY
                   DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
               DISPLAY 'GL RECONCILIATION: OUT OF BALANCE, VARIANCE '
                   WS-VARIANCE-DISPLAY
