       FD AUDIT-FILE.
       01 AUDIT-RECORD       PIC X(80).
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(152).
       FD DATE-PARM-FILE.
       01 DATE-PARM-RECORD   PIC X(13).
       WORKING-STORAGE SECTION.
             10 WS-OT-HIGH-BAL  PIC 9(5) COMP.
             10 WS-OT-FRAUD     PIC 9(5) COMP.
             10 WS-OT-OFFHOURS  PIC 9(5) COMP.
             10 WS-OT-INSIDER   PIC 9(5) COMP.
             10 WS-OT-FORCED    PIC 9(5) COMP.
             10 WS-OT-DUP-SIGNON PIC 9(5) COMP.
       01 WS-AUD-OPR-ID      PIC X(08) VALUE SPACES.
       01 WS-AUD-ACCT-ID     PIC X(10) VALUE SPACES.
       01 WS-AUD-OUTCOME     PIC X(09) VALUE SPACES.
          05 WS-D-FRAUD      PIC ZZ,ZZ9.
          05 FILLER          PIC X(09) VALUE ' OFFHRS:'.
          05 WS-D-OFFHOURS   PIC ZZ,ZZ9.
          05 FILLER          PIC X(08) VALUE ' INSIDR:'.
          05 WS-D-INSIDER    PIC ZZ,ZZ9.
          05 FILLER          PIC X(08) VALUE ' FORCED:'.
          05 WS-D-FORCED     PIC ZZ,ZZ9.
          05 FILLER          PIC X(08) VALUE ' DUPSON:'.
          05 WS-D-DUP-SIGNON PIC ZZ,ZZ9.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-FLAG       PIC X(10).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-SET-REPORT-DATE
           PERFORM 2000-LOAD-OPERATOR-TABLE
           DISPLAY 'OPERATORS FLAGGED : ' WS-FLAGGED-COUNT
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
           MOVE 0 TO WS-OT-HIGH-BAL (WS-OPR-COUNT)
           MOVE 0 TO WS-OT-OFFHOURS (WS-OPR-COUNT)
           MOVE 0 TO WS-OT-FRAUD (WS-OPR-COUNT)
           MOVE 0 TO WS-OT-INSIDER (WS-OPR-COUNT)
           MOVE 0 TO WS-OT-FORCED (WS-OPR-COUNT)
           MOVE 0 TO WS-OT-DUP-SIGNON (WS-OPR-COUNT)
           PERFORM 2100-READ-OPERATOR.
       3000-TALLY-SIGNON-LOG.
           OPEN INPUT SIGNON-LOG-FILE
               IF WS-TALLY-OUTCOME = 'OFFHOURS'
                   ADD 1 TO WS-OT-OFFHOURS (WS-OPR-HIT)
               END-IF
      *        AN ONLINE SESSION ENDED FOR IDLENESS OR BY A LATER
      *        SIGN-ON ELSEWHERE IS A FORCED SIGN-OFF, NOT A SIGN-ON.
      *        A SECOND SIGN-ON WHILE ALREADY ACTIVE, REFUSED OR
      *        ENDING THE EARLIER SESSION, SUGGESTS A SHARED ID.
               IF WS-TALLY-OUTCOME = 'TIMEOUT'
                   OR WS-TALLY-OUTCOME = 'FORCEOFF'
                   ADD 1 TO WS-OT-FORCED (WS-OPR-HIT)
               END-IF
               IF WS-TALLY-OUTCOME = 'DUPSESS'
                   OR WS-TALLY-OUTCOME = 'FORCEOFF'
                   ADD 1 TO WS-OT-DUP-SIGNON (WS-OPR-HIT)
               END-IF
               IF (WS-TALLY-HOUR < WS-BUSINESS-OPEN
                   OR WS-TALLY-HOUR >= WS-AFTER-HOURS-START)
                   AND WS-TALLY-OUTCOME NOT = 'TIMEOUT'
                   AND WS-TALLY-OUTCOME NOT = 'FORCEOFF'
                   ADD 1 TO WS-OT-AFTER-HRS (WS-OPR-HIT)
               END-IF
           ELSE
               MOVE AUDIT-RECORD (71:8) TO WS-AUD-OPR-ID
               MOVE WS-AUD-OPR-ID TO WS-TARGET-ID
               PERFORM 6000-FIND-OPERATOR
      *        A LOOK AT OR POSTING TO THE OPERATOR'S OWN OR A
      *        RELATED CUSTOMER'S ACCOUNT IS LOGGED AS AN INSIDER
      *        LINE, COUNTED HERE RATHER THAN AS AN INQUIRY.
               IF WS-OPR-HIT > 0
                   AND WS-AUD-OUTCOME (1:6) = 'INSIDE'
                   ADD 1 TO WS-OT-INSIDER (WS-OPR-HIT)
               END-IF
               IF WS-OPR-HIT > 0
                   AND WS-AUD-OUTCOME (1:6) NOT = 'INSIDE'
                   ADD 1 TO WS-OT-INQUIRIES (WS-OPR-HIT)
                   IF WS-AUD-OUTCOME (1:5) = 'FRAUD'
                       ADD 1 TO WS-OT-FRAUD (WS-OPR-HIT)
           MOVE WS-OT-HIGH-BAL (WS-OPR-IDX) TO WS-D-HIGH-BAL
           MOVE WS-OT-FRAUD (WS-OPR-IDX) TO WS-D-FRAUD
           MOVE WS-OT-OFFHOURS (WS-OPR-IDX) TO WS-D-OFFHOURS
           MOVE WS-OT-INSIDER (WS-OPR-IDX) TO WS-D-INSIDER
           MOVE WS-OT-FORCED (WS-OPR-IDX) TO WS-D-FORCED
           MOVE WS-OT-DUP-SIGNON (WS-OPR-IDX) TO WS-D-DUP-SIGNON
           IF WS-OT-FAILED (WS-OPR-IDX) > 0
               OR WS-OT-AFTER-HRS (WS-OPR-IDX) > 0
               OR WS-OT-HIGH-BAL (WS-OPR-IDX) > 0
               OR WS-OT-FRAUD (WS-OPR-IDX) > 0
               OR WS-OT-OFFHOURS (WS-OPR-IDX) > 0
               OR WS-OT-INSIDER (WS-OPR-IDX) > 0
               OR WS-OT-DUP-SIGNON (WS-OPR-IDX) > 0
               MOVE '** REVIEW' TO WS-D-FLAG
               ADD 1 TO WS-FLAGGED-COUNT
           ELSE
