          05 WS-T-DAY        PIC 9(2).
       01 WS-TODAY-JULIAN    PIC 9(9) COMP.
       01 WS-NEXT-JULIAN     PIC 9(9) COMP.
       01 WS-SRC-ENTITY      PIC X(02) VALUE SPACES.
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
       01 WS-BUSDAY-AREA.
          05 WS-BD-FUNCTION   PIC X(01).
          05 WS-BD-DATE-IN    PIC 9(8).
          05 WS-STAT-ELAPSED  PIC 9(7).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           MOVE WS-YEAR TO WS-T-YEAR
           MOVE 0 TO WS-STAT-ELAPSED
           CALL 'STATUTIL' USING WS-STAT-AREA
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
                   IF REWRITE-OK
                       MOVE 'D' TO WS-JRNL-CODE
                       PERFORM 6000-WRITE-JOURNAL
                       MOVE ACCT-ENTITY-CODE TO WS-SRC-ENTITY
                       PERFORM 4300-CREDIT-DESTINATION
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
           MOVE SI-DEST-ACCT-ID TO ACCT-ID
           PERFORM 4100-READ-ACCOUNT-RANDOM
           IF ACCOUNT-FOUND
               PERFORM 4310-CHECK-ENTITIES
               IF NOT ENTITY-OK
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'STANDING CREDIT REJECTED, ENTITY '
                       WS-SRC-ENTITY ' TO ' ACCT-ENTITY-CODE
                       ' NOT VIA SETTLEMENT: ' SI-DEST-ACCT-ID
                   PERFORM 4350-REVERSE-SOURCE-DEBIT
               ELSE
               IF ACCT-ON-HOLD OR ACCT-FROZEN OR ACCT-CLOSED
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'STANDING CREDIT REJECTED, NOT ACTIVE: '
                       PERFORM 4350-REVERSE-SOURCE-DEBIT
                   END-IF
               END-IF
               END-IF
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'STANDING INSTRUCTION DEST NOT FOUND: '
               PERFORM 4350-REVERSE-SOURCE-DEBIT
           END-IF
           PERFORM 5000-WRITE-STANDING-OUT.
       4310-CHECK-ENTITIES.
      *    AN INSTRUCTION BETWEEN TWO BANK ENTITIES ONLY RUNS WHEN
      *    ONE SIDE IS ITS ENTITY'S SETTLEMENT ACCOUNT.
           MOVE 'T' TO WS-ENTY-FUNCTION
           MOVE WS-SRC-ENTITY TO WS-ENTY-CODE
           MOVE SI-SOURCE-ACCT-ID TO WS-ENTY-FROM-ACCT
           MOVE ACCT-ENTITY-CODE TO WS-ENTY-TO-CODE
           MOVE SI-DEST-ACCT-ID TO WS-ENTY-TO-ACCT
           CALL 'ENTYUTIL' USING WS-ENTY-AREA.
       4350-REVERSE-SOURCE-DEBIT.
           MOVE SI-SOURCE-ACCT-ID TO ACCT-ID
           PERFORM 4100-READ-ACCOUNT-RANDOM
       6000-WRITE-JOURNAL.
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY-DATE TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 6010-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD.
       6010-JOURNAL-WRITE-ATTEMPT.
