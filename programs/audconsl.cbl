       01 WS-SEQ             PIC 9(7) VALUE 0.
       01 WS-APPENDED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-PURGED-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-HELD-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-CUTOFF-DATE     PIC 9(8) VALUE 0.
       01 WS-SAVE-KEY.
          05 WS-SAVE-DATE    PIC 9(8).
          05 WS-SAVE-RUN     PIC X(08).
          05 WS-SAVE-SEQ     PIC 9(7).
       01 WS-SAVE-ACCT       PIC X(10) VALUE SPACES.
       01 WS-HOLD-AREA.
          05 WS-LH-STEP       PIC X(08) VALUE 'AUDCONSL'.
          05 WS-LH-ACCT-ID    PIC X(10).
          05 WS-LH-CUST-NO    PIC X(08).
          05 WS-LH-ITEM       PIC X(30).
          05 WS-LH-FLAG       PIC X(01).
             88 ACCOUNT-ON-HOLD VALUE 'Y'.
          05 WS-LH-HOLD-TYPE  PIC X(01).
          05 WS-LH-HOLD-ID    PIC X(10).
          05 WS-LH-MATTER-NO  PIC X(12).
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
           PERFORM 3000-PURGE-EXPIRED-ENTRIES
           DISPLAY 'AUDIT ENTRIES APPENDED: ' WS-APPENDED-COUNT
           DISPLAY 'AUDIT ENTRIES PURGED  : ' WS-PURGED-COUNT
           DISPLAY 'AUDIT ENTRIES HELD    : ' WS-HELD-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
                   MOVE 'Y' TO WS-MSTR-EOF
               ELSE
                   IF AUDM-DATE < WS-CUTOFF-DATE
                       PERFORM 3050-CHECK-LEGAL-HOLD
                       IF ACCOUNT-ON-HOLD
                           ADD 1 TO WS-HELD-COUNT
                       ELSE
                           PERFORM 3150-DELETE-EXPIRED-ENTRY
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-MSTR-EOF
                   END-IF
               END-IF
           END-IF.
       3050-CHECK-LEGAL-HOLD.
      *    AN EXPIRED ENTRY FOR AN ACCOUNT UNDER A LEGAL HOLD STAYS
      *    ON THE MASTER AND THE ACCOUNT PATH; THE SCAN STEPS PAST
      *    IT AND LHLDCHK LOGS IT AS LEFT IN PLACE.
           MOVE 'N' TO WS-LH-FLAG
           IF AUDM-ACCT-ID NOT = SPACES
               MOVE AUDM-ACCT-ID TO WS-LH-ACCT-ID
               MOVE SPACES TO WS-LH-CUST-NO
               MOVE SPACES TO WS-LH-ITEM
               STRING 'AUDIT ENTRY ' AUDM-DATE ' ' AUDM-RUN-ID
                   DELIMITED BY SIZE INTO WS-LH-ITEM
               CALL 'LHLDCHK' USING WS-HOLD-AREA
           END-IF.
       3150-DELETE-EXPIRED-ENTRY.
           MOVE AUDM-KEY TO WS-SAVE-KEY
           MOVE AUDM-ACCT-ID TO WS-SAVE-ACCT
           DELETE AUDIT-MASTER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  ADD 1 TO WS-PURGED-COUNT
                  PERFORM 3200-PURGE-ACCT-PATH
           END-DELETE
           MOVE WS-SAVE-KEY TO AUDM-KEY
           START AUDIT-MASTER-FILE
               KEY IS GREATER THAN AUDM-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-MSTR-EOF
           END-START.
       3200-PURGE-ACCT-PATH.
           IF ACCT-PATH-AVAILABLE AND WS-SAVE-ACCT NOT = SPACES
               MOVE WS-SAVE-ACCT TO AUDX-ACCT-ID
