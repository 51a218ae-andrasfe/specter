           88 ACCOUNT-EOF    VALUE 'Y'.
       01 WS-ARCHIVE-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-RETAINED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-HELD-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-RETENTION-DAYS  PIC 9(5) COMP VALUE 365.
       01 WS-DELETE-SWITCH   PIC X VALUE 'N'.
           88 DELETE-OK      VALUE 'Y'.
          05 WS-DC-DATE-2     PIC 9(8).
          05 WS-DC-DAYS       PIC S9(9) COMP.
          05 WS-DC-SERIAL     PIC 9(9) COMP.
       01 WS-HOLD-AREA.
          05 WS-LH-STEP       PIC X(08) VALUE 'ACCTARCH'.
          05 WS-LH-ACCT-ID    PIC X(10).
          05 WS-LH-CUST-NO    PIC X(08).
          05 WS-LH-ITEM       PIC X(30).
          05 WS-LH-FLAG       PIC X(01).
             88 ACCOUNT-ON-HOLD VALUE 'Y'.
          05 WS-LH-HOLD-TYPE  PIC X(01).
          05 WS-LH-HOLD-ID    PIC X(10).
          05 WS-LH-MATTER-NO  PIC X(12).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           MOVE WS-YEAR TO WS-T-YEAR
           PERFORM 3000-PROCESS-ACCOUNT UNTIL ACCOUNT-EOF
           DISPLAY 'ACCOUNTS ARCHIVED : ' WS-ARCHIVE-COUNT
           DISPLAY 'ACCOUNTS RETAINED : ' WS-RETAINED-COUNT
           DISPLAY 'HELD FOR LEGAL    : ' WS-HELD-COUNT
           PERFORM 9000-CLOSE-FILES
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
                   WS-BUSDAY-AREA, WS-DAYCOUNT-AREA
               MOVE WS-DC-DAYS TO WS-DAYS-CLOSED
               IF WS-DAYS-CLOSED >= WS-RETENTION-DAYS
                   PERFORM 3500-CHECK-LEGAL-HOLD
                   IF ACCOUNT-ON-HOLD
                       ADD 1 TO WS-RETAINED-COUNT
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       PERFORM 4000-ARCHIVE-AND-PURGE
                   END-IF
               ELSE
                   ADD 1 TO WS-RETAINED-COUNT
               END-IF
               ADD 1 TO WS-RETAINED-COUNT
           END-IF
           PERFORM 2000-READ-ACCOUNT.
       3500-CHECK-LEGAL-HOLD.
      *    AN ACCOUNT UNDER A LEGAL HOLD IS NEVER PURGED, HOWEVER
      *    LONG IT HAS BEEN CLOSED; LHLDCHK LOGS IT AS LEFT IN PLACE.
           MOVE ACCT-ID TO WS-LH-ACCT-ID
           MOVE ACCT-CUSTOMER-NO TO WS-LH-CUST-NO
           MOVE SPACES TO WS-LH-ITEM
           STRING 'CLOSED, LAST ACTIVITY '
               ACCT-LAST-ACTIVITY-DATE
               DELIMITED BY SIZE INTO WS-LH-ITEM
           CALL 'LHLDCHK' USING WS-HOLD-AREA.
       4000-ARCHIVE-AND-PURGE.
           MOVE ACCT-ID TO ARC-ACCT-ID
           MOVE ACCT-NAME TO ARC-ACCT-NAME
