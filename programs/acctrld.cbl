       01 WS-RELOAD-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-EXPECTED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-RETURN-CODE     PIC 9(1) VALUE 0.
       01 WS-LAYOUT-REJECT-COUNT PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    THE UNLOAD MUST BE AT THE LAYOUT THIS PROGRAM IS COMPILED
      *    WITH.  THE FIRST RECORD IS CHECKED BEFORE ACCTFILE IS
      *    OPENED FOR OUTPUT, SO AN UNCONVERTED UNLOAD LEAVES THE
      *    CLUSTER UNTOUCHED; ANY LATER RECORD AT ANOTHER LAYOUT IS
      *    NOT LOADED AND FAILS THE COUNT CHECK.
           PERFORM 1000-OPEN-FILES
           PERFORM 1500-READ-EXPECTED-COUNT
           PERFORM 2000-READ-UNLOAD
           PERFORM 1600-CHECK-UNLOAD-LAYOUT
           PERFORM 1700-OPEN-ACCOUNT-FILE
           PERFORM 3000-RELOAD-ACCOUNT UNTIL UNLOAD-EOF
           DISPLAY 'ACCOUNTS RELOADED: ' WS-RELOAD-COUNT
           PERFORM 4000-VERIFY-COUNT
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
       1500-READ-EXPECTED-COUNT.
           READ COUNT-FILE INTO COUNT-RECORD
               AT END
                  MOVE 0 TO COUNT-RECORD
           END-READ
           MOVE COUNT-RECORD TO WS-EXPECTED-COUNT.
       1600-CHECK-UNLOAD-LAYOUT.
           IF NOT UNLOAD-EOF
               AND NOT ACCT-LAYOUT-CURRENT OF UNLOAD-RECORD
               DISPLAY 'UNLOAD LAYOUT VERSION '
                   ACCT-LAYOUT-VERSION OF UNLOAD-RECORD
                   ' IS NOT THE CURRENT LAYOUT, CONVERT WITH ACCTCONV'
               CLOSE UNLOAD-FILE
               CLOSE COUNT-FILE
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
       1700-OPEN-ACCOUNT-FILE.
           OPEN OUTPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
       2000-READ-UNLOAD.
           READ UNLOAD-FILE INTO UNLOAD-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-RELOAD-ACCOUNT.
           IF ACCT-LAYOUT-CURRENT OF UNLOAD-RECORD
               MOVE UNLOAD-RECORD TO ACCOUNT-RECORD
               WRITE ACCOUNT-RECORD
                   INVALID KEY
                      DISPLAY 'RELOAD WRITE FAILED, STATUS '
                          WS-FILE-STATUS ': ' ACCT-ID OF ACCOUNT-RECORD
                   NOT INVALID KEY
                      ADD 1 TO WS-RELOAD-COUNT
               END-WRITE
           ELSE
               ADD 1 TO WS-LAYOUT-REJECT-COUNT
               DISPLAY 'RELOAD SKIPPED, LAYOUT VERSION '
                   ACCT-LAYOUT-VERSION OF UNLOAD-RECORD ': '
                   ACCT-ID OF UNLOAD-RECORD
           END-IF
           PERFORM 2000-READ-UNLOAD.
       4000-VERIFY-COUNT.
           IF WS-RELOAD-COUNT = WS-EXPECTED-COUNT
