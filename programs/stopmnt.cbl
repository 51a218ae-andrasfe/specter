          05 WS-D-EXPIRY     PIC 9(8).
          05 FILLER          PIC X(05) VALUE ' BY: '.
          05 WS-D-PLACED-BY  PIC X(08).
       01 WS-FEE-CHARGED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-FEE-WAIVED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-FEE-FAILED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-FEE-AREA.
          05 WS-SF-STEP       PIC X(08) VALUE 'STOPMNT'.
          05 WS-SF-EVENT-CODE PIC X(04) VALUE 'STOP'.
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
           PERFORM 1000-OPEN-FILES
           DISPLAY 'CARDS REJECTED      : ' WS-REJECT-COUNT
           DISPLAY 'STOPS ACTIVE        : ' WS-ACTIVE-COUNT
           DISPLAY 'STOPS MATCHED       : ' WS-MATCHED-COUNT
           DISPLAY 'FEES CHARGED        : ' WS-FEE-CHARGED-COUNT
           DISPLAY 'FEES WAIVED         : ' WS-FEE-WAIVED-COUNT
           DISPLAY 'FEES NOT CHARGED    : ' WS-FEE-FAILED-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
               SET STOP-ACTIVE TO TRUE
               MOVE 0 TO STOP-MATCHED-DATE
               MOVE SPACES TO STOP-MATCHED-REF
               MOVE SPACE TO STOP-FEE-STATUS
               WRITE STOP-RECORD
                   INVALID KEY
                      ADD 1 TO WS-REJECT-COUNT
                          ' SEQ ' CARD-SEQ
                   NOT INVALID KEY
                      ADD 1 TO WS-PLACED-COUNT
                      PERFORM 7000-CHARGE-SERVICE-FEE
               END-WRITE
           END-IF.
       5000-CANCEL-STOP.
                       REWRITE STOP-RECORD
                       ADD 1 TO WS-EXPIRED-COUNT
                   END-IF
                   IF STOP-FEE-PENDING
                       PERFORM 6300-CHARGE-COUNTER-FEE
                   END-IF
                   PERFORM 6200-REPORT-ONE-STOP
               END-IF
           END-IF.
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       6300-CHARGE-COUNTER-FEE.
      *    AN ORDER PLACED ONLINE SINCE THE LAST RUN STILL OWES ITS
      *    FEE, WHATEVER HAS HAPPENED TO THE ORDER SINCE.
           PERFORM 7000-CHARGE-SERVICE-FEE
           MOVE SPACE TO STOP-FEE-STATUS
           REWRITE STOP-RECORD.
       7000-CHARGE-SERVICE-FEE.
      *    THE STOP PAYMENT FEE IS DUE ONCE THE ORDER IS ON FILE.
           MOVE STOP-ACCT-ID TO WS-SF-ACCT-ID
           MOVE SPACES TO WS-SF-SERVICE-REF
           STRING 'STOP SEQ ' STOP-SEQ ' BY ' STOP-PLACED-BY
               DELIMITED BY SIZE INTO WS-SF-SERVICE-REF
           CALL 'SVCFEE' USING WS-FEE-AREA
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
           CLOSE STOP-FILE
           CLOSE STOP-CARD-FILE
