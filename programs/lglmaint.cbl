          05 WS-D-AGENCY     PIC X(20).
          05 FILLER          PIC X(05) VALUE ' DUE '.
          05 WS-D-DEADLINE   PIC 9(8).
       01 WS-FEE-CHARGED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-FEE-WAIVED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-FEE-FAILED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-FEE-AREA.
          05 WS-SF-STEP       PIC X(08) VALUE 'LGLMAINT'.
          05 WS-SF-EVENT-CODE PIC X(04) VALUE 'GARN'.
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
      *    COURT-ORDER CARDS PLACE AND RELEASE GARNISHMENTS AND
           DISPLAY 'ORDERS OUTSTANDING: ' WS-OPEN-COUNT
           DISPLAY 'ORDERS SATISFIED  : ' WS-SATISFIED-COUNT
           DISPLAY 'AMOUNT OUTSTANDING: ' WS-OUTSTANDING-AMT
           DISPLAY 'FEES CHARGED      : ' WS-FEE-CHARGED-COUNT
           DISPLAY 'FEES WAIVED       : ' WS-FEE-WAIVED-COUNT
           DISPLAY 'FEES NOT CHARGED  : ' WS-FEE-FAILED-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
                          ' SEQ ' CARD-SEQ
                   NOT INVALID KEY
                      ADD 1 TO WS-PLACED-COUNT
                      PERFORM 7000-CHARGE-SERVICE-FEE
               END-WRITE
           END-IF.
       5000-RELEASE-ORDER.
                   WRITE REPORT-LINE
               END-IF
           END-IF.
       7000-CHARGE-SERVICE-FEE.
      *    GARNISHMENTS AND LEVIES ARE PROCESSED ALIKE AND CARRY
      *    THE SAME LEGAL-PROCESS FEE ONCE THE ORDER IS ON FILE.
           MOVE CARD-ACCT-ID TO WS-SF-ACCT-ID
           MOVE SPACES TO WS-SF-SERVICE-REF
           STRING 'ORDER ' CARD-ORDER-TYPE ' SEQ ' CARD-SEQ
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
           CLOSE LEGAL-FILE
           CLOSE LEGAL-CARD-FILE
