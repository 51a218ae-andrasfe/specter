          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       01 WS-FEE-CHARGED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-FEE-WAIVED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-FEE-FAILED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-FEE-AREA.
          05 WS-SF-STEP       PIC X(08) VALUE 'RETMAIL'.
          05 WS-SF-EVENT-CODE PIC X(04) VALUE 'RMAL'.
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
      *    EACH RETURNED-MAIL CARD FLAGS THE ADDRESS BAD WITH THE
           PERFORM 3000-APPLY-RETURN-CARD UNTIL CARD-EOF
           DISPLAY 'ADDRESSES FLAGGED BAD: ' WS-FLAGGED-COUNT
           DISPLAY 'CARDS REJECTED       : ' WS-REJECT-COUNT
           DISPLAY 'FEES CHARGED         : ' WS-FEE-CHARGED-COUNT
           DISPLAY 'FEES WAIVED          : ' WS-FEE-WAIVED-COUNT
           DISPLAY 'FEES NOT CHARGED     : ' WS-FEE-FAILED-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
               NOT INVALID KEY
                  ADD 1 TO WS-FLAGGED-COUNT
                  PERFORM 5000-WRITE-WORKLIST-ENTRY
                  PERFORM 7000-CHARGE-SERVICE-FEE
           END-REWRITE.
       5000-WRITE-WORKLIST-ENTRY.
           MOVE SPACES TO WORKLIST-RECORD
               ' NAME: ' ADDR-NAME-LINE-1
               DELIMITED BY SIZE INTO WORKLIST-RECORD
           WRITE WORKLIST-RECORD.
       7000-CHARGE-SERVICE-FEE.
      *    THE ADDRESS RESEARCH FEE IS DUE ONCE THE ACCOUNT IS ON
      *    THE BRANCH WORK LIST.
           MOVE CARD-ACCT-ID TO WS-SF-ACCT-ID
           MOVE SPACES TO WS-SF-SERVICE-REF
           STRING 'RETURNED MAIL ' CARD-REASON
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
           CLOSE ADDRESS-FILE
           CLOSE RETURN-CARD-FILE
