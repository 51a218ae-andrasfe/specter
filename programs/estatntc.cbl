          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       01 WS-FEE-CHARGED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-FEE-WAIVED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-FEE-FAILED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-FEE-AREA.
          05 WS-SF-STEP       PIC X(08) VALUE 'ESTATNTC'.
          05 WS-SF-EVENT-CODE PIC X(04) VALUE 'ESTN'.
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
      *    NEWLY MARKED DECEASED CUSTOMERS ARE FOUND ONCE A NIGHT
      *    AND AN ESTATE ALERT IS QUEUED PER ACCOUNT INTO THE
      *    ACCTNOTE STREAM, WHERE NOTIFDSP TURNS IT INTO A LETTER
      *    OR A BRANCH CALL BY THE USUAL DELIVERY PREFERENCES.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           END-IF
           DISPLAY 'ESTATES NOTIFIED  : ' WS-CUSTOMER-COUNT
           DISPLAY 'NOTICES QUEUED    : ' WS-NOTICE-COUNT
           DISPLAY 'FEES CHARGED      : ' WS-FEE-CHARGED-COUNT
           DISPLAY 'FEES WAIVED       : ' WS-FEE-WAIVED-COUNT
           DISPLAY 'FEES NOT CHARGED  : ' WS-FEE-FAILED-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT OF ACCOUNT-RECORD TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION OF ACCOUNT-RECORD
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               ACCT-ID OF SORT-RECORD
               ' DECEASED: ' CUST-DATE-OF-DEATH
               DELIMITED BY SIZE INTO NOTIFICATION-RECORD
           WRITE NOTIFICATION-RECORD
           PERFORM 7000-CHARGE-SERVICE-FEE.
       7000-CHARGE-SERVICE-FEE.
      *    THE ESTATE NOTICE FEE IS DUE ON EACH ACCOUNT NOTIFIED.
           MOVE ACCT-ID OF SORT-RECORD TO WS-SF-ACCT-ID
           MOVE SPACES TO WS-SF-SERVICE-REF
           STRING 'ESTATE OF ' WS-CURRENT-CUST
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
           CLOSE CUSTOMER-FILE
           CLOSE NOTIFICATION-FILE.
