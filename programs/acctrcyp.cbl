          05 RDR-AMOUNT      PIC S9(9)V99.
          05 RDR-REF         PIC X(12).
          05 RDR-EFFECTIVE-DATE PIC 9(8).
          05 RDR-DEST-ACCT-ID PIC X(10).
          05 RDR-ORIG-REF    PIC X(12).
          05 RDR-CHQ-SERIAL  PIC X(10).
          05 RDR-AUTH-CUST-NO PIC X(08).
          05 RDR-SUB-REF     PIC X(12).
       FD AGING-REPORT-FILE.
       01 AGING-REPORT-LINE  PIC X(80).
       WORKING-STORAGE SECTION.
               MOVE RCYC-AMOUNT TO RDR-AMOUNT
               MOVE RCYC-TRN-REF TO RDR-REF
               MOVE RCYC-EFFECTIVE-DATE TO RDR-EFFECTIVE-DATE
               MOVE SPACES TO RDR-DEST-ACCT-ID
               MOVE SPACES TO RDR-ORIG-REF
               MOVE RCYC-CHQ-SERIAL TO RDR-CHQ-SERIAL
               MOVE RCYC-AUTH-CUST-NO TO RDR-AUTH-CUST-NO
               MOVE RCYC-SUB-REF TO RDR-SUB-REF
               WRITE REDRIVE-RECORD
               ADD 1 TO WS-REDRIVEN-COUNT
               ADD 1 TO RCYC-RETRY-COUNT
