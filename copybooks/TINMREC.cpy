      * TIN-MISMATCH CASE RECORD LAYOUT - SHARED BY ALL PROGRAMS
      * AGAINST TINMFILE, KEYED BY CUSTOMER NUMBER.  OPENED BY
      * TINMATCH WHEN THE TAX AUTHORITY REJECTS A CUSTOMER'S TIN;
      * BACKUP WITHHOLDING STARTS AND A NOTICE GOES OUT, AND THE
      * CASE STAYS OPEN UNTIL THE CUSTOMER ANSWERS IT.
           05 TNM-CUST-NO        PIC X(08).
           05 TNM-STATUS         PIC X(01).
              88 TNM-OPEN           VALUE 'O'.
              88 TNM-CLOSED         VALUE 'C'.
           05 TNM-TIN            PIC X(09).
           05 TNM-RESULT-CODE    PIC X(01).
      * NOTICE 1 ASKS FOR A SIGNED CERTIFICATION OF THE CORRECT
      * TIN.  A SECOND MISMATCH WITHIN THREE YEARS OF THE FIRST
      * NOTICE SENDS NOTICE 2, AND FROM THEN ON THE CUSTOMER'S
      * OWN CORRECTION IS NOT ACCEPTED - ONLY A VALIDATION FROM
      * THE ISSUING AUTHORITY CLOSES THE CASE.
           05 TNM-NOTICE-COUNT   PIC 9(01).
           05 TNM-FIRST-NOTICE-DATE PIC 9(8).
           05 TNM-NOTICE-DATE    PIC 9(8).
           05 TNM-DEADLINE-DATE  PIC 9(8).
           05 TNM-CORRECTION-BAR PIC X(01).
              88 TNM-CORRECTIONS-BARRED VALUE 'Y'.
           05 TNM-RESPONDED      PIC X(01).
              88 TNM-CUSTOMER-RESPONDED VALUE 'Y'.
           05 TNM-RESPONSE-DATE  PIC 9(8).
           05 TNM-RESPONSE-TYPE  PIC X(01).
              88 TNM-CERTIFIED      VALUE 'R'.
              88 TNM-VALIDATED      VALUE 'V'.
           05 TNM-CLOSED-DATE    PIC 9(8).
           05 TNM-UPDATED-BY     PIC X(08).
