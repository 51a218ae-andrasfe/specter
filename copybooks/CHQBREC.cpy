      * CHEQUE BOOK ISSUANCE RECORD LAYOUT - SHARED BY CHQBMNT,
      * PPAYLOAD AND CHQCLR AGAINST CHQBOOK, KEYED BY ACCOUNT AND
      * THE FIRST SERIAL IN THE BOOK SO ONE ACCOUNT'S BOOKS READ
      * TOGETHER.  A PRESENTED CHEQUE IS GOOD ONLY IF ITS SERIAL
      * FALLS INSIDE AN ACTIVE BOOK; A BOOK REPORTED LOST OR STOLEN
      * IS CANCELLED RATHER THAN DELETED SO ITS RANGE STAYS BARRED.
      * A BOOK ISSUED UNDER POSITIVE PAY ONLY PAYS CHEQUES THE
      * CUSTOMER HAS SENT US ON ITS ISSUE FILE.
           05 CHQB-KEY.
              10 CHQB-ACCT-ID    PIC X(10).
              10 CHQB-SERIAL-FROM PIC 9(10).
           05 CHQB-SERIAL-TO     PIC 9(10).
           05 CHQB-ISSUED-DATE   PIC 9(8).
           05 CHQB-ISSUED-BY     PIC X(08).
           05 CHQB-POSITIVE-PAY  PIC X(01).
              88 CHQB-PPAY-ENROLLED VALUE 'Y'.
           05 CHQB-STATUS        PIC X(01).
              88 CHQB-ACTIVE        VALUE 'A'.
              88 CHQB-CANCELLED     VALUE 'X'.
           05 CHQB-CANCELLED-DATE PIC 9(8).
           05 CHQB-CANCELLED-BY  PIC X(08).
