      * SAFE-DEPOSIT RENTAL RECORD (SDRENTAL) - THE RENTER OF A BOX,
      * KEYED LIKE SDBOXES BY BRANCH AND BOX NUMBER.  OPENED AND
      * ENDED BY SDBMAINT, BILLED BY SDBBILL ON EACH ANNIVERSARY
      * THROUGH A DEBIT ON ACCTTRN, AND READ BY SDBRPT.  AN ENDED
      * RENTAL STAYS ON FILE UNTIL THE BOX IS RENTED AGAIN.
           05 SDRN-BOX-KEY.
              10 SDRN-BRANCH     PIC X(04).
              10 SDRN-BOX-NO     PIC X(06).
           05 SDRN-CUST-NO       PIC X(08).
      * THE ACCOUNT THE RENT IS DEBITED TO.
           05 SDRN-BILL-ACCT     PIC X(10).
      * DATE THE RENTAL OPENED; RENT FALLS DUE EVERY YEAR ON IT.
           05 SDRN-ANNIV-DATE    PIC 9(8).
           05 SDRN-ANNUAL-RENT   PIC 9(5)V99.
      * A RENTAL GOES PAST DUE WHEN THE RENT CANNOT BE COLLECTED ON
      * THE ANNIVERSARY, AND DRILL-ELIGIBLE WHEN STILL UNPAID AFTER
      * THE GRACE PERIOD.  SDBBILL KEEPS TRYING UNTIL IT IS PAID.
           05 SDRN-STATUS        PIC X(01).
              88 SDRN-ACTIVE        VALUE 'A'.
              88 SDRN-PAST-DUE      VALUE 'P'.
              88 SDRN-DRILL-ELIGIBLE VALUE 'D'.
              88 SDRN-ENDED         VALUE 'E'.
              88 SDRN-IN-FORCE      VALUE 'A' 'P' 'D'.
           05 SDRN-NEXT-DUE-DATE PIC 9(8).
      * THE ANNIVERSARY WHOSE RENT IS UNPAID; ZERO WHEN CURRENT.
           05 SDRN-DUE-SINCE     PIC 9(8).
           05 SDRN-YEARS-BILLED  PIC 9(3).
           05 SDRN-LAST-BILLED-DATE PIC 9(8).
           05 SDRN-LAST-BILLED-AMT PIC 9(5)V99.
           05 SDRN-ENDED-DATE    PIC 9(8).
           05 SDRN-OPENED-BY     PIC X(08).
