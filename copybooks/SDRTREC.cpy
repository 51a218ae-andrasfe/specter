      * SAFE-DEPOSIT RENT SCHEDULE RECORD (SDRATES) - THE ANNUAL RENT
      * FOR EACH BOX SIZE, SET BY SDBMAINT.  A NEW RENTAL TAKES THE
      * RENT IN FORCE WHEN IT IS OPENED AND KEEPS IT.
           05 SDRT-SIZE          PIC X(01).
           05 SDRT-ANNUAL-RENT   PIC 9(5)V99.
           05 SDRT-SET-DATE      PIC 9(8).
           05 SDRT-SET-BY        PIC X(08).
