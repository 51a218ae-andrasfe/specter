      * NEGOTIATED RATE EXCEPTION RECORD LAYOUT - SHARED BY RATXMNT,
      * ACCTINTR AND RATXEXP AGAINST RATEXCP.  ONE RECORD PER
      * ACCOUNT.  WHILE TODAY FALLS BETWEEN THE START AND END DATES
      * (BOTH INCLUSIVE) ACCTINTR ACCRUES CREDIT INTEREST AT THE
      * AGREED DAILY RATE INSTEAD OF THE PRODUCT, BAND OR DATED
      * RATE.  AN EXCEPTION IS NEVER DELETED; ENDING IT EARLY
      * BRINGS THE END DATE FORWARD, SO THE RECORD SHOWS WHO AGREED
      * WHAT FOR HOW LONG.
           05 RX-ACCT-ID         PIC X(10).
           05 RX-DAILY-RATE      PIC V9(6).
           05 RX-START-DATE      PIC 9(8).
           05 RX-END-DATE        PIC 9(8).
           05 RX-APPROVED-BY     PIC X(08).
           05 RX-REASON          PIC X(30).
           05 RX-ENTERED-BY      PIC X(08).
           05 RX-ENTERED-DATE    PIC 9(8).
