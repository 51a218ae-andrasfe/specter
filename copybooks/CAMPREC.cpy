      * BONUS-RATE CAMPAIGN RECORD LAYOUT - SHARED BY CAMPMNT,
      * ACCTINTR AND CAMPRPT AGAINST CAMPFILE.  ONE RECORD PER
      * MARKETING CAMPAIGN.  AN ENROLLED ACCOUNT EARNS THE BONUS
      * DAILY RATE ON TOP OF ITS NORMAL INTEREST, BUT ONLY ON THE
      * BALANCE ABOVE ITS BASELINE AND ONLY BETWEEN THE START AND
      * END DATES (BOTH INCLUSIVE).  ACCOUNTS MAY JOIN UP TO THE
      * ENROLLMENT DEADLINE.  ALL-SPACES PRODUCT SLOTS MEAN ANY
      * PRODUCT MAY JOIN.
           05 CMP-CODE           PIC X(06).
           05 CMP-DESCRIPTION    PIC X(30).
           05 CMP-PRODUCT-LIST.
              10 CMP-PRODUCT     PIC X(03) OCCURS 5 TIMES.
           05 CMP-BONUS-RATE     PIC V9(6).
           05 CMP-START-DATE     PIC 9(8).
           05 CMP-END-DATE       PIC 9(8).
           05 CMP-ENROLL-DEADLINE PIC 9(8).
           05 CMP-UPDATED-BY     PIC X(08).
           05 CMP-UPDATED-DATE   PIC 9(8).
