      * RECORD LEAVES A BEFORE/AFTER IMAGE PAIR HERE, KEYED BY
      * ACCOUNT AND TIMESTAMP, SO A DISPUTED FIELD CHANGE CAN BE
      * TRACED TO ITS PRIOR VALUE AND THE PROGRAM THAT MADE IT.
      * ONLINE CUSTOMER MAINTENANCE (ACCTCMTC) FILES CUSTFILE IMAGES
      * HERE TOO, KEYED BY CUSTOMER NUMBER; MH-PROGRAM TELLS THE
      * TWO LAYOUTS APART.
           05 MH-KEY.
              10 MH-ACCT-ID      PIC X(10).
              10 MH-DATE         PIC 9(8).
