      * CARD AUTHORIZATION RECORD LAYOUT - SHARED BY CRDAUTH AND
      * CRDSETL AGAINST CARDAUTH, KEYED BY THE NETWORK'S
      * AUTHORIZATION ID.  AN APPROVED AUTHORIZATION RESERVES ITS
      * AMOUNT WITH AN ACCTHOLD MEMO HOLD UNTIL THE ITEM SETTLES OR
      * THE HOLD EXPIRES; CAUT-HOLD-SEQ NAMES THAT HOLD.
           05 CAUT-AUTH-ID       PIC X(12).
           05 CAUT-CARD-NUMBER   PIC X(16).
           05 CAUT-ACCT-ID       PIC X(10).
           05 CAUT-CHANNEL       PIC X(01).
              88 CAUT-ATM           VALUE 'A'.
              88 CAUT-POS           VALUE 'P'.
           05 CAUT-AMOUNT        PIC S9(9)V99.
           05 CAUT-MERCHANT      PIC X(20).
           05 CAUT-AUTH-DATE     PIC 9(8).
           05 CAUT-HOLD-SEQ      PIC 9(3).
           05 CAUT-HOLD-EXPIRY   PIC 9(8).
           05 CAUT-STATUS        PIC X(01).
              88 CAUT-HELD          VALUE 'A'.
              88 CAUT-DECLINED      VALUE 'D'.
              88 CAUT-SETTLED       VALUE 'S'.
              88 CAUT-EXPIRED       VALUE 'E'.
           05 CAUT-DECLINE-REASON PIC X(04).
           05 CAUT-SETTLED-AMOUNT PIC S9(9)V99.
           05 CAUT-SETTLED-DATE  PIC 9(8).
           05 CAUT-SETTLE-REF    PIC X(12).
