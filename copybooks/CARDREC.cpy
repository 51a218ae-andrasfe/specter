      * DEBIT CARD MASTER RECORD LAYOUT - SHARED BY CARDMNT,
      * CRDAUTH, CRDSETL AND THE ONLINE CARD BLOCK AGAINST CARDFILE,
      * KEYED BY CARD NUMBER.  EVERY CARD DRAWS ON ONE ACCOUNT.  A
      * LOST OR STOLEN CARD IS BLOCKED, NOT DELETED, SO A LATE
      * AUTHORIZATION ON IT IS STILL RECOGNISED AND DECLINED.
           05 CARD-NUMBER        PIC X(16).
           05 CARD-ACCT-ID       PIC X(10).
           05 CARD-CUSTOMER-NO   PIC X(08).
           05 CARD-STATUS        PIC X(01).
              88 CARD-ACTIVE        VALUE 'A'.
              88 CARD-LOST          VALUE 'L'.
              88 CARD-STOLEN        VALUE 'S'.
              88 CARD-BLOCKED       VALUE 'L' 'S'.
              88 CARD-CLOSED        VALUE 'X'.
      * LAST MONTH THE CARD IS VALID, YYYYMM.
           05 CARD-EXPIRY        PIC 9(6).
      * DAILY LIMITS BY CHANNEL AND WHAT HAS BEEN AUTHORIZED AGAINST
      * THEM ON THE USAGE DATE; THE FIRST AUTHORIZATION ON A NEW
      * DAY STARTS BOTH FROM ZERO.
           05 CARD-ATM-LIMIT     PIC S9(7)V99.
           05 CARD-POS-LIMIT     PIC S9(7)V99.
           05 CARD-USAGE-DATE    PIC 9(8).
           05 CARD-ATM-USED      PIC S9(7)V99.
           05 CARD-POS-USED      PIC S9(7)V99.
           05 CARD-ISSUED-DATE   PIC 9(8).
           05 CARD-ISSUED-BY     PIC X(08).
           05 CARD-BLOCKED-DATE  PIC 9(8).
           05 CARD-BLOCKED-BY    PIC X(08).
