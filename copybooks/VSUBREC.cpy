      * VIRTUAL SUB-ACCOUNT RECORD LAYOUT - SHARED BY ALL PROGRAMS
      * AGAINST VSUBACCT, KEYED BY MASTER ACCOUNT AND SUB-ACCOUNT
      * REFERENCE.  A MASTER IS ANY ACCOUNT WITH AT LEAST ONE
      * SUB-ACCOUNT ON FILE; ITS LEDGER BALANCE IS HELD FOR THE
      * CLIENTS OF AN ESCROW OR TRUST CUSTOMER AND SHOULD ALWAYS
      * EQUAL THE SUM OF ITS SUB-ACCOUNT BALANCES.  THE REFERENCE
      * IS WHAT A PAYER QUOTES ON THE INCOMING ITEM TO ROUTE IT.
           05 VSB-KEY.
              10 VSB-MASTER-ACCT-ID PIC X(10).
              10 VSB-SUB-REF     PIC X(12).
           05 VSB-NAME           PIC X(30).
           05 VSB-BALANCE        PIC S9(9)V99.
           05 VSB-STATUS         PIC X(01).
              88 VSB-OPEN           VALUE 'A'.
              88 VSB-CLOSED         VALUE 'C'.
           05 VSB-OPENED-DATE    PIC 9(8).
           05 VSB-OPENED-BY      PIC X(08).
           05 VSB-LAST-ACTIVITY-DATE PIC 9(8).
      * POSTING DATE OF THE MASTER'S INTEREST LAST SHARED OUT TO
      * THIS SUB-ACCOUNT BY VSUBINT; ZERO UNTIL THE FIRST TIME.
           05 VSB-LAST-INT-DATE  PIC 9(8).
