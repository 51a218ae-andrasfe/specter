      * SUB-ACCOUNT HISTORY RECORD LAYOUT - SHARED BY ALL PROGRAMS
      * AGAINST VSUBHIST, APPENDED IN POSTING ORDER.  ONE RECORD PER
      * MOVEMENT ON A VIRTUAL SUB-ACCOUNT: ROUTED CREDITS AND DEBITS
      * FROM ACCTPOST, INTEREST SHARED OUT BY VSUBINT, AND OPENING
      * BALANCES LOADED BY VSUBMNT.  THE SUB-ACCOUNT STATEMENT IS
      * BUILT FROM IT.
           05 VSH-MASTER-ACCT-ID PIC X(10).
           05 VSH-SUB-REF        PIC X(12).
           05 VSH-POST-DATE      PIC 9(8).
           05 VSH-TRN-CODE       PIC X(01).
              88 VSH-IS-CREDIT      VALUE 'C'.
              88 VSH-IS-DEBIT       VALUE 'D'.
              88 VSH-IS-FEE         VALUE 'F'.
              88 VSH-IS-INTEREST    VALUE 'I'.
              88 VSH-IS-OPENING     VALUE 'L'.
              88 VSH-DEBIT-TYPE     VALUE 'D' 'F'.
           05 VSH-AMOUNT         PIC S9(9)V99.
           05 VSH-RESULT-BALANCE PIC S9(9)V99.
           05 VSH-TRN-REF        PIC X(12).
           05 VSH-RUN-ID         PIC X(08).
