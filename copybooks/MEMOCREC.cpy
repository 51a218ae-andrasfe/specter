      * MEMO NOTES COMMAREA - PASSED ON XCTL TO ACCTNTEC BY THE
      * ACCOUNT AND CUSTOMER INQUIRY SCREENS, AND HANDED BACK TO THE
      * CALLER NAMED IN MEMC-RETURN-PROG ON PF3.  THE LEADING FIELDS
      * ARE THE ONES EVERY TRANSACTION BEHIND ACCTMENU CARRIES, AND
      * THE CUSTOMER NUMBER SITS WHERE ACCTCUSC KEEPS IT, SO THE
      * CALLER PICKS UP WHERE IT LEFT OFF.
           05 MEMC-ACCT-ID       PIC X(10).
           05 MEMC-OPR-ID        PIC X(08).
           05 MEMC-OPR-PRIV      PIC X(01).
           05 MEMC-MAY-POST      PIC X(01).
           05 MEMC-MAY-MAINTAIN  PIC X(01).
           05 MEMC-MAY-CLOSE     PIC X(01).
           05 MEMC-CUST-NO       PIC X(08).
           05 MEMC-NOTE-TYPE     PIC X(01).
           05 MEMC-NOTE-ID       PIC X(10).
           05 MEMC-RETURN-PROG   PIC X(08).
           05 MEMC-MORE          PIC X(01).
           05 MEMC-NEXT-SEQ      PIC 9(03).
