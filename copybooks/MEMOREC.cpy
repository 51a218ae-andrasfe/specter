      * MEMO NOTE RECORD LAYOUT - BRANCH INSTRUCTIONS KEPT AGAINST
      * AN ACCOUNT OR A CUSTOMER ON MEMONOTE ('CALL BEFORE RETURNING
      * ITEMS', 'VERIFY BY CALLBACK ONLY').  WRITTEN BY ACCTNTEC,
      * SHOWN ON THE INQUIRY AND POSTING SCREENS AND BY ACCTLOOK,
      * AND SWEPT BY HOUSEKEP.  A CUSTOMER NUMBER IS CARRIED
      * LEFT-JUSTIFIED IN MEMO-KEY-ID.
           05 MEMO-KEY.
              10 MEMO-KEY-TYPE   PIC X(01).
                 88 MEMO-FOR-ACCOUNT  VALUE 'A'.
                 88 MEMO-FOR-CUSTOMER VALUE 'C'.
              10 MEMO-KEY-ID     PIC X(10).
              10 MEMO-SEQ        PIC 9(3).
           05 MEMO-NOTE-DATE     PIC 9(8).
           05 MEMO-AUTHOR        PIC X(08).
      * A NOTE IS SHOWN UP TO AND INCLUDING ITS EXPIRY DATE; ZERO
      * MEANS IT NEVER EXPIRES.  EXPIRING A NOTE FROM THE SCREEN
      * DATES IT YESTERDAY AND RECORDS WHO DID IT.
           05 MEMO-EXPIRY-DATE   PIC 9(8).
           05 MEMO-PRIORITY      PIC X(01).
              88 MEMO-HIGH-PRIORITY   VALUE 'H'.
              88 MEMO-NORMAL-PRIORITY VALUE 'N'.
           05 MEMO-TEXT          PIC X(60).
           05 MEMO-EXPIRED-BY    PIC X(08).
