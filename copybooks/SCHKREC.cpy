      * SESSION CHECK COMMAREA - PASSED ON LINK TO ACCTSCKC BY EVERY
      * TRANSACTION BEHIND ACCTMENU.  ON A NOT-OK RESULT ACCTSCKC
      * HAS ALREADY SENT THE SIGN-ON SCREEN WITH THE REASON; THE
      * CALLER CLEARS ITS COMMAREA AND RETURNS TO TRANSACTION ASGN.
           05 SCHK-OPR-ID        PIC X(08).
           05 SCHK-RESULT        PIC X(01).
              88 SCHK-SESSION-OK     VALUE 'Y'.
              88 SCHK-SESSION-ENDED  VALUE 'N'.
