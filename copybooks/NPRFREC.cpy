      * NOTIFICATION PREFERENCE RECORD (NOTEPREF) - HOW AN ACCOUNT
      * WANTS TO HEAR FROM US.  PREF-CHANNEL STEERS THE ALERTS AND
      * NOTICES NOTIFDSP SENDS: L LETTER, B BRANCH CALL, S NONE.
           05 PREF-ACCT-ID    PIC X(10).
           05 PREF-CHANNEL    PIC X(01).
              88 PREF-LETTER     VALUE 'L'.
              88 PREF-BRANCH-CALL VALUE 'B'.
              88 PREF-SUPPRESS   VALUE 'S'.
      * STATEMENT DELIVERY.  AN E-STATEMENT ACCOUNT GETS NO PAPER
      * COPY FROM STMTMAIL; THE STATEMENT IS READ FROM STMTARCH AND
      * A 'STATEMENT READY' NOTICE IS EMAILED TO PREF-EMAIL-ADDR.
      * SPACE IS PAPER, AS FOR EVERY ACCOUNT BEFORE E-STATEMENTS.
           05 PREF-STMT-DELIVERY PIC X(01).
              88 PREF-E-STATEMENT     VALUE 'E'.
              88 PREF-PAPER-STATEMENT VALUE 'P' SPACE.
           05 PREF-EMAIL-ADDR PIC X(50).
      * DATE OF THE LAST CHANGE OF STATEMENT DELIVERY, AND WHY AN
      * E-STATEMENT ACCOUNT WENT BACK TO PAPER: B A BOUNCED EMAIL,
      * C THE CUSTOMER ASKED.  SPACE WHILE ON E-STATEMENTS.
           05 PREF-STMT-CHANGED PIC 9(8).
           05 PREF-PAPER-REASON PIC X(01).
              88 PREF-PAPER-BY-BOUNCE   VALUE 'B'.
              88 PREF-PAPER-BY-CUSTOMER VALUE 'C'.
