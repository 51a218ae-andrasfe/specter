      * STATEMENT ARCHIVE RECORD (STMTARCH) - ONE PER PRINT LINE OF
      * EVERY STATEMENT STMTMAIL HANDLES, PAPER OR ELECTRONIC, KEYED
      * BY ACCOUNT, CYCLE DATE (THE STATEMENT'S AS-OF DATE) AND LINE
      * NUMBER SO A WHOLE STATEMENT READS BACK IN PRINT ORDER.  READ
      * BY THE ACCTSTVC VIEWER AND AGED BY HOUSEKEP UNDER ITS OWN
      * RETENTION RULE.
           05 STMA-KEY.
              10 STMA-ACCT-ID    PIC X(10).
              10 STMA-CYCLE-DATE PIC 9(8).
              10 STMA-LINE-NO    PIC 9(4).
           05 STMA-DELIVERY      PIC X(01).
              88 STMA-ELECTRONIC    VALUE 'E'.
              88 STMA-PAPER         VALUE 'P'.
           05 STMA-ARCHIVED-DATE PIC 9(8).
           05 STMA-LINE          PIC X(80).
