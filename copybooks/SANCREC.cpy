      * SANCTIONS-LIST RECORD LAYOUT - SHARED BY SANLOAD AND
      * SANSCRN AGAINST SANCLIST.  ONE RECORD PER NAME: THE LISTED
      * PARTY'S PRIMARY NAME IS SEQUENCE 000 AND EACH ALIAS TAKES
      * THE NEXT NUMBER UNDER THE SAME LIST ENTRY.  THE WHOLE FILE
      * IS REPLACED EACH TIME THE REGULATOR PUBLISHES A NEW LIST.
           05 SNL-KEY.
              10 SNL-ENTRY-ID    PIC X(10).
              10 SNL-NAME-SEQ    PIC 9(03).
           05 SNL-NAME-TYPE      PIC X(01).
              88 SNL-PRIMARY-NAME   VALUE 'P'.
              88 SNL-ALIAS          VALUE 'A'.
           05 SNL-NAME           PIC X(40).
      * ISO COUNTRY AND DATE OF BIRTH AS PUBLISHED; SPACES AND ZERO
      * WHEN THE LIST GIVES NONE.  AN ALIAS CARRIES ITS PRIMARY
      * NAME'S VALUES WHEN THE LIST GIVES NONE FOR THE ALIAS.
           05 SNL-COUNTRY        PIC X(02).
           05 SNL-DATE-OF-BIRTH  PIC 9(8).
