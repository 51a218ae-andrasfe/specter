           05 CASE-REVIEWER      PIC X(08).
           05 CASE-DISP-DATE     PIC 9(8).
           05 CASE-NOTES         PIC X(40).
      * WHERE THE CASE CAME FROM: SPACE FOR THE FRAUD REVIEW QUEUE,
      * 'S' FOR A POSSIBLE SANCTIONS-LIST MATCH OPENED BY SANSCRN,
      * WHICH CARRIES THE LIST ENTRY MATCHED AND THE MATCH SCORE.
      * CONFIRMING A SANCTIONS CASE FREEZES THE ACCOUNT.
           05 CASE-SOURCE        PIC X(01).
              88 CASE-FROM-FRAUD-QUEUE VALUE SPACE.
              88 CASE-FROM-SANCTIONS VALUE 'S'.
           05 CASE-SOURCE-REF    PIC X(10).
           05 CASE-MATCH-SCORE   PIC 9(03).
