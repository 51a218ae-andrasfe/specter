      * SANCTIONS SCREENING CONTROL RECORD - THE ONE RECORD ON
      * SANCCTL.  SANLOAD SETS THE LIST FIELDS WHEN IT LOADS A NEW
      * LIST; SANSCRN SETS THE SCREENING FIELDS.  WHEN THE LIST
      * DATE DIFFERS FROM THE LIST LAST SCREENED IN FULL, THE NEXT
      * SANSCRN RUN RESCREENS THE WHOLE CUSTOMER BASE.
           05 SNC-LIST-DATE      PIC 9(8).
           05 SNC-LOADED-DATE    PIC 9(8).
           05 SNC-ENTRY-COUNT    PIC 9(7).
           05 SNC-NAME-COUNT     PIC 9(7).
           05 SNC-SCREENED-LIST-DATE PIC 9(8).
           05 SNC-LAST-SCREEN-DATE PIC 9(8).
