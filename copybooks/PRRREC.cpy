      * GIVEN DAY IS THE LATEST RECORD WHOSE EFFECTIVE DATE DOES
      * NOT EXCEED THAT DAY.  PROD-DAILY-RATE ON PRODFILE REMAINS
      * THE FALLBACK FOR PRODUCTS WITH NO HISTORY LOADED.
      * THE PRODUCT IS NAMED WITHIN ITS ENTITY, AS ON PRODFILE.
           05 PRR-KEY.
              10 PRR-ENTITY-CODE PIC X(02).
              10 PRR-PROD-CODE   PIC X(03).
              10 PRR-EFF-DATE    PIC 9(8).
           05 PRR-DAILY-RATE     PIC V9(6).
