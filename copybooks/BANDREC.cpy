      * ONLY TO THE PORTION OF THE BALANCE INSIDE THE BAND.  A
      * PRODUCT WITH NO BAND RECORDS ACCRUES AT ITS FLAT
      * PROD-DAILY-RATE AS BEFORE.
      * THE PRODUCT IS NAMED WITHIN ITS ENTITY, AS ON PRODFILE.
           05 BAND-KEY.
              10 BAND-ENTITY-CODE PIC X(02).
              10 BAND-PROD-CODE  PIC X(03).
              10 BAND-SEQ        PIC 9(2).
           05 BAND-FROM-BALANCE  PIC S9(9)V99.
