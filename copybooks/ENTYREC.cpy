      * LEGAL-ENTITY RECORD LAYOUT - SHARED BY ALL PROGRAMS AGAINST
      * ENTITY.  ONE RECORD PER BANK CHARTER RUN ON THE SYSTEM.
      * ENTITY '01' IS THE ORIGINAL CHARTER: IT IS KNOWN EVEN WHEN
      * THE FILE HOLDS NO RECORD FOR IT, AND EVERY RECORD WRITTEN
      * BEFORE ENTITY CODES WERE CARRIED BELONGS TO IT.
           05 ENTY-CODE          PIC X(02).
           05 ENTY-NAME          PIC X(30).
      * THE ACCOUNT THROUGH WHICH MONEY PASSES TO AND FROM THE
      * OTHER ENTITIES.  A TRANSFER BETWEEN ACCOUNTS OF DIFFERENT
      * ENTITIES IS ONLY ACCEPTED WHEN ONE SIDE IS THE SETTLEMENT
      * ACCOUNT OF ITS OWN ENTITY.  SPACES: THE ENTITY TAKES NO
      * INTER-ENTITY TRANSFERS AT ALL.
           05 ENTY-SETTLE-ACCT   PIC X(10).
