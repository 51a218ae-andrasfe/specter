      * ENTITY CHECK COMMAREA - PASSED ON LINK TO ACCTENTC BY EVERY
      * TRANSACTION THAT SHOWS OR CHANGES AN ACCOUNT, ONCE THE
      * ACCOUNT HAS BEEN READ.  ACCTENTC ANSWERS WHETHER THE
      * OPERATOR'S ENTITY LIST ON OPRENTL COVERS THE ACCOUNT'S
      * ENTITY, AND RETURNS THE FIRST ENTITY ON THAT LIST, UNDER
      * WHICH AN ACCOUNT OPENED AT THE SCREEN IS BOOKED.
           05 ECHK-OPR-ID        PIC X(08).
           05 ECHK-ENTITY-CODE   PIC X(02).
           05 ECHK-HOME-ENTITY   PIC X(02).
           05 ECHK-RESULT        PIC X(01).
              88 ECHK-ENTITY-OK      VALUE 'Y'.
              88 ECHK-ENTITY-REFUSED VALUE 'N'.
