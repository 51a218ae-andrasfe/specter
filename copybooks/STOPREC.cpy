              88 STOP-CANCELLED     VALUE 'X'.
           05 STOP-MATCHED-DATE  PIC 9(8).
           05 STOP-MATCHED-REF   PIC X(12).
      * AN ORDER PLACED AT THE COUNTER CANNOT CALL SVCFEE; IT IS
      * FLAGGED HERE AND THE NEXT STOPMNT RUN CHARGES THE FEE.
           05 STOP-FEE-STATUS    PIC X(01).
              88 STOP-FEE-PENDING   VALUE 'P'.
