      * SERVICE FEE EVENT LOG (SVCFLOG) - ONE LINE PER SERVICE
      * EVENT THAT FOUND A FEE IN THE SCHEDULE, WHETHER THE FEE WAS
      * CHARGED TO ACCTTRN OR WAIVED.  WRITTEN BY SVCFEE, READ BY
      * THE MONTHLY SVCFRPT.
           05 FEV-RUN-DATE       PIC 9(8).
           05 FEV-STEP           PIC X(08).
           05 FEV-EVENT-CODE     PIC X(04).
           05 FEV-ACCT-ID        PIC X(10).
           05 FEV-PRODUCT-CODE   PIC X(03).
           05 FEV-BRANCH-CODE    PIC X(04).
           05 FEV-OUTCOME        PIC X(01).
              88 FEV-CHARGED     VALUE 'C'.
              88 FEV-WAIVED      VALUE 'W'.
      * B BALANCE AT OR ABOVE THE MINIMUM, P NEW-ACCOUNT PROBATION,
      * O WOULD OVERDRAW, S ACCOUNT CLOSED, ESCHEATED OR CHARGED
      * OFF, M WAIVED BY THE OPERATOR WHO TOOK THE REQUEST.  SPACE
      * ON A CHARGED FEE.
           05 FEV-WAIVE-REASON   PIC X(01).
           05 FEV-FEE-AMOUNT     PIC 9(5)V99.
           05 FEV-TRN-REF        PIC X(12).
           05 FEV-SERVICE-REF    PIC X(20).
