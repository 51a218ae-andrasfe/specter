      * TELLER DRAWER HISTORY RECORD (DRWHIST) - ONE PER TELLER PER
      * PROOF DATE, WRITTEN BY DRWPROOF.  THE VARIANCE FEEDS THE
      * REPEAT-OFFENDER SUMMARY; THE CASH TAKEN IN AND PAID OUT FEED
      * THE VLTFCST CASH-ORDER FORECAST FOR THE TELLER'S BRANCH.
           05 DRW-KEY.
              10 DRW-OPERATOR    PIC X(08).
              10 DRW-DATE        PIC 9(8).
           05 DRW-BRANCH         PIC X(04).
           05 DRW-VARIANCE       PIC S9(9)V99.
      * JOURNAL CREDITS (DEPOSITS TAKEN) AND DEBITS (WITHDRAWALS
      * PAID) POSTED BY THE TELLER ON THE PROOF DATE.
           05 DRW-CASH-IN        PIC 9(11)V99.
           05 DRW-CASH-OUT       PIC 9(11)V99.
