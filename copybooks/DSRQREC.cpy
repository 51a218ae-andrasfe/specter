      * DUPLICATE STATEMENT REQUEST (STMTDREQ) - ONE PER REPRINT OF
      * A PAST CYCLE, KEYED AT THE COUNTER ON ACCTDSTC OR PUNCHED ON
      * A STMTDCRD CARD.  STMTDUP REBUILDS THE STATEMENT FOR THE
      * CYCLE ENDING ON DSRQ-CYCLE-END IN THE NEXT BATCH RUN AND
      * MARKS THE REQUEST DONE OR FAILED.  ONE REQUEST PER ACCOUNT
      * AND CYCLE PER DAY.
           05 DSRQ-KEY.
              10 DSRQ-ACCT-ID     PIC X(10).
              10 DSRQ-CYCLE-END   PIC 9(8).
              10 DSRQ-REQUEST-DATE PIC 9(8).
      * M SENDS THE COPY TO THE MAIL-HOUSE FILE FOR POSTING TO THE
      * ADDRESS ON FILE; B PRINTS IT ON THE BRANCH PRINTER OF
      * DSRQ-BRANCH-CODE FOR COLLECTION AT THE COUNTER.
           05 DSRQ-DELIVERY      PIC X(01).
              88 DSRQ-TO-MAIL-HOUSE VALUE 'M'.
              88 DSRQ-TO-BRANCH     VALUE 'B'.
              88 DSRQ-VALID-DELIVERY VALUE 'M' 'B'.
           05 DSRQ-BRANCH-CODE   PIC X(04).
           05 DSRQ-WAIVE-FEE     PIC X(01).
              88 DSRQ-FEE-WAIVED    VALUE 'Y'.
           05 DSRQ-REQUESTED-BY  PIC X(08).
           05 DSRQ-STATUS        PIC X(01).
              88 DSRQ-PENDING       VALUE 'P'.
              88 DSRQ-PRODUCED      VALUE 'D'.
              88 DSRQ-FAILED        VALUE 'F'.
           05 DSRQ-PRODUCED-DATE PIC 9(8).
      * THE REPRINT FEE OUTCOME SVCFEE GAVE: C CHARGED, W WAIVED,
      * N NO FEE IN THE SCHEDULE, F FEE COULD NOT BE WRITTEN.
           05 DSRQ-FEE-OUTCOME   PIC X(01).
           05 DSRQ-FAIL-REASON   PIC X(30).
