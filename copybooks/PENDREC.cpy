              88 PEND-WAITING       VALUE 'P'.
              88 PEND-RELEASED      VALUE 'A'.
              88 PEND-REJECTED      VALUE 'R'.
              88 PEND-EXPIRED       VALUE 'X'.
           05 PEND-CHECKER-ID    PIC X(08).
           05 PEND-DECISION-DATE PIC 9(8).
      * WHY THE CHECKER TURNED THE ITEM DOWN, WHEN REJECTED FROM
      * THE ONLINE APPROVAL SCREEN; BLANK FOR A BATCH REJECTION
      * AND ON RECORDS WRITTEN BEFORE THE FIELD WAS ADDED.
           05 PEND-REJECT-REASON PIC X(30).
      * WHY THE ITEM WAS HELD: OVER THE DUAL-CONTROL LIMIT, OR A
      * DEBIT ON AN ACCOUNT WHOSE SIGNING MANDATE NEEDS MORE THAN
      * ONE SIGNER.  BLANK ON RECORDS WRITTEN BEFORE THE FIELD WAS
      * ADDED READS AS A LIMIT HOLD.
           05 PEND-HOLD-REASON   PIC X(01).
              88 PEND-FOR-LIMIT     VALUE 'L' SPACE.
              88 PEND-FOR-MANDATE   VALUE 'M'.
      * A MANDATE ITEM WAITS UNTIL AS MANY DIFFERENT SIGNERS AS THE
      * MANDATE NEEDS HAVE BEEN CONFIRMED, EACH BY AN OPERATOR
      * OTHER THAN THE MAKER.  THE FIRST SIGNER IS THE ONE WHO
      * PRESENTED THE DEBIT.  AN ITEM STILL WAITING AFTER ITS
      * EXPIRY DATE IS EXPIRED BY APPRREL AND NEVER POSTS.
           05 PEND-SIGNERS-NEEDED PIC 9(02).
           05 PEND-SIGNERS-CONFIRMED PIC 9(02).
           05 PEND-SIGNER-LIST.
              10 PEND-SIGNER     PIC X(08) OCCURS 9 TIMES.
           05 PEND-EXPIRY-DATE   PIC 9(8).
      * THE SUB-ACCOUNT THE DEBIT NAMED UNDER AN ESCROW OR TRUST
      * MASTER, SO A RELEASED ITEM POSTS TO THE SUB-LEDGER AS WELL;
      * BLANK FOR AN ORDINARY ACCOUNT.  THE SUB-LEDGER IS KEPT IN
      * BATCH, SO SUCH AN ITEM IS RELEASED THROUGH APPRREL ONLY.
           05 PEND-SUB-REF       PIC X(12).
