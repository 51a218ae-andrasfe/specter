      * CASHBACK REWARDS ACCUMULATOR - ONE RECORD PER ACCOUNT THAT
      * HAS EARNED CASHBACK, KEYED BY ACCOUNT ON CBKACCUM.  CBKACCR
      * EARNS INTO IT EACH DAY FROM THE JOURNAL, CBKPAY CREDITS THE
      * UNPAID BALANCE ONCE A QUARTER AND RESETS IT, AND THE
      * STATEMENTS SHOW THE EARNED-TO-DATE FIGURES.
           05 CBK-ACCT-ID        PIC X(10).
      * MONTH (CCYYMM) THE MONTHLY EARNINGS BELOW BELONG TO; THE
      * PRODUCT'S MONTHLY CAP IS MEASURED AGAINST THEM.
           05 CBK-EARN-MONTH     PIC 9(6).
           05 CBK-MONTH-EARNED   PIC 9(5)V99.
      * EARNED SINCE THE LAST PAYOUT, NOT YET CREDITED.
           05 CBK-UNPAID         PIC 9(7)V99.
      * EVERYTHING EVER EARNED (NET OF CLAWBACKS) AND EVERYTHING
      * EVER CREDITED TO THE ACCOUNT.
           05 CBK-EARNED-TO-DATE PIC 9(7)V99.
           05 CBK-PAID-TO-DATE   PIC 9(7)V99.
      * LATEST JOURNAL DATE EARNED FROM, SO A RERUN OF A DAY
      * ALREADY ACCUMULATED EARNS NOTHING TWICE.
           05 CBK-LAST-POST-DATE PIC 9(8).
           05 CBK-LAST-PAYOUT-DATE PIC 9(8).
           05 CBK-LAST-PAYOUT-AMT PIC 9(7)V99.
