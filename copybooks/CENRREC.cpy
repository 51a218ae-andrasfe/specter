      * CAMPAIGN ENROLLMENT RECORD LAYOUT - SHARED BY CAMPMNT,
      * ACCTINTR AND CAMPRPT AGAINST CAMPENRL.  ONE RECORD PER
      * ACCOUNT PER CAMPAIGN JOINED, KEYED BY ACCOUNT THEN
      * CAMPAIGN.  THE BASELINE IS THE LEDGER BALANCE ON THE DAY
      * THE ACCOUNT JOINED; ONLY MONEY ABOVE IT EARNS THE BONUS.
      * ACCTINTR ADDS EACH BONUS ACCRUAL TO THE RUNNING TOTALS AND
      * RECORDS THE BALANCE AT THE LAST ACCRUAL IN THE WINDOW, SO
      * THE NEW MONEY HELD WHEN THE CAMPAIGN CLOSED STAYS ON FILE.
           05 CE-KEY.
              10 CE-ACCT-ID      PIC X(10).
              10 CE-CAMPAIGN-CODE PIC X(06).
           05 CE-ENROLL-DATE     PIC 9(8).
           05 CE-BASELINE-BALANCE PIC S9(9)V99.
           05 CE-ENROLLED-BY     PIC X(08).
           05 CE-BONUS-PAID      PIC S9(9)V99.
           05 CE-BONUS-DAYS      PIC 9(5).
           05 CE-LAST-BALANCE    PIC S9(9)V99.
           05 CE-LAST-ACCRUAL-DATE PIC 9(8).
