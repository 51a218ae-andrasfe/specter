      * INSTALLMENT-LOAN MASTER LAYOUT - SHARED BY LOANMNT, LOANRUN
      * AND EVERY PROGRAM THAT MUST TELL A LOAN FROM A DEPOSIT,
      * AGAINST LOANFILE, KEYED BY THE LOAN'S OWN ACCT-ID.  THE
      * ACCOUNT RECORD CARRIES THE AMOUNT OWED AS A NEGATIVE
      * BALANCE AND THE REPAYMENT ACCOUNT IN ACCT-LINKED-ACCT; THIS
      * RECORD CARRIES THE CONTRACT AND THE AMORTIZATION POSITION.
           05 LOAN-ACCT-ID       PIC X(10).
      * 'N' IS BOOKED BUT NOT YET DISBURSED; THE NEXT LOANRUN
      * PAYS THE PRINCIPAL TO THE LINKED ACCOUNT AND ACTIVATES IT.
           05 LOAN-STATUS        PIC X(01).
              88 LOAN-PENDING       VALUE 'N'.
              88 LOAN-ACTIVE        VALUE 'A'.
              88 LOAN-PAID-OFF      VALUE 'P'.
           05 LOAN-ORIG-PRINCIPAL PIC S9(9)V99.
      * PRINCIPAL STILL OUTSTANDING ACCORDING TO THE SCHEDULE.
      * WHATEVER THE ACCOUNT OWES BEYOND THIS IS IN ARREARS.
           05 LOAN-SCHED-PRINCIPAL PIC S9(9)V99.
      * CONTRACT RATE AS AN ANNUAL FRACTION (.075000 = 7.5%);
      * ONE TWELFTH OF IT IS CHARGED AT EACH MONTHLY DUE DATE.
           05 LOAN-ANNUAL-RATE   PIC V9(6).
           05 LOAN-TERM-MONTHS   PIC 9(3).
           05 LOAN-PAYMENT-AMT   PIC S9(7)V99.
           05 LOAN-FIRST-DUE-DATE PIC 9(8).
           05 LOAN-NEXT-DUE-DATE PIC 9(8).
           05 LOAN-LAST-DUE-DATE PIC 9(8).
           05 LOAN-PAYMENTS-BILLED PIC 9(3).
      * SPLIT OF THE MOST RECENT INSTALLMENT AND THE RUNNING
      * INTEREST CHARGED OVER THE LIFE OF THE LOAN.
           05 LOAN-LAST-INTEREST PIC S9(7)V99.
           05 LOAN-LAST-PRINCIPAL PIC S9(7)V99.
           05 LOAN-INTEREST-TO-DATE PIC S9(9)V99.
      * DELINQUENCY POSITION AS OF THE LAST LOANRUN.  THE BUCKET
      * IS BLANK WHEN CURRENT OR LESS THAN 30 DAYS PAST DUE.
           05 LOAN-ARREARS-AMT   PIC S9(9)V99.
           05 LOAN-DAYS-PAST-DUE PIC 9(5).
           05 LOAN-DELINQ-BUCKET PIC X(01).
              88 LOAN-CURRENT       VALUE SPACE.
              88 LOAN-PAST-DUE-30   VALUE '1'.
              88 LOAN-PAST-DUE-60   VALUE '2'.
              88 LOAN-PAST-DUE-90   VALUE '3'.
           05 LOAN-BOOKED-DATE   PIC 9(8).
           05 LOAN-BOOKED-BY     PIC X(08).
