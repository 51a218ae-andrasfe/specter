      * RATE EXCEPTION ACCRUAL LOG (RATXLOG) - ONE LINE PER CREDIT
      * INTEREST ACCRUAL ACCTINTR MADE AT A NEGOTIATED RATE, WITH
      * WHAT THE SAME SPAN WOULD HAVE EARNED AT THE PRODUCT RATE.
      * THE DIFFERENCE IS THE COST OF THE EXCEPTION, TOTALLED BY
      * OFFICER AND BRANCH IN THE QUARTERLY RATXCOST REPORT.
           05 RXL-ACCRUAL-DATE   PIC 9(8).
           05 RXL-ACCT-ID        PIC X(10).
           05 RXL-BRANCH-CODE    PIC X(04).
           05 RXL-APPROVED-BY    PIC X(08).
           05 RXL-DAILY-RATE     PIC V9(6).
           05 RXL-DAYS           PIC 9(5).
           05 RXL-EXCP-INTEREST  PIC S9(9)V99.
           05 RXL-STD-INTEREST   PIC S9(9)V99.
