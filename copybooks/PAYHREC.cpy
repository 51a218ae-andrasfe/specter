      * BILL-PAYMENT HISTORY (PAYHIST) - ONE RECORD FOR EVERY
      * PAYMENT BILPAY HAS RAISED, KEYED BY ACCOUNT AND PAYMENT
      * REFERENCE.  THE REFERENCE IS P, THE PAYMENT DATE AS YYMMDD
      * AND A RUN SEQUENCE, SO AN ACCOUNT'S PAYMENTS READ IN DATE
      * ORDER.  EXTBOUT MARKS A PAYMENT SENT ONCE IT HAS POSTED,
      * EXTBRTN MARKS IT RETURNED, AND ACCTSTMT LISTS AN ACCOUNT'S
      * PAYMENTS FOR THE STATEMENT PERIOD.
           05 PAYH-KEY.
              10 PAYH-ACCT-ID    PIC X(10).
              10 PAYH-REF        PIC X(12).
           05 PAYH-PAYEE-ID      PIC X(08).
           05 PAYH-PAYEE-NAME    PIC X(30).
           05 PAYH-PAYEE-REF     PIC X(20).
           05 PAYH-AMOUNT        PIC S9(9)V99.
           05 PAYH-PAY-DATE      PIC 9(8).
           05 PAYH-STATUS        PIC X(01).
      *       RAISED ON ACCTTRN, AWAITING POSTING AND SENDING.
              88 PAYH-RAISED        VALUE 'D'.
      *       NOT RAISED: THE ACCOUNT COULD NOT COVER IT.
              88 PAYH-NSF           VALUE 'N'.
              88 PAYH-SENT          VALUE 'S'.
              88 PAYH-RETURNED      VALUE 'R'.
      *       RAISED BUT NEVER POSTED, SO NOT SENT.
              88 PAYH-NOT-POSTED    VALUE 'U'.
      * DATE OF THE LAST CHANGE OF STATUS, AND THE PAYEE BANK'S
      * REASON CODE ON A RETURN.
           05 PAYH-STATUS-DATE   PIC 9(8).
           05 PAYH-RETURN-REASON PIC X(04).
