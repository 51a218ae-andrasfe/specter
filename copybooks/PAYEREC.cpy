      * BILL-PAYMENT PAYEE MASTER (PAYEES) - ONE RECORD PER OUTSIDE
      * PARTY CUSTOMERS MAY PAY, SUCH AS A UTILITY OR A LANDLORD,
      * KEYED BY PAYEE ID.  MAINTAINED BY PAYEMNT; READ BY BILPMNT
      * WHEN AN INSTRUCTION IS SET UP, BY BILPAY WHEN A PAYMENT IS
      * RAISED AND BY EXTBOUT WHEN IT IS SENT.  A CLOSED PAYEE IS
      * KEPT FOR THE HISTORY BUT TAKES NO FURTHER PAYMENTS.
           05 PAYE-ID            PIC X(08).
           05 PAYE-NAME          PIC X(30).
      * WHERE THE MONEY GOES: THE PAYEE'S BANK ROUTING NUMBER AND
      * ITS ACCOUNT THERE.
           05 PAYE-ROUTING       PIC 9(09).
           05 PAYE-ACCT-NO       PIC X(17).
      * SHAPE OF THE REFERENCE THE PAYEE NEEDS TO MATCH A PAYMENT
      * TO ITS CUSTOMER, ONE CHARACTER PER POSITION: N A DIGIT,
      * A A LETTER, X ANYTHING.  TRAILING SPACES END THE FORMAT;
      * ALL SPACES ACCEPTS ANY REFERENCE.
           05 PAYE-REF-FORMAT    PIC X(20).
           05 PAYE-STATUS        PIC X(01).
              88 PAYE-ACTIVE        VALUE 'A'.
              88 PAYE-CLOSED        VALUE 'C'.
           05 PAYE-ADDED-DATE    PIC 9(8).
           05 PAYE-UPDATED-DATE  PIC 9(8).
           05 PAYE-UPDATED-BY    PIC X(08).
