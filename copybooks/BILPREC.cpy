      * BILL-PAYMENT INSTRUCTION (BILLPAY) - A CUSTOMER'S STANDING
      * ORDER TO PAY ONE PAYEE FROM ONE ACCOUNT, KEYED BY ACCOUNT
      * AND PAYEE.  SET UP AND CHANGED BY BILPMNT, PAID BY BILPAY
      * ON EACH NEXT-PAYMENT DATE, AND FLAGGED BY EXTBRTN WHEN THE
      * PAYEE'S BANK SENDS A PAYMENT BACK.
           05 BILP-KEY.
              10 BILP-ACCT-ID    PIC X(10).
              10 BILP-PAYEE-ID   PIC X(08).
      * THE CUSTOMER'S REFERENCE AT THE PAYEE, CHECKED AGAINST THE
      * PAYEE'S REFERENCE FORMAT WHEN THE INSTRUCTION IS SET UP.
           05 BILP-PAYEE-REF     PIC X(20).
           05 BILP-AMOUNT        PIC S9(9)V99.
           05 BILP-FREQUENCY     PIC X(01).
              88 BILP-WEEKLY        VALUE 'W'.
              88 BILP-MONTHLY       VALUE 'M'.
              88 BILP-QUARTERLY     VALUE 'Q'.
              88 BILP-ONCE          VALUE 'O'.
              88 BILP-VALID-FREQUENCY VALUE 'W' 'M' 'Q' 'O'.
      * DAY OF THE MONTH A MONTHLY OR QUARTERLY PAYMENT FALLS ON,
      * SO A PAYMENT DUE ON THE 31ST COMES BACK TO THE 31ST AFTER
      * A SHORT MONTH.
           05 BILP-PAY-DAY       PIC 9(02).
           05 BILP-NEXT-DATE     PIC 9(8).
      * LAST DATE A PAYMENT MAY BE MADE; ZERO FOR NO END.
           05 BILP-END-DATE      PIC 9(8).
      * A RETURNED PAYMENT STOPS THE INSTRUCTION UNTIL THE BRANCH
      * HAS SPOKEN TO THE CUSTOMER AND RESUMED IT THROUGH BILPMNT.
           05 BILP-STATUS        PIC X(01).
              88 BILP-ACTIVE        VALUE 'A'.
              88 BILP-SUSPENDED     VALUE 'S'.
              88 BILP-RETURNED      VALUE 'R'.
              88 BILP-ENDED         VALUE 'E'.
      * OUTCOME OF THE MOST RECENT PAYMENT.
           05 BILP-LAST-DATE     PIC 9(8).
           05 BILP-LAST-REF      PIC X(12).
           05 BILP-LAST-RESULT   PIC X(01).
              88 BILP-LAST-PAID     VALUE 'P'.
              88 BILP-LAST-NSF      VALUE 'N'.
              88 BILP-LAST-RETURNED VALUE 'R'.
           05 BILP-RETURN-DATE   PIC 9(8).
           05 BILP-RETURN-REASON PIC X(04).
           05 BILP-ADDED-DATE    PIC 9(8).
           05 BILP-UPDATED-DATE  PIC 9(8).
           05 BILP-UPDATED-BY    PIC X(08).
