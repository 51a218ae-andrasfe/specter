      * CHEQUE ITEM RECORD LAYOUT - SHARED BY PPAYLOAD, CHQCLR AND
      * PPAYDECN AGAINST CHQITEM, KEYED BY ACCOUNT AND CHEQUE
      * SERIAL.  ONE RECORD PER SERIAL CARRIES BOTH SIDES OF THE
      * CHEQUE: AS ISSUED, FROM A POSITIVE-PAY CUSTOMER'S ISSUE
      * FILE, AND AS PRESENTED THROUGH INWARD CLEARING.  A SERIAL
      * ALREADY PAID, OR PRESENTED AND AWAITING A DECISION, IS
      * RETURNED AS A DUPLICATE IF IT IS PRESENTED AGAIN.
           05 CHQI-KEY.
              10 CHQI-ACCT-ID    PIC X(10).
              10 CHQI-SERIAL     PIC 9(10).
           05 CHQI-ISSUE-AMOUNT  PIC S9(9)V99.
           05 CHQI-ISSUE-PAYEE   PIC X(30).
           05 CHQI-ISSUE-DATE    PIC 9(8).
           05 CHQI-CLEARING-REF  PIC X(12).
           05 CHQI-PRESENTED-AMOUNT PIC S9(9)V99.
           05 CHQI-PRESENTED-PAYEE PIC X(30).
           05 CHQI-PRESENTED-DATE PIC 9(8).
      * LAST DAY A POSITIVE-PAY EXCEPTION CAN STILL BE RETURNED TO
      * THE PRESENTING BANK - THE NEXT BUSINESS DAY AFTER IT CAME IN.
           05 CHQI-RETURN-BY     PIC 9(8).
           05 CHQI-STATUS        PIC X(01).
              88 CHQI-ISSUED        VALUE 'I'.
              88 CHQI-VOIDED        VALUE 'V'.
              88 CHQI-EXCEPTION     VALUE 'E'.
              88 CHQI-PAID          VALUE 'P'.
              88 CHQI-RETURNED      VALUE 'R'.
              88 CHQI-ALREADY-PRESENTED VALUE 'E' 'P'.
           05 CHQI-EXCEPTION-REASON PIC X(04).
              88 CHQI-NOT-ISSUED    VALUE 'NOIS'.
              88 CHQI-AMOUNT-DIFFERS VALUE 'AMT '.
              88 CHQI-PAYEE-DIFFERS VALUE 'PAYE'.
           05 CHQI-DECISION      PIC X(01).
              88 CHQI-UNDECIDED     VALUE SPACE.
              88 CHQI-DECIDE-PAY    VALUE 'P'.
              88 CHQI-DECIDE-RETURN VALUE 'R'.
           05 CHQI-DECIDED-BY    PIC X(08).
           05 CHQI-DECISION-DATE PIC 9(8).
