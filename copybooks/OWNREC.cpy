      * CUSTOMER PAIR; ACCT-CUSTOMER-NO ON THE ACCOUNT REMAINS THE
      * PRIMARY OWNER AND THIS FILE CARRIES EVERY FURTHER HOLDER,
      * SO A JOINT HOLDER'S ACCOUNTS APPEAR UNDER BOTH CUSTOMERS
      * INSTEAD OF ONLY THE PRIMARY.  A CUSTODIAN ACTS FOR THE
      * MINOR WHO OWNS AN ACCOUNT ON A MINOR PRODUCT AND IS THE
      * ONLY PARTY WHO MAY AUTHORIZE ITS DEBITS.
           05 OWN-KEY.
              10 OWN-ACCT-ID     PIC X(10).
              10 OWN-CUST-NO     PIC X(08).
              88 OWN-PRIMARY        VALUE 'P'.
              88 OWN-JOINT          VALUE 'J'.
              88 OWN-ATTORNEY       VALUE 'A'.
              88 OWN-CUSTODIAN      VALUE 'C'.
              88 OWN-VALID-ROLE     VALUE 'P' 'J' 'A' 'C'.
           05 OWN-ADDED-DATE     PIC 9(8).
           05 OWN-ADDED-BY       PIC X(08).
