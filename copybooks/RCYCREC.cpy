           05 RCYC-REASON        PIC X(08).
           05 RCYC-FIRST-DATE    PIC 9(8).
           05 RCYC-RETRY-COUNT   PIC 9(2).
      * THE ITEM'S CHEQUE SERIAL, AUTHORIZING CUSTOMER AND
      * SUB-ACCOUNT REFERENCE, SO A RE-DRIVEN CHEQUE IS STILL CHECKED
      * AGAINST STOP ORDERS, A MINOR'S DEBIT STILL NAMES ITS
      * CUSTODIAN AND A MASTER'S ITEM STILL REACHES ITS SUB-ACCOUNT.
           05 RCYC-CHQ-SERIAL    PIC X(10).
           05 RCYC-AUTH-CUST-NO  PIC X(08).
           05 RCYC-SUB-REF       PIC X(12).
