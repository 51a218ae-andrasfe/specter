           05 OPR-ALLOWED-DAYS PIC X(07).
           05 OPR-WINDOW-FROM  PIC 9(4).
           05 OPR-WINDOW-TO    PIC 9(4).
      * THE STAFF MEMBER'S OWN CUSTOMER NUMBER AND UP TO FIVE
      * DECLARED RELATED CUSTOMERS (HOUSEHOLD, BUSINESS INTERESTS).
      * AN ACCOUNT WHOSE OWNER IS ANY OF THEM IS LINKED TO THE
      * OPERATOR: POSTINGS TO IT ARE REFUSED AND INQUIRIES ON IT
      * ARE FLAGGED ON THE AUDIT TRAIL.  BLANK ON SHORT RECORDS.
           05 OPR-LINKED-CUSTOMERS.
              10 OPR-CUST-NO      PIC X(08).
              10 OPR-RELATED-CUST PIC X(08) OCCURS 5 TIMES.
           05 OPR-LINKED-TABLE REDEFINES OPR-LINKED-CUSTOMERS.
              10 OPR-LINKED-CUST  PIC X(08) OCCURS 6 TIMES.
