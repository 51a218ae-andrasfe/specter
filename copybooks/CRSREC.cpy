      * FATCA/CRS ANNUAL RETURN RECORD - WRITTEN BY CRSRPT, ONE
      * FILE PER RECEIVING JURISDICTION.  ONE HEADER, ONE ACCOUNT
      * RECORD PER REPORTABLE ACCOUNT AND JURISDICTION, AND ONE
      * TRAILER.  BALANCES AND INTEREST ARE GIVEN IN THE ACCOUNT'S
      * OWN CURRENCY AND CONVERTED TO THE BASE CURRENCY AT THE
      * YEAR-END RATE.
           05 CRX-REC-TYPE       PIC X(06).
              88 CRX-HEADER         VALUE 'HEADER'.
              88 CRX-ACCOUNT        VALUE 'ACCT  '.
              88 CRX-TRAILER        VALUE 'TRAILR'.
           05 CRX-ACCOUNT-DATA.
              10 CRX-JURISDICTION   PIC X(02).
              10 CRX-CUSTOMER-NO    PIC X(08).
              10 CRX-NAME           PIC X(30).
      * 'I' AN INDIVIDUAL, 'E' AN ENTITY.
              10 CRX-HOLDER-TYPE    PIC X(01).
              10 CRX-BIRTH-DATE     PIC 9(8).
              10 CRX-FOREIGN-TIN    PIC X(20).
              10 CRX-STREET         PIC X(30).
              10 CRX-CITY           PIC X(20).
              10 CRX-POSTAL-CODE    PIC X(10).
              10 CRX-ADDR-COUNTRY   PIC X(02).
              10 CRX-ACCOUNT-NO     PIC X(20).
      * 'C' WHEN THE ACCOUNT WAS CLOSED DURING THE YEAR.
              10 CRX-CLOSED-IND     PIC X(01).
              10 CRX-CURRENCY       PIC X(03).
      * A BALANCE BELOW ZERO AT YEAR END IS REPORTED AS ZERO.
              10 CRX-BALANCE        PIC 9(9)V99.
              10 CRX-INTEREST       PIC 9(9)V99.
              10 CRX-BASE-BALANCE   PIC 9(9)V99.
              10 CRX-BASE-INTEREST  PIC 9(9)V99.
              10 CRX-SELF-CERT-DATE PIC 9(8).
           05 CRX-HEADER-DATA REDEFINES CRX-ACCOUNT-DATA.
              10 CRX-H-JURISDICTION PIC X(02).
              10 CRX-H-SENDER-COUNTRY PIC X(02).
              10 CRX-H-REPORTING-YEAR PIC 9(4).
              10 CRX-H-CREATED-DATE PIC 9(8).
              10 CRX-H-BASE-CURRENCY PIC X(03).
              10 FILLER             PIC X(188).
           05 CRX-TRAILER-DATA REDEFINES CRX-ACCOUNT-DATA.
              10 CRX-T-ACCOUNT-COUNT PIC 9(9).
              10 CRX-T-HOLDER-COUNT PIC 9(9).
              10 CRX-T-BASE-BALANCE-TOTAL PIC 9(13)V99.
              10 CRX-T-BASE-INTEREST-TOTAL PIC 9(13)V99.
              10 FILLER             PIC X(159).
