      * CREDIT-BUREAU EXTRACT RECORD - THE BUREAU'S FIXED-WIDTH
      * MONTHLY LAYOUT WRITTEN BY BUREXT.  ONE HEADER, ONE BASE
      * SEGMENT PER REPORTED ACCOUNT AND ONE TRAILER.  AMOUNTS ARE
      * WHOLE CURRENCY UNITS, ROUNDED.
           05 BRX-REC-TYPE       PIC X(06).
              88 BRX-HEADER         VALUE 'HEADER'.
              88 BRX-BASE           VALUE 'BASE  '.
              88 BRX-TRAILER        VALUE 'TRAILR'.
           05 BRX-BASE-DATA.
              10 BRX-ACCOUNT-NO     PIC X(20).
              10 BRX-CUSTOMER-NO    PIC X(08).
      * ECOA CODE: '1' AN INDIVIDUAL, 'W' A BUSINESS OR ENTITY.
              10 BRX-ECOA-CODE      PIC X(01).
              10 BRX-NAME           PIC X(30).
              10 BRX-BIRTH-DATE     PIC 9(8).
              10 BRX-REGISTRATION-NO PIC X(20).
              10 BRX-STREET         PIC X(30).
              10 BRX-CITY           PIC X(20).
              10 BRX-POSTAL-CODE    PIC X(10).
              10 BRX-PHONE          PIC X(15).
      * ADDRESS INDICATOR: 'B' WHEN MAIL TO THE ADDRESS HAS BEEN
      * RETURNED UNDELIVERABLE, SPACE OTHERWISE.
              10 BRX-ADDRESS-IND    PIC X(01).
              10 BRX-DATE-OPENED    PIC 9(8).
              10 BRX-DATE-FIRST-DELINQ PIC 9(8).
              10 BRX-DATE-CLOSED    PIC 9(8).
              10 BRX-ORIGINAL-AMOUNT PIC 9(9).
              10 BRX-CHGOFF-AMOUNT  PIC 9(9).
              10 BRX-CURRENT-BALANCE PIC 9(9).
      * ACCOUNT STATUS:  93 ASSIGNED TO INTERNAL COLLECTIONS
      *                  97 UNPAID BALANCE CHARGED OFF
      *                  62 PAID IN FULL, WAS A COLLECTION ACCOUNT
      *                  64 PAID IN FULL, WAS A CHARGE-OFF
      *                  13 PAID OR CLOSED, ZERO BALANCE (WITH
      *                     SPECIAL COMMENT AU WHEN SETTLED)
              10 BRX-ACCOUNT-STATUS PIC X(02).
              10 BRX-SPECIAL-COMMENT PIC X(02).
      * COMPLIANCE CONDITION: XB DISPUTED BY THE CONSUMER, XH
      * DISPUTE INVESTIGATION COMPLETE, SPACES OTHERWISE.
              10 BRX-COMPLIANCE-CODE PIC X(02).
              10 BRX-ACTIVITY-DATE  PIC 9(8).
           05 BRX-HEADER-DATA REDEFINES BRX-BASE-DATA.
              10 BRX-H-REPORTER-ID  PIC X(10).
              10 BRX-H-ACTIVITY-MONTH PIC 9(6).
              10 BRX-H-CREATED-DATE PIC 9(8).
              10 FILLER             PIC X(204).
           05 BRX-TRAILER-DATA REDEFINES BRX-BASE-DATA.
              10 BRX-T-BASE-COUNT   PIC 9(9).
              10 BRX-T-BALANCE-TOTAL PIC 9(13).
              10 BRX-T-DISPUTED-COUNT PIC 9(9).
              10 FILLER             PIC X(197).
