           SELECT PRODUCT-FILE ASSIGN TO 'PRODFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS INDEXED
             10 WS-G-ACCT-NAME  PIC X(30).
             10 WS-G-BALANCE    PIC S9(9)V99.
             10 WS-G-PRODUCT    PIC X(03).
             10 WS-G-ENTITY     PIC X(02).
       01 WS-WORK-ACCT-ID    PIC X(10).
       01 WS-WORK-ACCT-NAME  PIC X(30).
       01 WS-WORK-BALANCE    PIC S9(9)V99.
       01 WS-WORK-PRODUCT    PIC X(03).
       01 WS-WORK-ENTITY     PIC X(02).
       01 WS-JRN-STATUS      PIC XX VALUE '00'.
       01 WS-JRNL-AVAILABLE  PIC X VALUE 'N'.
           88 JOURNAL-AVAILABLE VALUE 'Y'.
       01 WS-EXCESS-ITEMS    PIC S9(5) VALUE 0.
       01 WS-EXCESS-CHARGE   PIC S9(7)V99 VALUE 0.
       01 WS-EXCESS-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-ANALYZED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
             VALUE 'WAIVED - RELATIONSHIP BALANCE'.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           DISPLAY 'FEES WAIVED         : ' WS-WAIVED-COUNT
           DISPLAY 'RELATIONSHIP WAIVERS: ' WS-REL-WAIVED-COUNT
           DISPLAY 'EXCESS-ITEM CHARGES : ' WS-EXCESS-COUNT
           DISPLAY 'LEFT TO ANALYSIS    : ' WS-ANALYZED-COUNT
           DISPLAY 'TOTAL FEES ASSESSED : ' WS-FEE-TOTAL
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT OF ACCOUNT-RECORD TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION OF ACCOUNT-RECORD
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN OUTPUT FEE-TRN-FILE
           IF WS-FEE-STATUS NOT = '00'
               TO WS-G-BALANCE (WS-GROUP-COUNT)
           MOVE ACCT-PRODUCT-CODE OF SORT-RECORD
               TO WS-G-PRODUCT (WS-GROUP-COUNT)
           MOVE ACCT-ENTITY-CODE OF SORT-RECORD
               TO WS-G-ENTITY (WS-GROUP-COUNT)
           IF ACCT-CURRENCY-CODE OF SORT-RECORD = 'USD'
               OR ACCT-CURRENCY-CODE OF SORT-RECORD = SPACES
               ADD ACCT-BALANCE OF SORT-RECORD TO WS-REL-BALANCE
           MOVE WS-G-ACCT-NAME (WS-GROUP-IDX) TO WS-WORK-ACCT-NAME
           MOVE WS-G-BALANCE (WS-GROUP-IDX) TO WS-WORK-BALANCE
           MOVE WS-G-PRODUCT (WS-GROUP-IDX) TO WS-WORK-PRODUCT
           MOVE WS-G-ENTITY (WS-GROUP-IDX) TO WS-WORK-ENTITY
      *    AN ACCOUNT ON AN ANALYZED PRODUCT IS BILLED BY ACCOUNT
      *    ANALYSIS AGAINST ITS EARNINGS CREDIT, SO IT TAKES NO
      *    MAINTENANCE OR ITEM FEE HERE.  ITS BALANCE STILL COUNTS
      *    TOWARD THE RELATIONSHIP WAIVER OF THE OTHER ACCOUNTS.
           PERFORM 3200-GET-PRODUCT
           IF PRODUCT-FOUND AND PROD-ANALYZED
               ADD 1 TO WS-ANALYZED-COUNT
           ELSE
               PERFORM 2700-PRICE-ONE-ACCOUNT
           END-IF.
       2700-PRICE-ONE-ACCOUNT.
           PERFORM 3100-PRICE-FEE
           PERFORM 3400-PRICE-EXCESS-ITEMS
           IF RELATIONSHIP-WAIVER AND WS-MAINT-PORTION > 0
       3200-GET-PRODUCT.
           MOVE 'N' TO WS-PROD-FOUND
           IF PRODUCT-AVAILABLE AND WS-WORK-PRODUCT NOT = SPACES
               MOVE WS-WORK-ENTITY TO PROD-ENTITY-CODE
               MOVE WS-WORK-PRODUCT TO PROD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
