           SELECT OPTIONAL CAP-PARM-FILE ASSIGN TO 'INSCAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT LOAN-FILE ASSIGN TO 'LOANFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LOAN-ACCT-ID
               FILE STATUS IS WS-LOAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 REPORT-LINE        PIC X(110).
       FD CAP-PARM-FILE.
       01 CAP-PARM-RECORD    PIC X(11).
       FD LOAN-FILE.
       01 LOAN-RECORD.
           COPY LOANREC.
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
           88 SORT-EOF       VALUE 'Y'.
       01 WS-CUST-AVAILABLE  PIC X VALUE 'N'.
           88 CUSTOMER-AVAILABLE VALUE 'Y'.
       01 WS-LOAN-STATUS     PIC XX VALUE '00'.
       01 WS-LOAN-AVAILABLE  PIC X VALUE 'N'.
           88 LOANS-AVAILABLE VALUE 'Y'.
       01 WS-LOAN-ACCT-SWITCH PIC X VALUE 'N'.
           88 LOAN-ACCOUNT   VALUE 'Y'.
       01 WS-LOAN-EXCLUDED   PIC 9(7) COMP VALUE 0.
      * BALANCES ARE INSURED PER CUSTOMER UP TO THE CAP; THE
      * INSCAP CARD OVERRIDES THE DEFAULT.
       01 WS-INSURANCE-CAP   PIC S9(9)V99 VALUE 250000.00.
       01 WS-TOTAL-UNINSURED PIC S9(13)V99 VALUE 0.
       01 WS-OVER-CAP-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-CUSTOMER-COUNT  PIC 9(7) COMP VALUE 0.
      * COVERAGE IS REPORTED ONCE PER BANK ENTITY, EACH CHARTER'S
      * DEPOSITS BEING INSURED SEPARATELY.
       01 WS-RUN-ENTITY      PIC X(02) VALUE '01'.
       01 WS-ACCT-ENTITY     PIC X(02) VALUE SPACES.
       01 WS-ENTY-AREA.
          05 WS-ENTY-FUNCTION PIC X(01).
          05 WS-ENTY-CODE     PIC X(02).
          05 WS-ENTY-NAME     PIC X(30).
          05 WS-ENTY-SETTLE-ACCT PIC X(10).
          05 WS-ENTY-OPR-ID   PIC X(08).
          05 WS-ENTY-FROM-ACCT PIC X(10).
          05 WS-ENTY-TO-ACCT  PIC X(10).
          05 WS-ENTY-TO-CODE  PIC X(02).
          05 WS-ENTY-RESULT   PIC X(01).
             88 ENTITY-OK     VALUE 'Y'.
       01 WS-DETAIL-LINE.
          05 FILLER          PIC X(06) VALUE 'CUST: '.
          05 WS-D-CUST-NO    PIC X(10).
          05 WS-D-INSURED    PIC -(11)9.99.
          05 FILLER          PIC X(12) VALUE ' UNINSURED: '.
          05 WS-D-UNINSURED  PIC -(11)9.99.
       01 WS-ENTITY-LINE.
          05 FILLER          PIC X(34)
             VALUE 'INSURANCE COVERAGE FOR ENTITY '.
          05 WS-E-ENTITY     PIC X(02).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-E-NAME       PIC X(30).
       01 WS-TOTAL-LINE.
          05 FILLER          PIC X(40)
             VALUE 'TOTAL UNINSURED EXPOSURE (USD)'.
      *    OVER THE CAP ARE LISTED WITH THE INSURED AND UNINSURED
      *    PORTIONS, AND THE SUMMARY CARRIES THE TOTAL UNINSURED
      *    EXPOSURE FOR THE REGULATOR RETURN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 0600-GET-RUN-ENTITY
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-SET-INSURANCE-CAP
           MOVE WS-RUN-ENTITY TO WS-E-ENTITY
           MOVE WS-ENTY-NAME TO WS-E-NAME
           MOVE WS-ENTITY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY ACCT-CUSTOMER-NO OF SORT-RECORD
               ON ASCENDING KEY ACCT-ID OF SORT-RECORD
           WRITE REPORT-LINE
           DISPLAY 'CUSTOMERS AGGREGATED : ' WS-CUSTOMER-COUNT
           DISPLAY 'CUSTOMERS OVER CAP   : ' WS-OVER-CAP-COUNT
           DISPLAY 'LOANS NOT AGGREGATED : ' WS-LOAN-EXCLUDED
           DISPLAY 'UNINSURED EXPOSURE   : ' WS-TOTAL-UNINSURED
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT OF ACCOUNT-RECORD TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION OF ACCOUNT-RECORD
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       0600-GET-RUN-ENTITY.
           MOVE 'R' TO WS-ENTY-FUNCTION
           CALL 'ENTYUTIL' USING WS-ENTY-AREA
           IF NOT ENTITY-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ENTY-CODE TO WS-RUN-ENTITY
           DISPLAY 'INSURANCE COVERAGE FOR ENTITY ' WS-RUN-ENTITY ' '
               WS-ENTY-NAME.
       1000-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
           ELSE
               DISPLAY 'CUSTOMER FILE UNAVAILABLE, STATUS '
                   WS-CUST-STATUS ', NAMES OMITTED'
           END-IF
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = '00'
               MOVE 'Y' TO WS-LOAN-AVAILABLE
           ELSE
               DISPLAY 'LOAN FILE UNAVAILABLE, STATUS '
                   WS-LOAN-STATUS ', LOANS NOT SEPARATED'
           END-IF.
       1100-SET-INSURANCE-CAP.
           OPEN INPUT CAP-PARM-FILE
               MOVE ACCT-CUSTOMER-NO OF SORT-RECORD
                   TO WS-CURRENT-CUST
           END-IF
      *    AN INSTALLMENT LOAN IS NOT AN INSURED DEPOSIT AND ITS
      *    NEGATIVE BALANCE MUST NOT REDUCE THE CUSTOMER'S INSURED
      *    TOTAL, SO IT IS LEFT OUT OF THE AGGREGATE ENTIRELY.
           MOVE ACCT-ENTITY-CODE OF SORT-RECORD TO WS-ACCT-ENTITY
           IF WS-ACCT-ENTITY = SPACES OR WS-ACCT-ENTITY = LOW-VALUES
               MOVE '01' TO WS-ACCT-ENTITY
           END-IF
           PERFORM 2300-CHECK-LOAN-ACCOUNT
           IF LOAN-ACCOUNT AND WS-ACCT-ENTITY = WS-RUN-ENTITY
               ADD 1 TO WS-LOAN-EXCLUDED
           END-IF
           IF NOT ACCT-CLOSED OF SORT-RECORD AND NOT LOAN-ACCOUNT
               AND WS-ACCT-ENTITY = WS-RUN-ENTITY
               ADD 1 TO WS-CUST-ACCOUNTS
               IF ACCT-CURRENCY-CODE OF SORT-RECORD = 'USD'
                   OR ACCT-CURRENCY-CODE OF SORT-RECORD = SPACES
               END-IF
           END-IF
           PERFORM 2100-RETURN-RECORD.
       2300-CHECK-LOAN-ACCOUNT.
           MOVE 'N' TO WS-LOAN-ACCT-SWITCH
           IF LOANS-AVAILABLE
               MOVE ACCT-ID OF SORT-RECORD TO LOAN-ACCT-ID
               READ LOAN-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 'Y' TO WS-LOAN-ACCT-SWITCH
               END-READ
           END-IF.
       3000-CUSTOMER-BREAK.
           IF WS-CUST-ACCOUNTS > 0
               ADD 1 TO WS-CUSTOMER-COUNT
           CLOSE REPORT-FILE
           IF CUSTOMER-AVAILABLE
               CLOSE CUSTOMER-FILE
           END-IF
           IF LOANS-AVAILABLE
               CLOSE LOAN-FILE
           END-IF.
