               ACCESS IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT LOAN-FILE ASSIGN TO 'LOANFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LOAN-ACCT-ID
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT REWARD-FILE ASSIGN TO 'CBKACCUM'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CBK-ACCT-ID
               FILE STATUS IS WS-CBK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY JRNLREC.
       FD LOAN-FILE.
       01 LOAN-RECORD.
           COPY LOANREC.
       FD REWARD-FILE.
       01 REWARD-RECORD.
           COPY CBKREC.
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
           88 JOURNAL-AVAILABLE VALUE 'Y'.
       01 WS-JRNL-EOF        PIC X VALUE 'N'.
           88 JOURNAL-DONE   VALUE 'Y'.
       01 WS-LOAN-STATUS     PIC XX VALUE '00'.
       01 WS-LOAN-AVAILABLE  PIC X VALUE 'N'.
           88 LOANS-AVAILABLE VALUE 'Y'.
       01 WS-LOAN-ACCT-SWITCH PIC X VALUE 'N'.
           88 LOAN-ACCOUNT   VALUE 'Y'.
       01 WS-CBK-STATUS      PIC XX VALUE '00'.
       01 WS-CBK-AVAILABLE   PIC X VALUE 'N'.
           88 REWARDS-AVAILABLE VALUE 'Y'.
       01 WS-CASHBACK-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-UNPAID-DISPLAY  PIC Z,ZZZ,ZZ9.99.
       01 WS-ACCRUED-INTEREST PIC S9(9)V99 VALUE 0.
       01 WS-ACCRUED-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-CUST-LOAN-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-DAYS-DISPLAY    PIC ZZZZ9.
       01 WS-SORT-EOF-SWITCH PIC X VALUE 'N'.
           88 SORT-EOF       VALUE 'Y'.
       01 WS-CURRENT-CUST    PIC X(08) VALUE LOW-VALUES.
       01 WS-USD-EQUIVALENT  PIC S9(9)V99 VALUE 0.
       01 WS-STMT-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-SINGLE-COUNT    PIC 9(7) COMP VALUE 0.
      * STATEMENTS ARE CUT ONCE PER BANK ENTITY: A CUSTOMER HOLDING
      * ACCOUNTS WITH TWO ENTITIES GETS ONE STATEMENT FROM EACH.
       01 WS-RUN-ENTITY      PIC X(02) VALUE '01'.
       01 WS-ACCT-ENTITY     PIC X(02) VALUE SPACES.
       01 WS-OTHER-ENTITY-COUNT PIC 9(7) COMP VALUE 0.
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
       01 WS-BALANCE-DISPLAY PIC -(9)9.99.
       01 WS-TOTAL-DISPLAY   PIC -(11)9.99.
       01 WS-ASOF-SWITCH     PIC X VALUE 'N'.
          05 WS-SD-AMOUNT    PIC -(9)9.99.
          05 FILLER          PIC X(03) VALUE SPACES.
          05 WS-SD-BALANCE   PIC -(9)9.99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-SD-NOTE      PIC X(34).
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 0600-GET-RUN-ENTITY
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-CHECK-ASOF-OVERRIDE
           PERFORM 1200-GET-DATE
           END-IF
           DISPLAY 'CONSOLIDATED STATEMENTS: ' WS-STMT-COUNT
           DISPLAY 'SINGLE-ACCOUNT FALLBACK: ' WS-SINGLE-COUNT
           DISPLAY 'OTHER ENTITY ACCOUNTS  : ' WS-OTHER-ENTITY-COUNT
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
           DISPLAY 'CUSTOMER STATEMENTS FOR ENTITY ' WS-RUN-ENTITY ' '
               WS-ENTY-NAME.
       1000-OPEN-FILES.
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = '00'
           ELSE
               DISPLAY 'JOURNAL UNAVAILABLE, STATUS ' WS-JRN-STATUS
                   ', BALANCE-ONLY STATEMENTS PRODUCED'
           END-IF
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = '00'
               MOVE 'Y' TO WS-LOAN-AVAILABLE
           ELSE
               DISPLAY 'LOAN FILE UNAVAILABLE, STATUS '
                   WS-LOAN-STATUS ', LOAN DETAIL OMITTED'
           END-IF
           OPEN INPUT REWARD-FILE
           IF WS-CBK-STATUS = '00'
               MOVE 'Y' TO WS-CBK-AVAILABLE
           ELSE
               DISPLAY 'CASHBACK FILE UNAVAILABLE, STATUS '
                   WS-CBK-STATUS ', REWARDS LINE OMITTED'
           END-IF.
       1100-CHECK-ASOF-OVERRIDE.
           OPEN INPUT ASOF-PARM-FILE
       2200-PROCESS-RECORD.
      *    AN ACCOUNT WITH NO CUSTOMER NUMBER CANNOT BE GROUPED, SO
      *    IT FALLS BACK TO A DOCUMENT OF ITS OWN EXACTLY AS THE
      *    PER-ACCOUNT RUN WOULD HAVE PRODUCED.  ACCOUNTS OF OTHER
      *    ENTITIES ARE PASSED OVER WITHOUT BREAKING THE GROUP.
           MOVE ACCT-ENTITY-CODE OF SORT-RECORD TO WS-ACCT-ENTITY
           IF WS-ACCT-ENTITY = SPACES OR WS-ACCT-ENTITY = LOW-VALUES
               MOVE '01' TO WS-ACCT-ENTITY
           END-IF
           IF WS-ACCT-ENTITY NOT = WS-RUN-ENTITY
               ADD 1 TO WS-OTHER-ENTITY-COUNT
           ELSE
           IF ACCT-CUSTOMER-NO OF SORT-RECORD = SPACES
               PERFORM 5000-CUSTOMER-BREAK
               MOVE SPACES TO WS-CURRENT-CUST
               END-IF
               PERFORM 4000-WRITE-ACCOUNT-SECTION
               ADD 1 TO WS-CUST-ACCOUNTS
      *        A LOAN IS OWED BY THE CUSTOMER, NOT HELD FOR THEM,
      *        SO IT IS TOTALED APART INSTEAD OF NETTING AGAINST
      *        THE DEPOSIT RELATIONSHIP.
               IF LOAN-ACCOUNT
                   COMPUTE WS-CUST-LOAN-TOTAL =
                       WS-CUST-LOAN-TOTAL - WS-RUNNING-BALANCE
               ELSE
               IF ACCT-CURRENCY-CODE OF SORT-RECORD = 'USD'
                   OR ACCT-CURRENCY-CODE OF SORT-RECORD = SPACES
                   ADD WS-RUNNING-BALANCE TO WS-CUST-TOTAL
                       WS-USD-EQUIVALENT
                   ADD WS-USD-EQUIVALENT TO WS-CUST-TOTAL
               END-IF
               END-IF
           END-IF
           END-IF
           PERFORM 2100-RETURN-RECORD.
       3000-OPEN-SINGLE-DOCUMENT.
               ' ' WS-CUST-NAME-SAVE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-ENTY-NAME NOT = SPACES
               MOVE SPACES TO STATEMENT-LINE
               STRING 'ISSUED BY    : ' WS-ENTY-NAME
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           PERFORM 3500-WRITE-MAILING-BLOCK
           PERFORM 3600-WRITE-PERIOD-LINES.
       3200-LOOK-UP-CUSTOMER.
           MOVE SPACES TO STATEMENT-LINE
           STRING 'CLOSING BALANCE: ' WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM 4200-WRITE-LOAN-DETAIL
           IF NOT ASOF-OVERRIDE
               PERFORM 4350-WRITE-ACCRUED-INT-LINE
           END-IF
           IF REWARDS-AVAILABLE
               PERFORM 4300-WRITE-CASHBACK-LINE
           END-IF.
       4300-WRITE-CASHBACK-LINE.
      *    REWARDS EARNED TO DATE ON AN ACCOUNT THAT HAS EVER
      *    EARNED CASHBACK, WITH THE PART STILL AWAITING THE NEXT
      *    QUARTERLY PAYOUT.
           MOVE ACCT-ID OF SORT-RECORD TO CBK-ACCT-ID
           READ REWARD-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE CBK-EARNED-TO-DATE TO WS-CASHBACK-DISPLAY
                  MOVE CBK-UNPAID TO WS-UNPAID-DISPLAY
                  MOVE SPACES TO STATEMENT-LINE
                  STRING 'CASHBACK EARNED TO DATE: ' WS-CASHBACK-DISPLAY
                      '  AWAITING PAYOUT: ' WS-UNPAID-DISPLAY
                      DELIMITED BY SIZE INTO STATEMENT-LINE
                  WRITE STATEMENT-LINE
           END-READ.
       4350-WRITE-ACCRUED-INT-LINE.
      *    CREDIT INTEREST EARNED SINCE THE LAST CAPITALIZATION IS
      *    NOT YET IN THE CLOSING BALANCE.
           COMPUTE WS-ACCRUED-INTEREST =
               ACCT-INT-ACCRUED OF SORT-RECORD
               + ACCT-BONUS-ACCRUED OF SORT-RECORD
           IF WS-ACCRUED-INTEREST > 0
               MOVE WS-ACCRUED-INTEREST TO WS-ACCRUED-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING 'ACCRUED INTEREST TO DATE: ' WS-ACCRUED-DISPLAY
                   '  NOT YET CREDITED'
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
       4200-WRITE-LOAN-DETAIL.
      *    AN INSTALLMENT LOAN SHOWS ITS CONTRACT POSITION UNDER
      *    THE ACTIVITY: THE NEXT INSTALLMENT AND ANY ARREARS.
           MOVE 'N' TO WS-LOAN-ACCT-SWITCH
           IF LOANS-AVAILABLE
               MOVE ACCT-ID OF SORT-RECORD TO LOAN-ACCT-ID
               READ LOAN-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 'Y' TO WS-LOAN-ACCT-SWITCH
               END-READ
           END-IF
           IF LOAN-ACCOUNT
               MOVE LOAN-PAYMENT-AMT TO WS-BALANCE-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               IF LOAN-NEXT-DUE-DATE = 0
                   STRING 'LOAN STATUS    : FINAL INSTALLMENT BILLED'
                       DELIMITED BY SIZE INTO STATEMENT-LINE
               ELSE
                   STRING 'NEXT PAYMENT   : ' WS-BALANCE-DISPLAY
                       ' DUE ' LOAN-NEXT-DUE-DATE
                       DELIMITED BY SIZE INTO STATEMENT-LINE
               END-IF
               WRITE STATEMENT-LINE
               MOVE LOAN-SCHED-PRINCIPAL TO WS-BALANCE-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING 'PRINCIPAL LEFT : ' WS-BALANCE-DISPLAY
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               IF LOAN-ARREARS-AMT > 0 AND LOAN-DAYS-PAST-DUE > 0
                   MOVE LOAN-ARREARS-AMT TO WS-BALANCE-DISPLAY
                   MOVE LOAN-DAYS-PAST-DUE TO WS-DAYS-DISPLAY
                   MOVE SPACES TO STATEMENT-LINE
                   STRING 'PAST DUE       : ' WS-BALANCE-DISPLAY
                       ' FOR ' WS-DAYS-DISPLAY ' DAYS'
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
           END-IF.
       4100-LIST-ACTIVITY.
           MOVE 'N' TO WS-JRNL-EOF
           IF JOURNAL-AVAILABLE
           WRITE STATEMENT-LINE
           PERFORM 4120-WRITE-DETAIL-LINE UNTIL JOURNAL-DONE.
       4110-READ-JOURNAL-NEXT.
      *    DAILY INTEREST ACCRUALS MOVE NO BALANCE AND ARE LEFT OFF
      *    THE STATEMENT; THE CAPITALIZATION THAT PAYS THEM IS LISTED.
           PERFORM 4115-READ-ONE-ENTRY
           PERFORM 4115-READ-ONE-ENTRY
               UNTIL JOURNAL-DONE OR NOT JRNL-IS-INT-ACCRUAL.
       4115-READ-ONE-ENTRY.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-JRNL-EOF
           MOVE JRNL-AMOUNT TO WS-SD-AMOUNT
           MOVE JRNL-RESULT-BALANCE TO WS-SD-BALANCE
           MOVE JRNL-RESULT-BALANCE TO WS-RUNNING-BALANCE
      *    A REVERSAL AND THE ITEM IT CANCELS EACH NAME THE OTHER,
      *    SO THE PAIR READS TOGETHER RATHER THAN AS AN UNRELATED
      *    CREDIT OR DEBIT.
           MOVE SPACES TO WS-SD-NOTE
           IF JRNL-IS-REVERSAL
               STRING 'REVERSES ' JRNL-LINKED-REF
                   ' OF ' JRNL-ORIG-POST-DATE
                   DELIMITED BY SIZE INTO WS-SD-NOTE
           END-IF
           IF JRNL-WAS-REVERSED
               STRING 'REVERSED BY ' JRNL-LINKED-REF
                   DELIMITED BY SIZE INTO WS-SD-NOTE
           END-IF
           IF JRNL-IS-BONUS-INTEREST
               STRING 'BONUS INTEREST, CAMPAIGN ' JRNL-TRN-REF
                   DELIMITED BY SIZE INTO WS-SD-NOTE
           END-IF
           IF JRNL-IS-CASHBACK
               MOVE 'CASHBACK REWARD PAYOUT' TO WS-SD-NOTE
           END-IF
           MOVE WS-STMT-DETAIL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM 4110-READ-JOURNAL-NEXT.
                   ' ACROSS ' WS-ACCT-COUNT-DISP ' ACCOUNTS'
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               IF WS-CUST-LOAN-TOTAL NOT = 0
                   MOVE WS-CUST-LOAN-TOTAL TO WS-TOTAL-DISPLAY
                   MOVE SPACES TO STATEMENT-LINE
                   STRING 'LOANS OUTSTANDING       : ' WS-TOTAL-DISPLAY
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE 'N' TO WS-GROUP-OPEN
           END-IF
           MOVE 0 TO WS-CUST-TOTAL
           MOVE 0 TO WS-CUST-LOAN-TOTAL
           MOVE 0 TO WS-CUST-ACCOUNTS.
       9000-CLOSE-FILES.
           CLOSE STATEMENT-FILE
           END-IF
           IF JOURNAL-AVAILABLE
               CLOSE JOURNAL-FILE
           END-IF
           IF LOANS-AVAILABLE
               CLOSE LOAN-FILE
           END-IF
           IF REWARDS-AVAILABLE
               CLOSE REWARD-FILE
           END-IF.
