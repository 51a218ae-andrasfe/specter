           SELECT PRODUCT-FILE ASSIGN TO 'PRODFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PRR-KEY
               FILE STATUS IS WS-PRR-STATUS.
           SELECT EXCEPTION-RATE-FILE ASSIGN TO 'RATEXCP'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RX-ACCT-ID
               FILE STATUS IS WS-RX-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO 'RATXLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RXL-STATUS.
           SELECT CAMPAIGN-FILE ASSIGN TO 'CAMPFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CMP-CODE
               FILE STATUS IS WS-CMP-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO 'CAMPENRL'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CE-KEY
               FILE STATUS IS WS-CE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       FD RATE-HISTORY-FILE.
       01 RATE-HISTORY-RECORD.
           COPY PRRREC.
       FD EXCEPTION-RATE-FILE.
       01 EXCEPTION-RATE-RECORD.
           COPY RATXREC.
       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY RXLREC.
       FD CAMPAIGN-FILE.
       01 CAMPAIGN-RECORD.
           COPY CAMPREC.
       FD ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
           COPY CENRREC.
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-PROD-AVAILABLE  PIC X VALUE 'N'.
           88 PRODUCT-AVAILABLE VALUE 'Y'.
       01 WS-EFFECTIVE-RATE  PIC V9(6) VALUE 0.
       01 WS-LOAN-SWITCH     PIC X VALUE 'N'.
           88 LOAN-PRODUCT   VALUE 'Y'.
       01 WS-OD-RATE         PIC V9(6) VALUE 0.
       01 WS-OD-ACCRUAL      PIC S9(7)V99 VALUE 0.
       01 WS-OD-CHARGE-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-OD-ACCRUED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-OD-ACCRUED-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-OD-CHARGED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-OD-CHARGED-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-CHARGE-DAY-SWITCH PIC X VALUE 'N'.
           88 DEBIT-CHARGE-DAY VALUE 'Y'.
       01 WS-CAP-FREQUENCY   PIC X(01) VALUE 'M'.
           88 CAP-MONTHLY    VALUE 'M' SPACE.
           88 CAP-QUARTERLY  VALUE 'Q'.
           88 CAP-SEMI-ANNUAL VALUE 'S'.
           88 CAP-ANNUAL     VALUE 'A'.
           88 CAP-DAILY      VALUE 'D'.
       01 WS-CAP-DUE-SWITCH  PIC X VALUE 'N'.
           88 CAPITALIZATION-DUE VALUE 'Y'.
       01 WS-CAPITALIZED-SWITCH PIC X VALUE 'N'.
           88 INTEREST-CAPITALIZED VALUE 'Y'.
       01 WS-PRE-CAP-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-CAP-INTEREST    PIC S9(9)V99 VALUE 0.
       01 WS-CAP-BONUS       PIC S9(9)V99 VALUE 0.
       01 WS-CAP-COUNT       PIC 9(7) COMP VALUE 0.
       01 WS-CAP-TOTAL       PIC S9(11)V99 VALUE 0.
       01 WS-BR-COUNT        PIC 9(3) COMP VALUE 0.
       01 WS-BR-MAX          PIC 9(3) COMP VALUE 200.
       01 WS-BR-IDX          PIC 9(3) COMP VALUE 0.
       01 WS-BR-HIT          PIC 9(3) COMP VALUE 0.
       01 WS-BR-OVERFLOW     PIC X VALUE 'N'.
           88 BRANCH-TABLE-FULL VALUE 'Y'.
       01 WS-BR-TABLE.
          05 WS-BR-ENTRY OCCURS 200 TIMES.
             10 WS-BR-CODE     PIC X(04).
             10 WS-BR-ACCOUNTS PIC 9(7) COMP.
             10 WS-BR-AMOUNT   PIC S9(11)V99.
       01 WS-BAND-STATUS     PIC XX VALUE '00'.
       01 WS-BAND-AVAILABLE  PIC X VALUE 'N'.
           88 BANDS-AVAILABLE VALUE 'Y'.
       01 WS-DATED-SWITCH    PIC X VALUE 'N'.
           88 DATED-ACCRUAL-DONE VALUE 'Y'.
       01 WS-RT-CACHED-PROD  PIC X(03) VALUE LOW-VALUES.
       01 WS-RT-CACHED-ENTITY PIC X(02) VALUE LOW-VALUES.
       01 WS-RT-COUNT        PIC 9(2) COMP VALUE 0.
       01 WS-RT-MAX          PIC 9(2) COMP VALUE 12.
       01 WS-RT-IDX          PIC 9(2) COMP VALUE 0.
       01 WS-ACR-JULIAN      PIC 9(9) COMP VALUE 0.
       01 WS-ACR-DATE        PIC 9(8) VALUE 0.
       01 WS-DATED-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-RX-STATUS       PIC XX VALUE '00'.
       01 WS-RX-AVAILABLE    PIC X VALUE 'N'.
           88 EXCEPTIONS-AVAILABLE VALUE 'Y'.
       01 WS-RXL-STATUS      PIC XX VALUE '00'.
       01 WS-RXL-AVAILABLE   PIC X VALUE 'N'.
           88 EXCEPTION-LOG-AVAILABLE VALUE 'Y'.
       01 WS-RX-SWITCH       PIC X VALUE 'N'.
           88 EXCEPTION-RATE-USED VALUE 'Y'.
       01 WS-RX-STD-INTEREST PIC S9(9)V99 VALUE 0.
       01 WS-RX-GROSS-INTEREST PIC S9(9)V99 VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-CMP-STATUS      PIC XX VALUE '00'.
       01 WS-CE-STATUS       PIC XX VALUE '00'.
       01 WS-CAMPAIGN-AVAILABLE PIC X VALUE 'N'.
           88 CAMPAIGNS-AVAILABLE VALUE 'Y'.
       01 WS-CE-SCAN-EOF     PIC X VALUE 'N'.
           88 ENROLL-SCAN-DONE VALUE 'Y'.
       01 WS-BONUS-SWITCH    PIC X VALUE 'N'.
           88 CAMPAIGN-BONUS-DUE VALUE 'Y'.
       01 WS-BONUS-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-BONUS-TO-DATE   PIC 9(8) VALUE 0.
       01 WS-BONUS-DAYS      PIC S9(9) COMP VALUE 0.
       01 WS-BONUS-AMOUNT    PIC S9(9)V99 VALUE 0.
       01 WS-BONUS-GROSS     PIC S9(9)V99 VALUE 0.
       01 WS-BONUS-WITHHELD  PIC S9(9)V99 VALUE 0.
       01 WS-BONUS-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-BONUS-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-HIST-AREA.
          05 WS-MH-PROGRAM    PIC X(08) VALUE 'ACCTINTR'.
          05 WS-MH-BEFORE     PIC X(250).
          05 WS-D-ACCT-ID    PIC X(12).
          05 WS-D-ACCT-NAME  PIC X(32).
          05 WS-D-INTEREST   PIC -(9)9.99.
          05 FILLER          PIC X(13) VALUE ' ACCRUED BAND'.
          05 WS-D-BAND       PIC 9(2).
       01 WS-BONUS-LINE.
          05 WS-B-ACCT-ID    PIC X(12).
          05 WS-B-ACCT-NAME  PIC X(32).
          05 WS-B-BONUS      PIC -(9)9.99.
          05 FILLER          PIC X(16) VALUE ' CAMPAIGN BONUS '.
          05 WS-B-CAMPAIGN   PIC X(06).
       01 WS-WITHHOLD-LINE.
          05 WS-W-ACCT-ID    PIC X(12).
          05 WS-W-ACCT-NAME  PIC X(32).
          05 WS-W-WITHHELD   PIC -(9)9.99.
          05 FILLER          PIC X(18) VALUE ' TAX WITHHELD'.
       01 WS-CAP-LINE.
          05 WS-C-ACCT-ID    PIC X(12).
          05 WS-C-ACCT-NAME  PIC X(32).
          05 WS-C-CAPITALIZED PIC -(9)9.99.
          05 FILLER          PIC X(22) VALUE ' INTEREST CAPITALIZED'.
       01 WS-OD-DETAIL-LINE.
          05 WS-OD-ACCT-ID   PIC X(12).
          05 WS-OD-ACCT-NAME PIC X(32).
          05 WS-OD-CHARGED   PIC -(9)9.99.
          05 FILLER          PIC X(22) VALUE ' DEBIT INTEREST'.
       01 WS-BRANCH-LINE.
          05 FILLER          PIC X(09) VALUE '  BRANCH '.
          05 WS-BL-BRANCH    PIC X(04).
          05 FILLER          PIC X(11) VALUE '  ACCOUNTS '.
          05 WS-BL-ACCOUNTS  PIC Z(6)9.
          05 FILLER          PIC X(10) VALUE '  CHARGED '.
          05 WS-BL-AMOUNT    PIC -(11)9.99.
       01 WS-STAT-AREA.
          05 WS-STAT-DATE     PIC 9(8).
          05 WS-STAT-PROGRAM  PIC X(08).
          05 WS-STAT-ELAPSED  PIC 9(7).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           MOVE WS-YEAR TO WS-T-YEAR
           MOVE WS-MONTH TO WS-T-MONTH
           MOVE WS-DAY TO WS-T-DAY
           PERFORM 1500-SET-CHARGE-DAY
           PERFORM 2000-READ-ACCOUNT
           PERFORM 3000-ACCRUE-INTEREST UNTIL ACCOUNT-EOF
           DISPLAY 'ACCOUNTS ACCRUED : ' WS-ACCRUAL-COUNT
           DISPLAY 'TOTAL ACCRUED    : ' WS-INTEREST-TOTAL
           DISPLAY 'DECEASED CUTOFFS : ' WS-DECEASED-CUT-COUNT
           DISPLAY 'BANDED ACCRUALS  : ' WS-BANDED-COUNT
           DISPLAY 'DATED-RATE ACCRUALS: ' WS-DATED-COUNT
           DISPLAY 'EXCEPTION ACCRUALS: ' WS-EXCEPTION-COUNT
           DISPLAY 'CAMPAIGN BONUSES : ' WS-BONUS-COUNT
           DISPLAY 'TOTAL BONUS      : ' WS-BONUS-TOTAL
           DISPLAY 'CAPITALIZATIONS  : ' WS-CAP-COUNT
           DISPLAY 'TOTAL CAPITALIZED: ' WS-CAP-TOTAL
           DISPLAY 'WITHHELD POSTINGS: ' WS-WITHHELD-COUNT
           DISPLAY 'TOTAL WITHHELD   : ' WS-WITHHELD-TOTAL
           DISPLAY 'DEBIT INT ACCRUALS: ' WS-OD-ACCRUED-COUNT
           DISPLAY 'DEBIT INT ACCRUED: ' WS-OD-ACCRUED-TOTAL
           DISPLAY 'DEBIT INT CHARGES: ' WS-OD-CHARGED-COUNT
           DISPLAY 'DEBIT INT CHARGED: ' WS-OD-CHARGED-TOTAL
           IF DEBIT-CHARGE-DAY
               PERFORM 7000-WRITE-BRANCH-SECTION
           END-IF
           PERFORM 9000-CLOSE-FILES
           MOVE WS-TODAY-DATE TO WS-STAT-DATE
           MOVE 'ACCTINTR' TO WS-STAT-PROGRAM
           MOVE 0 TO WS-STAT-ELAPSED
           CALL 'STATUTIL' USING WS-STAT-AREA
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
           ELSE
               DISPLAY 'RATE HISTORY UNAVAILABLE, STATUS '
                   WS-PRR-STATUS ', CURRENT RATES APPLIED'
           END-IF
           OPEN INPUT EXCEPTION-RATE-FILE
           EVALUATE WS-RX-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-RX-AVAILABLE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RATE EXCEPTION FILE UNAVAILABLE, STATUS '
                       WS-RX-STATUS ', PRODUCT RATES APPLIED'
           END-EVALUATE
           IF EXCEPTIONS-AVAILABLE
               OPEN EXTEND EXCEPTION-LOG-FILE
               IF WS-RXL-STATUS = '35'
                   OPEN OUTPUT EXCEPTION-LOG-FILE
               END-IF
               IF WS-RXL-STATUS = '00' OR WS-RXL-STATUS = '05'
                   MOVE 'Y' TO WS-RXL-AVAILABLE
               ELSE
                   DISPLAY 'RATE EXCEPTION LOG UNAVAILABLE, STATUS '
                       WS-RXL-STATUS ', EXCEPTION COST NOT LOGGED'
               END-IF
           END-IF
           OPEN INPUT CAMPAIGN-FILE
           EVALUATE WS-CMP-STATUS
               WHEN '00'
                   OPEN I-O ENROLLMENT-FILE
                   IF WS-CE-STATUS = '00'
                       MOVE 'Y' TO WS-CAMPAIGN-AVAILABLE
                   ELSE
                       DISPLAY 'CAMPAIGN ENROLLMENTS UNAVAILABLE, '
                           'STATUS ' WS-CE-STATUS ', NO BONUS PAID'
                       CLOSE CAMPAIGN-FILE
                   END-IF
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CAMPAIGN FILE UNAVAILABLE, STATUS '
                       WS-CMP-STATUS ', NO BONUS PAID'
           END-EVALUATE.
       1500-SET-CHARGE-DAY.
      *    ACCRUED DEBIT INTEREST IS CHARGED ON THE LAST BUSINESS
      *    DAY OF THE MONTH - THE DAY WHOSE NEXT BUSINESS DAY FALLS
      *    IN ANOTHER MONTH - SO A MONTH ENDING ON A WEEKEND OR
      *    HOLIDAY IS STILL CHARGED BEFORE IT CLOSES.
           MOVE 'N' TO WS-CHARGE-DAY-SWITCH
           MOVE 'N' TO WS-BD-FUNCTION
           MOVE WS-TODAY-DATE TO WS-BD-DATE-IN
           CALL 'DATEUTIL' USING WS-DATE-RESULT, WS-TODAY-DATE-R,
               WS-BUSDAY-AREA
      *    ACCRUED CREDIT INTEREST IS CAPITALIZED ON THE SAME DAY.
           IF WS-BD-DATE-OUT (1:6) NOT = WS-TODAY-DATE (1:6)
               MOVE 'Y' TO WS-CHARGE-DAY-SWITCH
               DISPLAY 'MONTH-END RUN, DEBIT INTEREST WILL BE CHARGED'
               DISPLAY 'MONTH-END RUN, ACCRUED INTEREST DUE FOR '
                   'CAPITALIZATION WILL BE CREDITED'
           END-IF.
       2000-READ-ACCOUNT.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               CALL 'DATEUTIL' USING WS-DATE-RESULT, WS-TODAY-DATE-R,
                   WS-BUSDAY-AREA, WS-DAYCOUNT-AREA
               MOVE WS-DC-DAYS TO WS-ACCRUAL-DAYS
               PERFORM 3100-GET-PRODUCT-RATE
               PERFORM 3500-SET-CAPITALIZATION-DUE
      *        INSTALLMENT LOANS ARE CHARGED THEIR CONTRACT INTEREST
      *        BY LOANRUN AT EACH DUE DATE, NOT ACCRUED HERE.  AN
      *        OVERDRAWN BALANCE ACCRUES DEBIT INTEREST INSTEAD OF
      *        EARNING THE CREDIT RATE.
               IF WS-ACCRUAL-DAYS > 0 AND NOT LOAN-PRODUCT
                   AND ACCT-BALANCE < 0
                   PERFORM 3200-ACCRUE-DEBIT-INTEREST
               END-IF
               IF WS-ACCRUAL-DAYS NOT > 0
                   AND ((DEBIT-CHARGE-DAY AND ACCT-OD-INT-ACCRUED > 0)
                   OR (CAPITALIZATION-DUE
                   AND (ACCT-INT-ACCRUED > 0
                   OR ACCT-BONUS-ACCRUED > 0)))
                   PERFORM 3300-CHARGE-WITHOUT-ACCRUAL
               END-IF
      *        CREDIT INTEREST IS ACCRUED GROSS INTO THE ACCOUNT'S
      *        ACCRUED-INTEREST LIABILITY, NOT THE BALANCE, AND
      *        REACHES THE BALANCE ONLY WHEN IT IS CAPITALIZED.
               IF WS-ACCRUAL-DAYS > 0 AND NOT LOAN-PRODUCT
                   AND ACCT-BALANCE NOT < 0
                   PERFORM 3120-COMPUTE-ACCRUAL
                   PERFORM 3400-COMPUTE-CAMPAIGN-BONUS
                   MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
                   ADD WS-INTEREST-AMOUNT TO ACCT-INT-ACCRUED
                   ADD WS-BONUS-AMOUNT TO ACCT-BONUS-ACCRUED
                   MOVE WS-ACCRUAL-CUTOFF TO ACCT-LAST-ACTIVITY-DATE
                   PERFORM 3600-CAPITALIZE-ACCRUED
                   PERFORM 3250-APPLY-DEBIT-CHARGE
                   PERFORM 4100-REWRITE-WITH-RETRY
                   IF REWRITE-OK
                       ADD 1 TO WS-ACCRUAL-COUNT
                       ADD WS-INTEREST-AMOUNT TO WS-INTEREST-TOTAL
                       PERFORM 5000-WRITE-JOURNAL
                       IF EXCEPTION-RATE-USED
                           PERFORM 5700-LOG-EXCEPTION-ACCRUAL
                       END-IF
                       MOVE ACCT-ID TO WS-D-ACCT-ID
                       MOVE ACCT-NAME TO WS-D-ACCT-NAME
                       MOVE WS-INTEREST-AMOUNT TO WS-D-INTEREST
                       MOVE WS-TOP-BAND TO WS-D-BAND
                       MOVE WS-DETAIL-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
                       IF CAMPAIGN-BONUS-DUE
                           PERFORM 5800-POST-CAMPAIGN-BONUS
                       END-IF
                       IF INTEREST-CAPITALIZED
                           PERFORM 5900-WRITE-CAPITAL-JOURNALS
                       END-IF
                       IF WS-OD-CHARGE-AMOUNT > 0
                           PERFORM 5600-WRITE-DEBIT-INT-JOURNAL
                       END-IF
                   ELSE
                       IF WS-FILE-STATUS (1:1) = '9'
                       ACCT-BALANCE * WS-EFFECTIVE-RATE
                           * WS-ACCRUAL-DAYS
               END-IF
           END-IF
           PERFORM 3190-APPLY-RATE-EXCEPTION.
       3190-APPLY-RATE-EXCEPTION.
      *    A NEGOTIATED RATE IN FORCE ON THE ACCRUAL DATE TAKES THE
      *    PLACE OF WHATEVER THE PRODUCT WOULD HAVE PAID FOR THE
      *    WHOLE SPAN SINCE THE LAST ACCRUAL - ONE DAY IN THE NORMAL
      *    DAILY CYCLE.  THE PRODUCT-RATE FIGURE IS KEPT SO THE COST
      *    OF THE EXCEPTION CAN BE LOGGED.
           MOVE 'N' TO WS-RX-SWITCH
           IF EXCEPTIONS-AVAILABLE
               MOVE ACCT-ID TO RX-ACCT-ID
               READ EXCEPTION-RATE-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF RX-START-DATE <= WS-ACCRUAL-CUTOFF
                          AND RX-END-DATE >= WS-ACCRUAL-CUTOFF
                          MOVE 'Y' TO WS-RX-SWITCH
                      END-IF
               END-READ
           END-IF
           IF EXCEPTION-RATE-USED
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-INTEREST-AMOUNT TO WS-RX-STD-INTEREST
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   ACCT-BALANCE * RX-DAILY-RATE * WS-ACCRUAL-DAYS
               MOVE WS-INTEREST-AMOUNT TO WS-RX-GROSS-INTEREST
           END-IF.
       3160-TRY-DATED-RATE-ACCRUAL.
      *    WITH EFFECTIVE-DATED RATES ON FILE, EACH DAY OF THE
           END-IF.
       3170-CACHE-PRODUCT-RATES.
           IF ACCT-PRODUCT-CODE NOT = WS-RT-CACHED-PROD
               OR ACCT-ENTITY-CODE NOT = WS-RT-CACHED-ENTITY
               MOVE ACCT-PRODUCT-CODE TO WS-RT-CACHED-PROD
               MOVE ACCT-ENTITY-CODE TO WS-RT-CACHED-ENTITY
               MOVE 0 TO WS-RT-COUNT
               MOVE 'N' TO WS-PRR-SCAN-EOF
               MOVE ACCT-ENTITY-CODE TO PRR-ENTITY-CODE
               MOVE ACCT-PRODUCT-CODE TO PRR-PROD-CODE
               MOVE 0 TO PRR-EFF-DATE
               START RATE-HISTORY-FILE KEY IS NOT LESS THAN PRR-KEY
           END-READ
           IF NOT RATE-SCAN-DONE
               IF WS-PRR-STATUS NOT = '00'
                   OR PRR-ENTITY-CODE NOT = WS-RT-CACHED-ENTITY
                   OR PRR-PROD-CODE NOT = WS-RT-CACHED-PROD
                   OR WS-RT-COUNT >= WS-RT-MAX
                   MOVE 'Y' TO WS-PRR-SCAN-EOF
           IF BANDS-AVAILABLE AND ACCT-PRODUCT-CODE NOT = SPACES
               AND ACCT-BALANCE > 0
               MOVE 'N' TO WS-BAND-SCAN-EOF
               MOVE ACCT-ENTITY-CODE TO BAND-ENTITY-CODE
               MOVE ACCT-PRODUCT-CODE TO BAND-PROD-CODE
               MOVE 0 TO BAND-SEQ
               START BAND-FILE KEY IS NOT LESS THAN BAND-KEY
           END-READ
           IF NOT BAND-SCAN-DONE
               IF WS-BAND-STATUS NOT = '00'
                   OR BAND-ENTITY-CODE NOT = ACCT-ENTITY-CODE
                   OR BAND-PROD-CODE NOT = ACCT-PRODUCT-CODE
                   MOVE 'Y' TO WS-BAND-SCAN-EOF
               ELSE
               END-IF
           END-IF.
       3150-SPLIT-WITHHOLDING.
      *    THE GROSS ACCRUAL IS SPLIT AT CREDITING TIME, WHEN IT IS
      *    CAPITALIZED: ONLY THE NET REACHES THE BALANCE, AND THE
      *    WITHHELD PORTION IS JOURNALED SEPARATELY SO THE REMITTANCE
      *    EXTRACT AND THE YEAR-END SUMMARY CAN TOTAL IT.
           MOVE 0 TO WS-WITHHELD-AMOUNT
           MOVE 0 TO WS-BONUS-WITHHELD
           IF OWNER-WITHHELD AND WS-CAP-INTEREST > 0
               COMPUTE WS-WITHHELD-AMOUNT ROUNDED =
                   WS-CAP-INTEREST * WS-WITHHOLD-RATE
               SUBTRACT WS-WITHHELD-AMOUNT FROM WS-CAP-INTEREST
           END-IF
           IF OWNER-WITHHELD AND WS-CAP-BONUS > 0
               COMPUTE WS-BONUS-WITHHELD ROUNDED =
                   WS-CAP-BONUS * WS-WITHHOLD-RATE
               SUBTRACT WS-BONUS-WITHHELD FROM WS-CAP-BONUS
               ADD WS-BONUS-WITHHELD TO WS-WITHHELD-AMOUNT
           END-IF.
       3400-COMPUTE-CAMPAIGN-BONUS.
      *    AN ACCOUNT ENROLLED IN A RUNNING BONUS CAMPAIGN EARNS THE
      *    BONUS RATE ON THE BALANCE ABOVE ITS BASELINE FOR THE DAYS
      *    OF THE ACCRUAL SPAN THAT FALL INSIDE THE CAMPAIGN WINDOW
      *    AND AFTER THE DAY IT JOINED.  THE BONUS ACCRUES WITH THE
      *    INTEREST BUT IS KEPT IN ITS OWN ACCRUED FIELD AND IS
      *    CAPITALIZED UNDER ITS OWN CODE.
           MOVE 'N' TO WS-BONUS-SWITCH
           MOVE 0 TO WS-BONUS-AMOUNT
           MOVE 0 TO WS-BONUS-GROSS
           IF CAMPAIGNS-AVAILABLE
               MOVE 'N' TO WS-CE-SCAN-EOF
               MOVE ACCT-ID TO CE-ACCT-ID
               MOVE LOW-VALUES TO CE-CAMPAIGN-CODE
               START ENROLLMENT-FILE KEY IS NOT LESS THAN CE-KEY
                   INVALID KEY
                      MOVE 'Y' TO WS-CE-SCAN-EOF
               END-START
               PERFORM 3410-CHECK-ONE-ENROLLMENT
                   UNTIL ENROLL-SCAN-DONE
           END-IF
           IF CAMPAIGN-BONUS-DUE
               PERFORM 3420-SET-BONUS-SPAN
           END-IF.
       3410-CHECK-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-CE-SCAN-EOF
           END-READ
           IF NOT ENROLL-SCAN-DONE
               IF WS-CE-STATUS NOT = '00'
                   OR CE-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-CE-SCAN-EOF
               ELSE
                   MOVE CE-CAMPAIGN-CODE TO CMP-CODE
                   READ CAMPAIGN-FILE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF CMP-START-DATE <= WS-ACCRUAL-CUTOFF
                              AND CMP-END-DATE > ACCT-LAST-ACTIVITY-DATE
                              AND CE-ENROLL-DATE < WS-ACCRUAL-CUTOFF
                              MOVE 'Y' TO WS-BONUS-SWITCH
                              MOVE 'Y' TO WS-CE-SCAN-EOF
                          END-IF
                   END-READ
               END-IF
           END-IF.
       3420-SET-BONUS-SPAN.
      *    THE FIRST CAMPAIGN DAY EARNS THE BONUS, SO THE SPAN IS
      *    COUNTED FROM THE DAY BEFORE THE START DATE WHEN THAT IS
      *    LATER THAN BOTH THE LAST ACCRUAL AND THE ENROLLMENT DAY.
           MOVE WS-ACCRUAL-CUTOFF TO WS-BONUS-TO-DATE
           IF CMP-END-DATE < WS-BONUS-TO-DATE
               MOVE CMP-END-DATE TO WS-BONUS-TO-DATE
           END-IF
           MOVE ACCT-LAST-ACTIVITY-DATE TO WS-BONUS-FROM-DATE
           IF CE-ENROLL-DATE > WS-BONUS-FROM-DATE
               MOVE CE-ENROLL-DATE TO WS-BONUS-FROM-DATE
           END-IF
           MOVE 'D' TO WS-DC-FUNCTION
           MOVE WS-BONUS-FROM-DATE TO WS-DC-DATE-1
           MOVE WS-BONUS-TO-DATE TO WS-DC-DATE-2
           CALL 'DATEUTIL' USING WS-DATE-RESULT, WS-TODAY-DATE-R,
               WS-BUSDAY-AREA, WS-DAYCOUNT-AREA
           MOVE WS-DC-DAYS TO WS-BONUS-DAYS
           IF CMP-START-DATE > WS-BONUS-FROM-DATE
               MOVE CMP-START-DATE TO WS-DC-DATE-1
               CALL 'DATEUTIL' USING WS-DATE-RESULT, WS-TODAY-DATE-R,
                   WS-BUSDAY-AREA, WS-DAYCOUNT-AREA
               COMPUTE WS-BONUS-DAYS = WS-DC-DAYS + 1
           END-IF
           IF WS-BONUS-DAYS > 0 AND ACCT-BALANCE > CE-BASELINE-BALANCE
               COMPUTE WS-BONUS-AMOUNT ROUNDED =
                   (ACCT-BALANCE - CE-BASELINE-BALANCE)
                       * CMP-BONUS-RATE * WS-BONUS-DAYS
           END-IF
           IF WS-BONUS-DAYS < 0
               MOVE 0 TO WS-BONUS-DAYS
           END-IF
           MOVE WS-BONUS-AMOUNT TO WS-BONUS-GROSS
           MOVE ACCT-BALANCE TO CE-LAST-BALANCE.
       3200-ACCRUE-DEBIT-INTEREST.
      *    DEBIT INTEREST BUILDS UP ON THE ACCOUNT RECORD, NOT IN THE
      *    BALANCE, UNTIL THE MONTH-END CHARGE MOVES IT IN UNDER ITS
      *    OWN JOURNAL CODE.
           MOVE 0 TO WS-OD-ACCRUAL
           IF WS-OD-RATE > 0
               COMPUTE WS-OD-ACCRUAL ROUNDED =
                   (0 - ACCT-BALANCE) * WS-OD-RATE * WS-ACCRUAL-DAYS
           END-IF
           MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
           ADD WS-OD-ACCRUAL TO ACCT-OD-INT-ACCRUED
           MOVE WS-ACCRUAL-CUTOFF TO ACCT-LAST-ACTIVITY-DATE
           PERFORM 3600-CAPITALIZE-ACCRUED
           PERFORM 3250-APPLY-DEBIT-CHARGE
           PERFORM 4100-REWRITE-WITH-RETRY
           IF REWRITE-OK
               IF WS-OD-ACCRUAL > 0
                   ADD 1 TO WS-OD-ACCRUED-COUNT
                   ADD WS-OD-ACCRUAL TO WS-OD-ACCRUED-TOTAL
               END-IF
               IF INTEREST-CAPITALIZED
                   PERFORM 5900-WRITE-CAPITAL-JOURNALS
               END-IF
               IF WS-OD-CHARGE-AMOUNT > 0
                   PERFORM 5600-WRITE-DEBIT-INT-JOURNAL
               END-IF
           ELSE
               PERFORM 4150-REPORT-REWRITE-FAILURE
           END-IF.
       3250-APPLY-DEBIT-CHARGE.
           MOVE 0 TO WS-OD-CHARGE-AMOUNT
           IF DEBIT-CHARGE-DAY AND ACCT-OD-INT-ACCRUED > 0
               MOVE ACCT-OD-INT-ACCRUED TO WS-OD-CHARGE-AMOUNT
               SUBTRACT WS-OD-CHARGE-AMOUNT FROM ACCT-BALANCE
               MOVE 0 TO ACCT-OD-INT-ACCRUED
           END-IF.
       3300-CHARGE-WITHOUT-ACCRUAL.
      *    AN ACCOUNT WITH NOTHING TO ACCRUE TODAY STILL HAS ITS
      *    MONTH'S DEBIT INTEREST CHARGED AND ITS ACCRUED CREDIT
      *    INTEREST CAPITALIZED AT MONTH END.
           MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
           PERFORM 3600-CAPITALIZE-ACCRUED
           PERFORM 3250-APPLY-DEBIT-CHARGE
           PERFORM 4100-REWRITE-WITH-RETRY
           IF REWRITE-OK
               IF INTEREST-CAPITALIZED
                   PERFORM 5900-WRITE-CAPITAL-JOURNALS
               END-IF
               IF WS-OD-CHARGE-AMOUNT > 0
                   PERFORM 5600-WRITE-DEBIT-INT-JOURNAL
               END-IF
           ELSE
               PERFORM 4150-REPORT-REWRITE-FAILURE
           END-IF.
       3100-GET-PRODUCT-RATE.
           MOVE WS-DAILY-RATE TO WS-EFFECTIVE-RATE
           MOVE 0 TO WS-OD-RATE
           MOVE 'M' TO WS-CAP-FREQUENCY
           MOVE 'N' TO WS-LOAN-SWITCH
           IF PRODUCT-AVAILABLE AND ACCT-PRODUCT-CODE NOT = SPACES
               MOVE ACCT-ENTITY-CODE TO PROD-ENTITY-CODE
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE PROD-DAILY-RATE TO WS-EFFECTIVE-RATE
                      MOVE PROD-OD-DAILY-RATE TO WS-OD-RATE
                      MOVE PROD-CAP-FREQUENCY TO WS-CAP-FREQUENCY
                      IF PROD-LOAN
                          MOVE 'Y' TO WS-LOAN-SWITCH
                      END-IF
               END-READ
           END-IF.
       3500-SET-CAPITALIZATION-DUE.
      *    ACCRUED INTEREST IS CAPITALIZED ON THE LAST BUSINESS DAY
      *    OF EACH MONTH, QUARTER, HALF OR YEAR AS THE PRODUCT SAYS,
      *    OR EVERY NIGHT ON A DAILY PRODUCT.  A PRODUCT THAT PAYS
      *    ONLY AT TERM IS NEVER CAPITALIZED HERE.
           MOVE 'N' TO WS-CAP-DUE-SWITCH
           EVALUATE TRUE
               WHEN CAP-DAILY
                   MOVE 'Y' TO WS-CAP-DUE-SWITCH
               WHEN NOT DEBIT-CHARGE-DAY
                   CONTINUE
               WHEN CAP-MONTHLY
                   MOVE 'Y' TO WS-CAP-DUE-SWITCH
               WHEN CAP-QUARTERLY
                   AND (WS-T-MONTH = 3 OR WS-T-MONTH = 6
                   OR WS-T-MONTH = 9 OR WS-T-MONTH = 12)
                   MOVE 'Y' TO WS-CAP-DUE-SWITCH
               WHEN CAP-SEMI-ANNUAL
                   AND (WS-T-MONTH = 6 OR WS-T-MONTH = 12)
                   MOVE 'Y' TO WS-CAP-DUE-SWITCH
               WHEN CAP-ANNUAL AND WS-T-MONTH = 12
                   MOVE 'Y' TO WS-CAP-DUE-SWITCH
           END-EVALUATE.
       3600-CAPITALIZE-ACCRUED.
      *    CAPITALIZATION MOVES EVERYTHING ACCRUED SINCE THE LAST ONE
      *    OUT OF THE LIABILITY: THE WITHHOLDING IS SPLIT OFF AND THE
      *    NET BASE AND BONUS INTEREST ARE CREDITED TO THE BALANCE.
           MOVE 'N' TO WS-CAPITALIZED-SWITCH
           MOVE ACCT-BALANCE TO WS-PRE-CAP-BALANCE
           MOVE 0 TO WS-CAP-INTEREST
           MOVE 0 TO WS-CAP-BONUS
           MOVE 0 TO WS-WITHHELD-AMOUNT
           IF CAPITALIZATION-DUE
               AND (ACCT-INT-ACCRUED > 0 OR ACCT-BONUS-ACCRUED > 0)
               MOVE ACCT-INT-ACCRUED TO WS-CAP-INTEREST
               MOVE ACCT-BONUS-ACCRUED TO WS-CAP-BONUS
               PERFORM 3150-SPLIT-WITHHOLDING
               ADD WS-CAP-INTEREST TO ACCT-BALANCE
               ADD WS-CAP-BONUS TO ACCT-BALANCE
               MOVE 0 TO ACCT-INT-ACCRUED
               MOVE 0 TO ACCT-BONUS-ACCRUED
               MOVE WS-TODAY-DATE TO ACCT-LAST-CAP-DATE
               MOVE 'Y' TO WS-CAPITALIZED-SWITCH
           END-IF.
       4100-REWRITE-WITH-RETRY.
           MOVE 'N' TO WS-REWRITE-SWITCH
           MOVE 0 TO WS-LOCK-RETRY-COUNT
                   ADD WS-LOCK-MAX-RETRIES TO WS-LOCK-RETRY-COUNT
               END-IF
           END-IF.
       4150-REPORT-REWRITE-FAILURE.
           IF WS-FILE-STATUS (1:1) = '9'
               DISPLAY 'REWRITE ABANDONED, RECORD LOCKED: ' ACCT-ID
           ELSE
               DISPLAY 'REWRITE FAILED, STATUS '
                   WS-FILE-STATUS ': ' ACCT-ID
           END-IF.
       4120-BACKOFF-DELAY.
           COMPUTE WS-LOCK-BACKOFF-LIMIT = WS-LOCK-RETRY-COUNT * 2000
           MOVE 0 TO WS-LOCK-BACKOFF-IDX
       5000-WRITE-JOURNAL.
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY-DATE TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE 'A' TO JRNL-TRN-CODE
           MOVE WS-INTEREST-AMOUNT TO JRNL-AMOUNT
           MOVE WS-PRE-CAP-BALANCE TO JRNL-RESULT-BALANCE
           MOVE 'ACCRUAL' TO JRNL-OPERATOR-ID
           MOVE 'ACCTINTR' TO JRNL-RUN-ID
           MOVE SPACES TO JRNL-TRN-REF
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 5010-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD.
       5500-WRITE-WITHHOLD-JOURNAL.
           ADD WS-WITHHELD-AMOUNT TO WS-WITHHELD-TOTAL
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY-DATE TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE 'W' TO JRNL-TRN-CODE
           MOVE WS-WITHHELD-AMOUNT TO JRNL-AMOUNT
           COMPUTE JRNL-RESULT-BALANCE =
               WS-PRE-CAP-BALANCE + WS-CAP-INTEREST + WS-CAP-BONUS
           MOVE 'CAPITAL' TO JRNL-OPERATOR-ID
           MOVE 'ACCTINTR' TO JRNL-RUN-ID
           MOVE SPACES TO JRNL-TRN-REF
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 5010-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD
           MOVE ACCT-ID TO WS-W-ACCT-ID
           MOVE WS-WITHHELD-AMOUNT TO WS-W-WITHHELD
           MOVE WS-WITHHOLD-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       5600-WRITE-DEBIT-INT-JOURNAL.
           ADD 1 TO WS-OD-CHARGED-COUNT
           ADD WS-OD-CHARGE-AMOUNT TO WS-OD-CHARGED-TOTAL
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY-DATE TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE 'O' TO JRNL-TRN-CODE
           MOVE WS-OD-CHARGE-AMOUNT TO JRNL-AMOUNT
           MOVE ACCT-BALANCE TO JRNL-RESULT-BALANCE
           MOVE 'ACCRUAL' TO JRNL-OPERATOR-ID
           MOVE 'ACCTINTR' TO JRNL-RUN-ID
           MOVE SPACES TO JRNL-TRN-REF
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 5010-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD
           MOVE ACCT-ID TO WS-OD-ACCT-ID
           MOVE ACCT-NAME TO WS-OD-ACCT-NAME
           MOVE WS-OD-CHARGE-AMOUNT TO WS-OD-CHARGED
           MOVE WS-OD-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5650-ADD-TO-BRANCH.
       5700-LOG-EXCEPTION-ACCRUAL.
           IF EXCEPTION-LOG-AVAILABLE
               MOVE WS-TODAY-DATE TO RXL-ACCRUAL-DATE
               MOVE ACCT-ID TO RXL-ACCT-ID
               MOVE ACCT-BRANCH-CODE TO RXL-BRANCH-CODE
               MOVE RX-APPROVED-BY TO RXL-APPROVED-BY
               MOVE RX-DAILY-RATE TO RXL-DAILY-RATE
               MOVE WS-ACCRUAL-DAYS TO RXL-DAYS
               MOVE WS-RX-GROSS-INTEREST TO RXL-EXCP-INTEREST
               MOVE WS-RX-STD-INTEREST TO RXL-STD-INTEREST
               WRITE EXCEPTION-LOG-RECORD
           END-IF.
       5800-POST-CAMPAIGN-BONUS.
      *    THE ENROLLMENT CARRIES THE CAMPAIGN'S RUNNING COST AND THE
      *    BALANCE AT ITS LATEST ACCRUAL EVEN ON A DAY THE BALANCE
      *    SITS AT OR BELOW THE BASELINE AND NO BONUS IS DUE.
           ADD WS-BONUS-GROSS TO CE-BONUS-PAID
           ADD WS-BONUS-DAYS TO CE-BONUS-DAYS
           MOVE WS-BONUS-TO-DATE TO CE-LAST-ACCRUAL-DATE
           REWRITE ENROLLMENT-RECORD
               INVALID KEY
                  DISPLAY 'ENROLLMENT REWRITE FAILED, STATUS '
                      WS-CE-STATUS ': ' ACCT-ID ' ' CE-CAMPAIGN-CODE
           END-REWRITE
           IF WS-BONUS-AMOUNT > 0
               ADD 1 TO WS-BONUS-COUNT
               ADD WS-BONUS-AMOUNT TO WS-BONUS-TOTAL
               MOVE 'N' TO WS-JRNL-WRITE-SWITCH
               MOVE ACCT-ID TO JRNL-ACCT-ID
               MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
               MOVE WS-TODAY-DATE TO JRNL-POST-DATE
               ADD 1 TO WS-JRNL-SEQ
               MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
               MOVE 'A' TO JRNL-TRN-CODE
               MOVE WS-BONUS-AMOUNT TO JRNL-AMOUNT
               MOVE WS-PRE-CAP-BALANCE TO JRNL-RESULT-BALANCE
               MOVE 'ACCRUAL' TO JRNL-OPERATOR-ID
               MOVE 'ACCTINTR' TO JRNL-RUN-ID
               MOVE CMP-CODE TO JRNL-TRN-REF
               MOVE 0 TO JRNL-ORIG-POST-DATE
               MOVE SPACES TO JRNL-APPROVED-BY
               MOVE SPACES TO JRNL-PRESENTED-ID
               MOVE SPACES TO JRNL-REVERSAL-LINK
               PERFORM 5010-JOURNAL-WRITE-ATTEMPT
                   UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD
               MOVE ACCT-ID TO WS-B-ACCT-ID
               MOVE ACCT-NAME TO WS-B-ACCT-NAME
               MOVE WS-BONUS-AMOUNT TO WS-B-BONUS
               MOVE CMP-CODE TO WS-B-CAMPAIGN
               MOVE WS-BONUS-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       5900-WRITE-CAPITAL-JOURNALS.
      *    THE CAPITALIZED BASE AND BONUS INTEREST POST UNDER THEIR
      *    USUAL CODES, NET, WITH THE WITHHELD TAX BESIDE THEM.  ALL
      *    THREE CARRY THE CAPITALIZATION OPERATOR SO THE GL FEED
      *    DRAWS THEM FROM THE ACCRUED-INTEREST LIABILITY.  THE BONUS
      *    MAY HAVE ACCRUED UNDER MORE THAN ONE CAMPAIGN AND NAMES
      *    NONE.
           ADD 1 TO WS-CAP-COUNT
           ADD WS-CAP-INTEREST TO WS-CAP-TOTAL
           ADD WS-CAP-BONUS TO WS-CAP-TOTAL
           ADD WS-WITHHELD-AMOUNT TO WS-CAP-TOTAL
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY-DATE TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE 'I' TO JRNL-TRN-CODE
           MOVE WS-CAP-INTEREST TO JRNL-AMOUNT
           COMPUTE JRNL-RESULT-BALANCE =
               WS-PRE-CAP-BALANCE + WS-CAP-INTEREST
           MOVE 'CAPITAL' TO JRNL-OPERATOR-ID
           MOVE 'ACCTINTR' TO JRNL-RUN-ID
           MOVE SPACES TO JRNL-TRN-REF
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 5010-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD
           IF WS-CAP-BONUS > 0
               MOVE 'N' TO WS-JRNL-WRITE-SWITCH
               ADD 1 TO WS-JRNL-SEQ
               MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
               MOVE 'B' TO JRNL-TRN-CODE
               MOVE WS-CAP-BONUS TO JRNL-AMOUNT
               COMPUTE JRNL-RESULT-BALANCE =
                   WS-PRE-CAP-BALANCE + WS-CAP-INTEREST + WS-CAP-BONUS
               PERFORM 5010-JOURNAL-WRITE-ATTEMPT
                   UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD
           END-IF
           MOVE ACCT-ID TO WS-C-ACCT-ID
           MOVE ACCT-NAME TO WS-C-ACCT-NAME
           COMPUTE WS-C-CAPITALIZED = WS-CAP-INTEREST + WS-CAP-BONUS
           MOVE WS-CAP-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-WITHHELD-AMOUNT > 0
               PERFORM 5500-WRITE-WITHHOLD-JOURNAL
           END-IF.
       5650-ADD-TO-BRANCH.
           MOVE 0 TO WS-BR-HIT
           PERFORM 5660-MATCH-BRANCH
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT OR WS-BR-HIT > 0
           IF WS-BR-HIT = 0
               IF WS-BR-COUNT < WS-BR-MAX
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BR-COUNT TO WS-BR-HIT
                   MOVE ACCT-BRANCH-CODE TO WS-BR-CODE (WS-BR-HIT)
                   MOVE 0 TO WS-BR-ACCOUNTS (WS-BR-HIT)
                   MOVE 0 TO WS-BR-AMOUNT (WS-BR-HIT)
               ELSE
                   MOVE 'Y' TO WS-BR-OVERFLOW
               END-IF
           END-IF
           IF WS-BR-HIT > 0
               ADD 1 TO WS-BR-ACCOUNTS (WS-BR-HIT)
               ADD WS-OD-CHARGE-AMOUNT TO WS-BR-AMOUNT (WS-BR-HIT)
           END-IF.
       5660-MATCH-BRANCH.
           IF WS-BR-CODE (WS-BR-IDX) = ACCT-BRANCH-CODE
               MOVE WS-BR-IDX TO WS-BR-HIT
           END-IF.
       5010-JOURNAL-WRITE-ATTEMPT.
           WRITE JOURNAL-RECORD
               INVALID KEY
                   MOVE 'A' TO WS-JRNL-WRITE-SWITCH
               END-IF
           END-IF.
       7000-WRITE-BRANCH-SECTION.
      *    MONTH-END SECTION: DEBIT INTEREST CHARGED, BY BRANCH,
      *    KEPT APART FROM THE CREDIT INTEREST DETAIL ABOVE IT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'DEBIT INTEREST CHARGED BY BRANCH' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 7100-WRITE-BRANCH-LINE
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
           MOVE 'ALL ' TO WS-BL-BRANCH
           MOVE WS-OD-CHARGED-COUNT TO WS-BL-ACCOUNTS
           MOVE WS-OD-CHARGED-TOTAL TO WS-BL-AMOUNT
           MOVE WS-BRANCH-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF BRANCH-TABLE-FULL
               MOVE '  BRANCH TABLE FULL, SOME BRANCHES IN TOTAL ONLY'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       7100-WRITE-BRANCH-LINE.
           MOVE WS-BR-CODE (WS-BR-IDX) TO WS-BL-BRANCH
           MOVE WS-BR-ACCOUNTS (WS-BR-IDX) TO WS-BL-ACCOUNTS
           MOVE WS-BR-AMOUNT (WS-BR-IDX) TO WS-BL-AMOUNT
           MOVE WS-BRANCH-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE REPORT-FILE
           END-IF
           IF RATE-HISTORY-AVAILABLE
               CLOSE RATE-HISTORY-FILE
           END-IF
           IF EXCEPTIONS-AVAILABLE
               CLOSE EXCEPTION-RATE-FILE
           END-IF
           IF EXCEPTION-LOG-AVAILABLE
               CLOSE EXCEPTION-LOG-FILE
           END-IF
           IF CAMPAIGNS-AVAILABLE
               CLOSE CAMPAIGN-FILE
               CLOSE ENROLLMENT-FILE
           END-IF.
