       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CAMPAIGN-CARD-FILE ASSIGN TO 'CAMPCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'CAMPAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CAMPAIGN-FILE.
       01 CAMPAIGN-RECORD.
           COPY CAMPREC.
       FD ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
           COPY CENRREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD CAMPAIGN-CARD-FILE.
       01 CAMPAIGN-CARD-RECORD.
          05 CARD-ACTION     PIC X(01).
             88 CARD-CAMPAIGN   VALUE 'C'.
             88 CARD-ENROLL     VALUE 'N'.
          05 CARD-CAMPAIGN-CODE PIC X(06).
          05 CARD-OPERATOR   PIC X(08).
          05 CARD-CAMPAIGN-DETAIL.
             10 CARD-DESCRIPTION PIC X(30).
             10 CARD-PRODUCT-LIST PIC X(15).
             10 CARD-BONUS-RATE PIC V9(6).
             10 CARD-START-DATE PIC 9(8).
             10 CARD-END-DATE   PIC 9(8).
             10 CARD-DEADLINE   PIC 9(8).
             10 FILLER          PIC X(05).
          05 CARD-ENROLL-DETAIL REDEFINES CARD-CAMPAIGN-DETAIL.
             10 CARD-ACCT-ID    PIC X(10).
             10 FILLER          PIC X(70).
       FD AUDIT-FILE.
       01 AUDIT-RECORD       PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-CMP-STATUS      PIC XX VALUE '00'.
       01 WS-CE-STATUS       PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-AUD-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-CE-SCAN-EOF     PIC X VALUE 'N'.
           88 ENROLL-SCAN-DONE VALUE 'Y'.
       01 WS-ELIGIBLE-SWITCH PIC X VALUE 'N'.
           88 PRODUCT-ELIGIBLE VALUE 'Y'.
       01 WS-CONFLICT-SWITCH PIC X VALUE 'N'.
           88 OTHER-CAMPAIGN-RUNNING VALUE 'Y'.
       01 WS-PRODUCT-IDX     PIC 9(1) COMP VALUE 0.
       01 WS-CONFLICT-CODE   PIC X(06) VALUE SPACES.
       01 WS-ADDED-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-REPLACED-COUNT  PIC 9(5) COMP VALUE 0.
       01 WS-ENROLLED-COUNT  PIC 9(5) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-ACTION          PIC X(08) VALUE SPACES.
       01 WS-START-DATE      PIC 9(8) VALUE 0.
       01 WS-DEADLINE        PIC 9(8) VALUE 0.
       01 WS-A-BASELINE      PIC -(9)9.99.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    MARKETING'S BONUS-RATE CAMPAIGNS AND THE ACCOUNTS THAT
      *    JOIN THEM ARRIVE AS CARDS.  C DEFINES A CAMPAIGN - BONUS
      *    DAILY RATE, WINDOW (START ZERO MEANING TODAY), ENROLLMENT
      *    DEADLINE (ZERO MEANING THE END DATE) AND UP TO FIVE
      *    ELIGIBLE PRODUCTS - OR REPLACES ONE ALREADY ON FILE.  N
      *    ENROLLS AN OPEN ACCOUNT OF AN ELIGIBLE PRODUCT UP TO THE
      *    DEADLINE, FIXING TODAY'S BALANCE AS ITS BASELINE.  AN
      *    ACCOUNT CAN BE IN ONLY ONE RUNNING CAMPAIGN AT A TIME, SO
      *    BONUSES NEVER STACK.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 2000-READ-CAMPAIGN-CARD
           PERFORM 3000-APPLY-CAMPAIGN-CARD UNTIL CARD-EOF
           DISPLAY 'CAMPAIGNS ADDED     : ' WS-ADDED-COUNT
           DISPLAY 'CAMPAIGNS REPLACED  : ' WS-REPLACED-COUNT
           DISPLAY 'ACCOUNTS ENROLLED   : ' WS-ENROLLED-COUNT
           DISPLAY 'CARDS REJECTED      : ' WS-REJECT-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O CAMPAIGN-FILE
           IF WS-CMP-STATUS = '35'
               OPEN OUTPUT CAMPAIGN-FILE
               CLOSE CAMPAIGN-FILE
               OPEN I-O CAMPAIGN-FILE
           END-IF
           IF WS-CMP-STATUS NOT = '00'
               DISPLAY 'CAMPAIGN FILE OPEN ERROR: ' WS-CMP-STATUS
               STOP RUN
           END-IF
           OPEN I-O ENROLLMENT-FILE
           IF WS-CE-STATUS = '35'
               OPEN OUTPUT ENROLLMENT-FILE
               CLOSE ENROLLMENT-FILE
               OPEN I-O ENROLLMENT-FILE
           END-IF
           IF WS-CE-STATUS NOT = '00'
               DISPLAY 'ENROLLMENT FILE OPEN ERROR: ' WS-CE-STATUS
               CLOSE CAMPAIGN-FILE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE CAMPAIGN-FILE
               CLOSE ENROLLMENT-FILE
               STOP RUN
           END-IF
           OPEN INPUT CAMPAIGN-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'CAMPAIGN CARD FILE OPEN ERROR: '
                   WS-CARD-STATUS
               CLOSE CAMPAIGN-FILE
               CLOSE ENROLLMENT-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-FILE
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'CAMPAIGN AUDIT FILE OPEN ERROR: '
                   WS-AUD-STATUS
               CLOSE CAMPAIGN-FILE
               CLOSE ENROLLMENT-FILE
               CLOSE ACCOUNT-FILE
               CLOSE CAMPAIGN-CARD-FILE
               STOP RUN
           END-IF.
       2000-READ-CAMPAIGN-CARD.
           READ CAMPAIGN-CARD-FILE INTO CAMPAIGN-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-APPLY-CAMPAIGN-CARD.
           IF CARD-CAMPAIGN-CODE = SPACES OR CARD-OPERATOR = SPACES
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CAMPAIGN CARD REJECTED, BAD DATA: '
                   CARD-CAMPAIGN-CODE
           ELSE
               EVALUATE TRUE
                   WHEN CARD-CAMPAIGN
                       PERFORM 4000-DEFINE-CAMPAIGN
                   WHEN CARD-ENROLL
                       PERFORM 5000-ENROLL-ACCOUNT
                   WHEN OTHER
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'CAMPAIGN CARD REJECTED, BAD ACTION: '
                           CARD-ACTION ' ' CARD-CAMPAIGN-CODE
               END-EVALUATE
           END-IF
           PERFORM 2000-READ-CAMPAIGN-CARD.
       4000-DEFINE-CAMPAIGN.
           IF CARD-START-DATE IS NUMERIC AND CARD-START-DATE NOT = 0
               MOVE CARD-START-DATE TO WS-START-DATE
           ELSE
               MOVE WS-TODAY TO WS-START-DATE
           END-IF
           IF CARD-DEADLINE IS NUMERIC AND CARD-DEADLINE NOT = 0
               MOVE CARD-DEADLINE TO WS-DEADLINE
           ELSE
               MOVE CARD-END-DATE TO WS-DEADLINE
           END-IF
           EVALUATE TRUE
               WHEN CARD-DESCRIPTION = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'CAMPAIGN REJECTED, NO DESCRIPTION: '
                       CARD-CAMPAIGN-CODE
               WHEN CARD-BONUS-RATE IS NOT NUMERIC
                   OR CARD-BONUS-RATE = 0
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'CAMPAIGN REJECTED, BAD BONUS RATE: '
                       CARD-CAMPAIGN-CODE
               WHEN CARD-END-DATE IS NOT NUMERIC
                   OR CARD-END-DATE < WS-START-DATE
                   OR WS-DEADLINE > CARD-END-DATE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'CAMPAIGN REJECTED, BAD WINDOW OR '
                       'DEADLINE: ' CARD-CAMPAIGN-CODE
               WHEN OTHER
                   PERFORM 4100-WRITE-CAMPAIGN
           END-EVALUATE.
       4100-WRITE-CAMPAIGN.
           MOVE CARD-CAMPAIGN-CODE TO CMP-CODE
           PERFORM 4200-FILL-CAMPAIGN
           WRITE CAMPAIGN-RECORD
               INVALID KEY
                  PERFORM 4300-REPLACE-CAMPAIGN
               NOT INVALID KEY
                  ADD 1 TO WS-ADDED-COUNT
                  MOVE 'ADDED' TO WS-ACTION
                  PERFORM 6000-WRITE-CAMPAIGN-AUDIT
           END-WRITE.
       4200-FILL-CAMPAIGN.
           MOVE CARD-DESCRIPTION TO CMP-DESCRIPTION
           MOVE CARD-PRODUCT-LIST TO CMP-PRODUCT-LIST
           MOVE CARD-BONUS-RATE TO CMP-BONUS-RATE
           MOVE WS-START-DATE TO CMP-START-DATE
           MOVE CARD-END-DATE TO CMP-END-DATE
           MOVE WS-DEADLINE TO CMP-ENROLL-DEADLINE
           MOVE CARD-OPERATOR TO CMP-UPDATED-BY
           MOVE WS-TODAY TO CMP-UPDATED-DATE.
       4300-REPLACE-CAMPAIGN.
           READ CAMPAIGN-FILE
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'CAMPAIGN ADD FAILED, STATUS '
                      WS-CMP-STATUS ': ' CARD-CAMPAIGN-CODE
               NOT INVALID KEY
                  PERFORM 4200-FILL-CAMPAIGN
                  PERFORM 4400-REWRITE-REPLACED
           END-READ.
       4400-REWRITE-REPLACED.
           REWRITE CAMPAIGN-RECORD
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'CAMPAIGN REPLACE FAILED, STATUS '
                      WS-CMP-STATUS ': ' CARD-CAMPAIGN-CODE
               NOT INVALID KEY
                  ADD 1 TO WS-REPLACED-COUNT
                  MOVE 'REPLACED' TO WS-ACTION
                  PERFORM 6000-WRITE-CAMPAIGN-AUDIT
           END-REWRITE.
       5000-ENROLL-ACCOUNT.
           MOVE CARD-CAMPAIGN-CODE TO CMP-CODE
           READ CAMPAIGN-FILE
               INVALID KEY
                  CONTINUE
           END-READ
           IF WS-CMP-STATUS NOT = '00'
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'ENROLLMENT REJECTED, NO SUCH CAMPAIGN: '
                   CARD-CAMPAIGN-CODE ' ' CARD-ACCT-ID
           ELSE
               IF WS-TODAY > CMP-ENROLL-DEADLINE
                   OR WS-TODAY > CMP-END-DATE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'ENROLLMENT REJECTED, CAMPAIGN CLOSED: '
                       CARD-CAMPAIGN-CODE ' ' CARD-ACCT-ID
               ELSE
                   PERFORM 5100-CHECK-ACCOUNT
               END-IF
           END-IF.
       5100-CHECK-ACCOUNT.
           MOVE CARD-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                  CONTINUE
           END-READ
           MOVE 'N' TO WS-ELIGIBLE-SWITCH
           IF WS-FILE-STATUS = '00'
               PERFORM 5200-CHECK-PRODUCT
           END-IF
           EVALUATE TRUE
               WHEN WS-FILE-STATUS NOT = '00'
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'ENROLLMENT REJECTED, NO SUCH ACCOUNT: '
                       CARD-CAMPAIGN-CODE ' ' CARD-ACCT-ID
               WHEN NOT ACCT-ACTIVE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'ENROLLMENT REJECTED, ACCOUNT NOT ACTIVE: '
                       CARD-CAMPAIGN-CODE ' ' CARD-ACCT-ID
               WHEN NOT PRODUCT-ELIGIBLE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'ENROLLMENT REJECTED, PRODUCT NOT ELIGIBLE: '
                       CARD-CAMPAIGN-CODE ' ' CARD-ACCT-ID
               WHEN OTHER
                   PERFORM 5300-CHECK-OTHER-CAMPAIGNS
                   IF OTHER-CAMPAIGN-RUNNING
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'ENROLLMENT REJECTED, ALREADY IN '
                           'CAMPAIGN ' WS-CONFLICT-CODE ': '
                           CARD-CAMPAIGN-CODE ' ' CARD-ACCT-ID
                   ELSE
                       PERFORM 5400-WRITE-ENROLLMENT
                   END-IF
           END-EVALUATE.
       5200-CHECK-PRODUCT.
           IF CMP-PRODUCT-LIST = SPACES
               MOVE 'Y' TO WS-ELIGIBLE-SWITCH
           ELSE
               PERFORM 5210-MATCH-PRODUCT
                   VARYING WS-PRODUCT-IDX FROM 1 BY 1
                   UNTIL WS-PRODUCT-IDX > 5
           END-IF.
       5210-MATCH-PRODUCT.
           IF CMP-PRODUCT (WS-PRODUCT-IDX) NOT = SPACES
               AND CMP-PRODUCT (WS-PRODUCT-IDX) = ACCT-PRODUCT-CODE
               MOVE 'Y' TO WS-ELIGIBLE-SWITCH
           END-IF.
       5300-CHECK-OTHER-CAMPAIGNS.
      *    EVERY CAMPAIGN THE ACCOUNT HAS JOINED BEFORE IS LOOKED UP;
      *    ONE WHOSE WINDOW HAS NOT YET CLOSED BLOCKS THE NEW ONE.
           MOVE 'N' TO WS-CONFLICT-SWITCH
           MOVE 'N' TO WS-CE-SCAN-EOF
           MOVE CARD-ACCT-ID TO CE-ACCT-ID
           MOVE LOW-VALUES TO CE-CAMPAIGN-CODE
           START ENROLLMENT-FILE KEY IS NOT LESS THAN CE-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-CE-SCAN-EOF
           END-START
           PERFORM 5310-CHECK-ONE-ENROLLMENT UNTIL ENROLL-SCAN-DONE.
       5310-CHECK-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-CE-SCAN-EOF
           END-READ
           IF NOT ENROLL-SCAN-DONE
               IF WS-CE-STATUS NOT = '00'
                   OR CE-ACCT-ID NOT = CARD-ACCT-ID
                   MOVE 'Y' TO WS-CE-SCAN-EOF
               ELSE
                   MOVE CE-CAMPAIGN-CODE TO CMP-CODE
                   READ CAMPAIGN-FILE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF CMP-END-DATE >= WS-TODAY
                              MOVE 'Y' TO WS-CONFLICT-SWITCH
                              MOVE CMP-CODE TO WS-CONFLICT-CODE
                          END-IF
                   END-READ
               END-IF
           END-IF.
       5400-WRITE-ENROLLMENT.
           MOVE CARD-ACCT-ID TO CE-ACCT-ID
           MOVE CARD-CAMPAIGN-CODE TO CE-CAMPAIGN-CODE
           MOVE WS-TODAY TO CE-ENROLL-DATE
           MOVE ACCT-BALANCE TO CE-BASELINE-BALANCE
           MOVE CARD-OPERATOR TO CE-ENROLLED-BY
           MOVE 0 TO CE-BONUS-PAID
           MOVE 0 TO CE-BONUS-DAYS
           MOVE ACCT-BALANCE TO CE-LAST-BALANCE
           MOVE 0 TO CE-LAST-ACCRUAL-DATE
           WRITE ENROLLMENT-RECORD
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'ENROLLMENT REJECTED, ALREADY ENROLLED: '
                      CARD-CAMPAIGN-CODE ' ' CARD-ACCT-ID
               NOT INVALID KEY
                  ADD 1 TO WS-ENROLLED-COUNT
                  PERFORM 6100-WRITE-ENROLL-AUDIT
           END-WRITE.
       6000-WRITE-CAMPAIGN-AUDIT.
           MOVE SPACES TO AUDIT-RECORD
           STRING 'CAMPAIGN ' WS-ACTION
               ' CODE: ' CMP-CODE
               ' BONUS RATE: .' CMP-BONUS-RATE
               ' FROM: ' CMP-START-DATE
               ' TO: ' CMP-END-DATE
               ' JOIN BY: ' CMP-ENROLL-DEADLINE
               ' BY: ' CARD-OPERATOR
               ' ON: ' WS-TODAY
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.
       6100-WRITE-ENROLL-AUDIT.
           MOVE CE-BASELINE-BALANCE TO WS-A-BASELINE
           MOVE SPACES TO AUDIT-RECORD
           STRING 'CAMPAIGN ENROLLED CODE: ' CE-CAMPAIGN-CODE
               ' ACCT: ' CE-ACCT-ID
               ' BASELINE: ' WS-A-BASELINE
               ' BY: ' CARD-OPERATOR
               ' ON: ' WS-TODAY
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.
       9000-CLOSE-FILES.
           CLOSE CAMPAIGN-FILE
           CLOSE ENROLLMENT-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CAMPAIGN-CARD-FILE
           CLOSE AUDIT-FILE.
