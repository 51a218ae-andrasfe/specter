       IDENTIFICATION DIVISION.
       PROGRAM-ID. TINMATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT TIN-CASE-FILE ASSIGN TO 'TINMFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TNM-CUST-NO
               FILE STATUS IS WS-TNM-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL RESPONSE-FILE ASSIGN TO 'TINRESP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.
           SELECT OPTIONAL TIN-CARD-FILE ASSIGN TO 'TINCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO 'TINMPRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT NOTIFICATION-FILE ASSIGN TO 'ACCTNOTE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'TINMRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       FD TIN-CASE-FILE.
       01 TIN-CASE-RECORD.
           COPY TINMREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD RESPONSE-FILE.
       01 RESPONSE-RECORD.
           COPY TINXREC.
       FD TIN-CARD-FILE.
       01 TIN-CARD-RECORD.
          05 CARD-ACTION     PIC X(01).
             88 CARD-CERTIFIED  VALUE 'R'.
             88 CARD-VALIDATED  VALUE 'V'.
          05 CARD-CUST-NO    PIC X(08).
          05 CARD-TIN        PIC X(09).
          05 CARD-DATE       PIC 9(8).
          05 CARD-OPERATOR   PIC X(08).
       FD RUN-PARM-FILE.
       01 RUN-PARM-RECORD    PIC X(40).
       FD NOTIFICATION-FILE.
       01 NOTIFICATION-RECORD PIC X(80).
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-TNM-STATUS      PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-RESP-STATUS     PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-NOTE-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-RESP-EOF        PIC X VALUE 'N'.
           88 RESPONSE-EOF   VALUE 'Y'.
       01 WS-CARD-EOF        PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-PARM-EOF        PIC X VALUE 'N'.
           88 PARM-EOF       VALUE 'Y'.
       01 WS-ACCT-EOF        PIC X VALUE 'N'.
           88 ACCOUNT-EOF    VALUE 'Y'.
       01 WS-CASE-EOF        PIC X VALUE 'N'.
           88 CASE-SCAN-DONE VALUE 'Y'.
       01 WS-CUST-FOUND      PIC X VALUE 'N'.
           88 CUSTOMER-FOUND VALUE 'Y'.
       01 WS-TNM-FOUND       PIC X VALUE 'N'.
           88 CASE-FOUND     VALUE 'Y'.
      * BACKUP WITHHOLDING RATE IN THOUSANDTHS, AS ON CUSTLOAD
      * CARDS; A RATE=NNN CARD ON TINMPRM OVERRIDES THE DEFAULT.
       01 WS-RATE-PREFIX     PIC X(05) VALUE 'RATE='.
       01 WS-BACKUP-RATE     PIC 9(3) VALUE 240.
      * THE CUSTOMER HAS THIRTY BUSINESS DAYS FROM A NOTICE TO
      * ANSWER IT; A SECOND MISMATCH INSIDE THREE YEARS OF THE
      * FIRST NOTICE BARS THE CUSTOMER'S OWN CORRECTIONS.
       01 WS-REPLY-DAYS      PIC 9(3) VALUE 30.
       01 WS-STEP-COUNT      PIC 9(3) VALUE 0.
       01 WS-THREE-YEARS-AGO PIC 9(8) VALUE 0.
       01 WS-EVENT-DATE      PIC 9(8) VALUE 0.
       01 WS-DEADLINE        PIC 9(8) VALUE 0.
       01 WS-DEADLINE-R REDEFINES WS-DEADLINE.
          05 WS-DL-YEAR      PIC 9(4).
          05 WS-DL-MONTH     PIC 9(2).
          05 WS-DL-DAY       PIC 9(2).
       01 WS-BUSDAY-AREA.
          05 WS-BD-FUNCTION   PIC X(01).
          05 WS-BD-DATE-IN    PIC 9(8).
          05 WS-BD-FLAG       PIC X(01).
             88 BUSINESS-DAY-OPEN VALUE 'Y'.
          05 WS-BD-DATE-OUT   PIC 9(8).
      * CUSTOMERS SENT A NOTICE THIS RUN; THE ACCOUNT PASS QUEUES
      * THE NOTICE ON EACH OF THEIR LIVE ACCOUNTS.
       01 WS-NOTICE-COUNT    PIC 9(4) COMP VALUE 0.
       01 WS-NOTICE-MAX      PIC 9(4) COMP VALUE 2000.
       01 WS-NOTICE-IDX      PIC 9(4) COMP VALUE 0.
       01 WS-NOTICE-HIT      PIC 9(4) COMP VALUE 0.
       01 WS-NOTICE-TABLE.
          05 WS-NOTICE-ENTRY OCCURS 2000 TIMES.
             10 WS-NT-CUST-NO   PIC X(08).
             10 WS-NT-NOTICE-NO PIC 9(01).
             10 WS-NT-DEADLINE  PIC 9(8).
             10 WS-NT-QUEUED    PIC X(01).
       01 WS-RESPONSES-READ  PIC 9(7) COMP VALUE 0.
       01 WS-MATCHED-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-MISMATCH-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-FIRST-NOTICES   PIC 9(7) COMP VALUE 0.
       01 WS-SECOND-NOTICES  PIC 9(7) COMP VALUE 0.
       01 WS-ALREADY-OPEN    PIC 9(7) COMP VALUE 0.
       01 WS-RESEND-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-STALE-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-RESP-REJECTED   PIC 9(7) COMP VALUE 0.
       01 WS-CARDS-APPLIED   PIC 9(7) COMP VALUE 0.
       01 WS-CARDS-REJECTED  PIC 9(7) COMP VALUE 0.
       01 WS-NOTES-QUEUED    PIC 9(7) COMP VALUE 0.
       01 WS-UNNOTIFIED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-OPEN-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-OVERDUE-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-TODAY-JULIAN    PIC 9(9) COMP.
       01 WS-DAYS-LEFT       PIC S9(9) COMP.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       01 WS-TITLE-LINE.
          05 FILLER          PIC X(31)
             VALUE 'OPEN TIN MISMATCHES AS OF      '.
          05 WS-T-DATE       PIC 9(8).
       01 WS-HEADING-LINE.
          05 FILLER          PIC X(10) VALUE 'CUSTOMER'.
          05 FILLER          PIC X(25) VALUE 'NAME'.
          05 FILLER          PIC X(10) VALUE 'TIN'.
          05 FILLER          PIC X(07) VALUE 'NOTICE'.
          05 FILLER          PIC X(09) VALUE 'SENT'.
          05 FILLER          PIC X(09) VALUE 'DEADLINE'.
          05 FILLER          PIC X(10) VALUE ' DAYS LEFT'.
          05 FILLER          PIC X(20) VALUE '  STANDING'.
       01 WS-DETAIL-LINE.
          05 WS-D-CUST-NO    PIC X(10).
          05 WS-D-NAME       PIC X(25).
          05 WS-D-TIN        PIC X(10).
          05 FILLER          PIC X(03) VALUE SPACES.
          05 WS-D-NOTICE-NO  PIC 9(01).
          05 FILLER          PIC X(03) VALUE SPACES.
          05 WS-D-NOTICE-DATE PIC 9(8).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-DEADLINE   PIC 9(8).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-DAYS-LEFT  PIC -(8)9.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-STANDING   PIC X(19).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    THE AUTHORITY'S ANSWERS TO THE LAST TINREQ FILE ARE
      *    LOADED FIRST.  A MISMATCH STARTS BACKUP WITHHOLDING AT
      *    ONCE AND OPENS A CASE WITH A NOTICE AND A REPLY DEADLINE;
      *    THE CUSTOMER'S ANSWER ARRIVES LATER ON A TINCARD AND
      *    CLOSES IT.  NOTICES ARE QUEUED ON ACCTNOTE FOR NOTIFDSP,
      *    AND COMPLIANCE GETS THE LIST OF EVERY CASE STILL OPEN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           COMPUTE WS-THREE-YEARS-AGO = WS-TODAY - 30000
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
           PERFORM 1100-READ-RUN-PARMS
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-LOAD-RESPONSES
           PERFORM 3000-APPLY-TIN-CARDS
           IF WS-NOTICE-COUNT > 0
               PERFORM 5000-QUEUE-NOTICES
           END-IF
           PERFORM 6000-REPORT-OPEN-CASES
           DISPLAY 'RESPONSES READ       : ' WS-RESPONSES-READ
           DISPLAY 'TINS MATCHED         : ' WS-MATCHED-COUNT
           DISPLAY 'TINS MISMATCHED      : ' WS-MISMATCH-COUNT
           DISPLAY '  FIRST NOTICES      : ' WS-FIRST-NOTICES
           DISPLAY '  SECOND NOTICES     : ' WS-SECOND-NOTICES
           DISPLAY '  CASE ALREADY OPEN  : ' WS-ALREADY-OPEN
           DISPLAY 'TO BE SENT AGAIN     : ' WS-RESEND-COUNT
           DISPLAY 'STALE RESPONSES      : ' WS-STALE-COUNT
           DISPLAY 'RESPONSES REJECTED   : ' WS-RESP-REJECTED
           DISPLAY 'CARDS APPLIED        : ' WS-CARDS-APPLIED
           DISPLAY 'CARDS REJECTED       : ' WS-CARDS-REJECTED
           DISPLAY 'NOTICES QUEUED       : ' WS-NOTES-QUEUED
           DISPLAY 'NO ACCOUNT TO NOTIFY : ' WS-UNNOTIFIED-COUNT
           DISPLAY 'OPEN MISMATCHES      : ' WS-OPEN-COUNT
           DISPLAY 'PAST REPLY DEADLINE  : ' WS-OVERDUE-COUNT
           IF WS-OVERDUE-COUNT > 0 OR WS-UNNOTIFIED-COUNT > 0
               DISPLAY 'ALERT: TIN MISMATCHES PAST DEADLINE '
                   WS-OVERDUE-COUNT ', CUSTOMERS NOT NOTIFIED '
                   WS-UNNOTIFIED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-STATUS
               STOP RUN
           END-IF
           OPEN I-O TIN-CASE-FILE
           IF WS-TNM-STATUS = '35'
               OPEN OUTPUT TIN-CASE-FILE
               CLOSE TIN-CASE-FILE
               OPEN I-O TIN-CASE-FILE
           END-IF
           IF WS-TNM-STATUS NOT = '00'
               DISPLAY 'TIN CASE FILE OPEN ERROR: ' WS-TNM-STATUS
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           OPEN EXTEND NOTIFICATION-FILE
           IF WS-NOTE-STATUS = '35'
               OPEN OUTPUT NOTIFICATION-FILE
           END-IF
           IF WS-NOTE-STATUS NOT = '00' AND WS-NOTE-STATUS NOT = '05'
               DISPLAY 'NOTIFICATION FILE OPEN ERROR: ' WS-NOTE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE TIN-CASE-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE TIN-CASE-FILE
               CLOSE NOTIFICATION-FILE
               STOP RUN
           END-IF.
       1100-READ-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE
           IF WS-PARM-STATUS = '00'
               PERFORM 1110-READ-RUN-PARM
               PERFORM 1120-APPLY-RUN-PARM UNTIL PARM-EOF
               CLOSE RUN-PARM-FILE
           END-IF
           DISPLAY 'BACKUP WITHHOLDING RATE (THOUSANDTHS): '
               WS-BACKUP-RATE.
       1110-READ-RUN-PARM.
           READ RUN-PARM-FILE
               AT END
                  MOVE 'Y' TO WS-PARM-EOF
           END-READ.
       1120-APPLY-RUN-PARM.
           IF RUN-PARM-RECORD (1:5) = WS-RATE-PREFIX
               AND RUN-PARM-RECORD (6:3) IS NUMERIC
               MOVE RUN-PARM-RECORD (6:3) TO WS-BACKUP-RATE
           END-IF
           PERFORM 1110-READ-RUN-PARM.
       2000-LOAD-RESPONSES.
           OPEN INPUT RESPONSE-FILE
           IF WS-RESP-STATUS = '00' OR WS-RESP-STATUS = '05'
               PERFORM 2100-READ-RESPONSE
               PERFORM 2200-APPLY-RESPONSE UNTIL RESPONSE-EOF
               CLOSE RESPONSE-FILE
           END-IF.
       2100-READ-RESPONSE.
           READ RESPONSE-FILE
               AT END
                  MOVE 'Y' TO WS-RESP-EOF
           END-READ.
       2200-APPLY-RESPONSE.
      *    AN ANSWER FOR A NUMBER NO LONGER ON THE CUSTOMER, OR FOR
      *    A CUSTOMER NOT WAITING ON ONE, IS STALE AND IGNORED.
           ADD 1 TO WS-RESPONSES-READ
           PERFORM 2300-READ-CUSTOMER
           EVALUATE TRUE
               WHEN NOT CUSTOMER-FOUND
                   ADD 1 TO WS-RESP-REJECTED
                   DISPLAY 'TIN RESPONSE REJECTED, NO CUSTOMER: '
                       TNX-ACCOUNT-NO
               WHEN TNX-TIN NOT = CUST-TIN OR NOT CUST-TIN-PENDING
                   ADD 1 TO WS-STALE-COUNT
               WHEN TNX-MATCHED
                   ADD 1 TO WS-MATCHED-COUNT
                   SET CUST-TIN-MATCHED TO TRUE
                   PERFORM 2400-REWRITE-CUSTOMER
               WHEN TNX-MISMATCHED
                   ADD 1 TO WS-MISMATCH-COUNT
                   PERFORM 4000-PROCESS-MISMATCH
               WHEN TNX-NOT-PROCESSED
                   ADD 1 TO WS-RESEND-COUNT
                   SET CUST-TIN-UNCHECKED TO TRUE
                   PERFORM 2400-REWRITE-CUSTOMER
               WHEN OTHER
                   ADD 1 TO WS-RESP-REJECTED
                   DISPLAY 'TIN RESPONSE REJECTED, BAD RESULT: '
                       TNX-RESULT-CODE ' ' TNX-ACCOUNT-NO
           END-EVALUATE
           PERFORM 2100-READ-RESPONSE.
       2300-READ-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND
           MOVE TNX-ACCOUNT-NO TO CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-CUST-FOUND
           END-READ.
       2400-REWRITE-CUSTOMER.
           MOVE WS-TODAY TO CUST-TIN-MATCH-DATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                  DISPLAY 'CUSTOMER REWRITE FAILED, STATUS '
                      WS-CUST-STATUS ': ' CUST-NO
           END-REWRITE.
       3000-APPLY-TIN-CARDS.
           OPEN INPUT TIN-CARD-FILE
           IF WS-CARD-STATUS = '00' OR WS-CARD-STATUS = '05'
               PERFORM 3100-READ-TIN-CARD
               PERFORM 3200-APPLY-ONE-CARD UNTIL CARD-EOF
               CLOSE TIN-CARD-FILE
           END-IF.
       3100-READ-TIN-CARD.
           READ TIN-CARD-FILE INTO TIN-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-CARD-EOF
           END-READ.
       3200-APPLY-ONE-CARD.
      *    R IS THE CUSTOMER'S SIGNED CERTIFICATION OF THE TIN, V A
      *    VALIDATION FROM THE ISSUING AUTHORITY.  EITHER CLOSES THE
      *    CASE AND LIFTS WITHHOLDING, AND THE TIN - CORRECTED OR
      *    NOT - GOES OUT TO BE MATCHED AGAIN.  ONCE CORRECTIONS ARE
      *    BARRED ONLY A VALIDATION IS ACCEPTED.
           IF CARD-DATE IS NUMERIC AND CARD-DATE NOT = 0
               MOVE CARD-DATE TO WS-EVENT-DATE
           ELSE
               MOVE WS-TODAY TO WS-EVENT-DATE
           END-IF
           MOVE 'N' TO WS-TNM-FOUND
           MOVE 'N' TO WS-CUST-FOUND
           IF CARD-CUST-NO NOT = SPACES
               MOVE CARD-CUST-NO TO TNM-CUST-NO
               READ TIN-CASE-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 'Y' TO WS-TNM-FOUND
               END-READ
               MOVE CARD-CUST-NO TO CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 'Y' TO WS-CUST-FOUND
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN CARD-CUST-NO = SPACES OR CARD-OPERATOR = SPACES
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY 'TIN CARD REJECTED, BAD DATA: '
                       CARD-CUST-NO
               WHEN NOT CARD-CERTIFIED AND NOT CARD-VALIDATED
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY 'TIN CARD REJECTED, BAD ACTION: '
                       CARD-ACTION ' ' CARD-CUST-NO
               WHEN NOT CASE-FOUND OR NOT CUSTOMER-FOUND
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY 'TIN CARD REJECTED, NO CASE: '
                       CARD-CUST-NO
               WHEN NOT TNM-OPEN
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY 'TIN CARD REJECTED, CASE CLOSED: '
                       CARD-CUST-NO
               WHEN CARD-CERTIFIED AND TNM-CORRECTIONS-BARRED
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY 'TIN CARD REJECTED, SECOND NOTICE - '
                       'VALIDATION REQUIRED: ' CARD-CUST-NO
               WHEN CARD-TIN NOT = SPACES AND CARD-TIN IS NOT NUMERIC
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY 'TIN CARD REJECTED, TIN NOT NINE DIGITS: '
                       CARD-CUST-NO
               WHEN WS-EVENT-DATE < TNM-NOTICE-DATE
                   OR WS-EVENT-DATE > WS-TODAY
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY 'TIN CARD REJECTED, BAD DATE: '
                       CARD-CUST-NO ' ' WS-EVENT-DATE
               WHEN OTHER
                   PERFORM 3300-CLOSE-CASE
           END-EVALUATE
           PERFORM 3100-READ-TIN-CARD.
       3300-CLOSE-CASE.
           MOVE 'Y' TO TNM-RESPONDED
           MOVE WS-EVENT-DATE TO TNM-RESPONSE-DATE
           MOVE CARD-ACTION TO TNM-RESPONSE-TYPE
           SET TNM-CLOSED TO TRUE
           MOVE WS-TODAY TO TNM-CLOSED-DATE
           MOVE CARD-OPERATOR TO TNM-UPDATED-BY
           REWRITE TIN-CASE-RECORD
               INVALID KEY
                  DISPLAY 'TIN CASE REWRITE FAILED, STATUS '
                      WS-TNM-STATUS ': ' CARD-CUST-NO
           END-REWRITE
           IF CARD-TIN NOT = SPACES
               MOVE CARD-TIN TO CUST-TIN
           END-IF
           SET CUST-TIN-UNCHECKED TO TRUE
           MOVE 'N' TO CUST-WITHHOLD-FLAG
           MOVE 0 TO CUST-WITHHOLD-RATE
           PERFORM 2400-REWRITE-CUSTOMER
           ADD 1 TO WS-CARDS-APPLIED.
       4000-PROCESS-MISMATCH.
      *    WITHHOLDING STARTS NOW.  A CASE ALREADY OPEN IS LEFT TO
      *    RUN ITS COURSE; OTHERWISE THIS IS NOTICE 1, OR NOTICE 2
      *    IF THE LAST FIRST NOTICE WAS INSIDE THREE YEARS.
           SET CUST-TIN-MISMATCHED TO TRUE
           MOVE 'Y' TO CUST-WITHHOLD-FLAG
           COMPUTE CUST-WITHHOLD-RATE = WS-BACKUP-RATE / 1000
           PERFORM 2400-REWRITE-CUSTOMER
           MOVE 'N' TO WS-TNM-FOUND
           MOVE CUST-NO TO TNM-CUST-NO
           READ TIN-CASE-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-TNM-FOUND
           END-READ
           IF CASE-FOUND AND TNM-OPEN
               ADD 1 TO WS-ALREADY-OPEN
           ELSE
               IF CASE-FOUND
                   AND TNM-FIRST-NOTICE-DATE > WS-THREE-YEARS-AGO
                   MOVE 2 TO TNM-NOTICE-COUNT
                   MOVE 'Y' TO TNM-CORRECTION-BAR
                   ADD 1 TO WS-SECOND-NOTICES
               ELSE
                   MOVE CUST-NO TO TNM-CUST-NO
                   MOVE 1 TO TNM-NOTICE-COUNT
                   MOVE WS-TODAY TO TNM-FIRST-NOTICE-DATE
                   MOVE 'N' TO TNM-CORRECTION-BAR
                   ADD 1 TO WS-FIRST-NOTICES
               END-IF
               PERFORM 4100-FIND-DEADLINE
               SET TNM-OPEN TO TRUE
               MOVE TNX-TIN TO TNM-TIN
               MOVE TNX-RESULT-CODE TO TNM-RESULT-CODE
               MOVE WS-TODAY TO TNM-NOTICE-DATE
               MOVE WS-DEADLINE TO TNM-DEADLINE-DATE
               MOVE 'N' TO TNM-RESPONDED
               MOVE 0 TO TNM-RESPONSE-DATE
               MOVE SPACE TO TNM-RESPONSE-TYPE
               MOVE 0 TO TNM-CLOSED-DATE
               MOVE 'TINMATCH' TO TNM-UPDATED-BY
               PERFORM 4200-STORE-CASE
               PERFORM 4300-REMEMBER-NOTICE
           END-IF.
       4100-FIND-DEADLINE.
           MOVE WS-TODAY TO WS-DEADLINE
           MOVE 0 TO WS-STEP-COUNT
           PERFORM 4110-STEP-BUSINESS-DAY
               UNTIL WS-STEP-COUNT >= WS-REPLY-DAYS.
       4110-STEP-BUSINESS-DAY.
           MOVE 'N' TO WS-BD-FUNCTION
           MOVE WS-DEADLINE TO WS-BD-DATE-IN
           CALL 'DATEUTIL' USING WS-DATE-RESULT, WS-DEADLINE-R,
               WS-BUSDAY-AREA
           MOVE WS-BD-DATE-OUT TO WS-DEADLINE
           ADD 1 TO WS-STEP-COUNT.
       4200-STORE-CASE.
           IF CASE-FOUND
               REWRITE TIN-CASE-RECORD
                   INVALID KEY
                      DISPLAY 'TIN CASE REWRITE FAILED, STATUS '
                          WS-TNM-STATUS ': ' TNM-CUST-NO
               END-REWRITE
           ELSE
               WRITE TIN-CASE-RECORD
                   INVALID KEY
                      DISPLAY 'TIN CASE WRITE FAILED, STATUS '
                          WS-TNM-STATUS ': ' TNM-CUST-NO
               END-WRITE
           END-IF.
       4300-REMEMBER-NOTICE.
           IF WS-NOTICE-COUNT < WS-NOTICE-MAX
               ADD 1 TO WS-NOTICE-COUNT
               MOVE TNM-CUST-NO TO WS-NT-CUST-NO (WS-NOTICE-COUNT)
               MOVE TNM-NOTICE-COUNT
                   TO WS-NT-NOTICE-NO (WS-NOTICE-COUNT)
               MOVE TNM-DEADLINE-DATE
                   TO WS-NT-DEADLINE (WS-NOTICE-COUNT)
               MOVE 'N' TO WS-NT-QUEUED (WS-NOTICE-COUNT)
           ELSE
               ADD 1 TO WS-UNNOTIFIED-COUNT
               DISPLAY 'NOTICE TABLE FULL, SEND BY HAND: '
                   TNM-CUST-NO
           END-IF.
       5000-QUEUE-NOTICES.
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
                   ', TIN NOTICES NOT QUEUED'
               ADD WS-NOTICE-COUNT TO WS-UNNOTIFIED-COUNT
           ELSE
               PERFORM 5100-READ-ACCOUNT
               PERFORM 5200-CHECK-ACCOUNT UNTIL ACCOUNT-EOF
               CLOSE ACCOUNT-FILE
               PERFORM 5400-CHECK-QUEUED
                   VARYING WS-NOTICE-IDX FROM 1 BY 1
                   UNTIL WS-NOTICE-IDX > WS-NOTICE-COUNT
           END-IF.
       5100-READ-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-ACCT-EOF
           END-READ
           IF NOT ACCOUNT-EOF AND WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE READ ERROR: ' WS-FILE-STATUS
               MOVE 'Y' TO WS-ACCT-EOF
           END-IF.
       5200-CHECK-ACCOUNT.
           IF NOT ACCT-CLOSED AND NOT ACCT-ESCHEATED
               AND NOT ACCT-CHARGED-OFF
               AND ACCT-CUSTOMER-NO NOT = SPACES
               MOVE 0 TO WS-NOTICE-HIT
               PERFORM 5210-FIND-CUSTOMER-NOTICE
                   VARYING WS-NOTICE-IDX FROM 1 BY 1
                   UNTIL WS-NOTICE-IDX > WS-NOTICE-COUNT
                   OR WS-NOTICE-HIT > 0
               IF WS-NOTICE-HIT > 0
                   PERFORM 5300-WRITE-NOTICE
               END-IF
           END-IF
           PERFORM 5100-READ-ACCOUNT.
       5210-FIND-CUSTOMER-NOTICE.
           IF WS-NT-CUST-NO (WS-NOTICE-IDX) = ACCT-CUSTOMER-NO
               MOVE WS-NOTICE-IDX TO WS-NOTICE-HIT
           END-IF.
       5300-WRITE-NOTICE.
           MOVE SPACES TO NOTIFICATION-RECORD
           STRING 'TIN MISMATCH NOTE ACCT: ' ACCT-ID
               ' NOTICE: ' WS-NT-NOTICE-NO (WS-NOTICE-HIT)
               ' REPLY BY: ' WS-NT-DEADLINE (WS-NOTICE-HIT)
               DELIMITED BY SIZE INTO NOTIFICATION-RECORD
           WRITE NOTIFICATION-RECORD
           MOVE 'Y' TO WS-NT-QUEUED (WS-NOTICE-HIT)
           ADD 1 TO WS-NOTES-QUEUED.
       5400-CHECK-QUEUED.
           IF WS-NT-QUEUED (WS-NOTICE-IDX) NOT = 'Y'
               ADD 1 TO WS-UNNOTIFIED-COUNT
               DISPLAY 'TIN NOTICE NOT QUEUED, NO LIVE ACCOUNT: '
                   WS-NT-CUST-NO (WS-NOTICE-IDX)
           END-IF.
       6000-REPORT-OPEN-CASES.
           MOVE WS-TODAY TO WS-T-DATE
           MOVE WS-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-CASE-EOF
           MOVE LOW-VALUES TO TNM-CUST-NO
           START TIN-CASE-FILE KEY IS NOT LESS THAN TNM-CUST-NO
               INVALID KEY
                  MOVE 'Y' TO WS-CASE-EOF
           END-START
           PERFORM 6100-REPORT-ONE-CASE UNTIL CASE-SCAN-DONE.
       6100-REPORT-ONE-CASE.
           READ TIN-CASE-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-CASE-EOF
           END-READ
           IF NOT CASE-SCAN-DONE
               IF WS-TNM-STATUS NOT = '00'
                   MOVE 'Y' TO WS-CASE-EOF
               ELSE
                   IF TNM-OPEN
                       PERFORM 6200-WRITE-CASE-LINE
                   END-IF
               END-IF
           END-IF.
       6200-WRITE-CASE-LINE.
           ADD 1 TO WS-OPEN-COUNT
           MOVE TNM-CUST-NO TO WS-D-CUST-NO
           MOVE SPACES TO WS-D-NAME
           MOVE TNM-CUST-NO TO CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY
                  MOVE '*** NOT ON CUSTFILE ***' TO WS-D-NAME
               NOT INVALID KEY
                  MOVE CUST-NAME TO WS-D-NAME
           END-READ
           MOVE TNM-TIN TO WS-D-TIN
           MOVE TNM-NOTICE-COUNT TO WS-D-NOTICE-NO
           MOVE TNM-NOTICE-DATE TO WS-D-NOTICE-DATE
           MOVE TNM-DEADLINE-DATE TO WS-D-DEADLINE
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (TNM-DEADLINE-DATE)
               - WS-TODAY-JULIAN
           MOVE WS-DAYS-LEFT TO WS-D-DAYS-LEFT
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE 'PAST DEADLINE' TO WS-D-STANDING
               WHEN TNM-CORRECTIONS-BARRED
                   MOVE 'VALIDATION ONLY' TO WS-D-STANDING
               WHEN OTHER
                   MOVE 'AWAITING REPLY' TO WS-D-STANDING
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       9000-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           CLOSE TIN-CASE-FILE
           CLOSE NOTIFICATION-FILE
           CLOSE REPORT-FILE.
