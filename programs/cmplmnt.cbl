       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPLMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO 'CMPLFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CMPL-KEY
               FILE STATUS IS WS-CMPL-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'ACCTTRN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT OPTIONAL COMPLAINT-CARD-FILE ASSIGN TO 'CMPLCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO 'CMPLAGE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COMPLAINT-FILE.
       01 COMPLAINT-RECORD.
           COPY CMPLREC.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TRN-ACCT-ID     PIC X(10).
          05 TRN-CODE        PIC X(01).
          05 TRN-AMOUNT      PIC S9(9)V99.
          05 TRN-REF         PIC X(12).
          05 TRN-EFFECTIVE-DATE PIC 9(8).
          05 TRN-DEST-ACCT-ID PIC X(10).
          05 TRN-ORIG-REF    PIC X(12).
          05 TRN-CHQ-SERIAL  PIC X(10).
          05 TRN-AUTH-CUST-NO PIC X(08).
       FD COMPLAINT-CARD-FILE.
      * O OPENS A COMPLAINT (THE DATE IS THE DAY IT WAS RECEIVED,
      * ZERO FOR TODAY); A ASSIGNS OR REASSIGNS THE HANDLER; C
      * CLOSES IT WITH THE OUTCOME, THE RESOLUTION TEXT AND ANY
      * COMPENSATION.  A AND C NAME THE COMPLAINT BY CUSTOMER,
      * RECEIVED DATE AND SEQUENCE.
       01 COMPLAINT-CARD-RECORD.
          05 CARD-ACTION     PIC X(01).
             88 CARD-OPEN       VALUE 'O'.
             88 CARD-ASSIGN     VALUE 'A'.
             88 CARD-CLOSE      VALUE 'C'.
          05 CARD-CUST-NO    PIC X(08).
          05 CARD-OPEN-DATE  PIC 9(8).
          05 CARD-SEQ        PIC 9(2).
          05 CARD-ACCT-ID    PIC X(10).
          05 CARD-CATEGORY   PIC X(01).
          05 CARD-CHANNEL    PIC X(01).
          05 CARD-HANDLER    PIC X(08).
          05 CARD-OUTCOME    PIC X(01).
          05 CARD-COMP-AMOUNT PIC 9(7)V99.
          05 CARD-OPERATOR   PIC X(08).
          05 CARD-RESOLUTION PIC X(40).
       FD AGING-REPORT-FILE.
       01 AGING-REPORT-LINE  PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-CMPL-STATUS     PIC XX VALUE '00'.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-TRN-STATUS      PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-CARD-EOF        PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-SCAN-EOF        PIC X VALUE 'N'.
           88 SCAN-DONE      VALUE 'Y'.
       01 WS-CARD-OK         PIC X VALUE 'N'.
           88 CARD-ACCEPTED  VALUE 'Y'.
       01 WS-COMP-OK         PIC X VALUE 'N'.
           88 COMPENSATION-QUEUED VALUE 'Y'.
      * A COMPLAINT MUST BE ANSWERED WITHIN EIGHT WEEKS OF RECEIPT.
      * OPEN COMPLAINTS INSIDE THE WARNING WINDOW ARE FLAGGED DUE
      * SOON ON THE AGING REPORT, PAST THE DEADLINE BREACHED.
       01 WS-RESPONSE-DAYS   PIC 9(3) VALUE 56.
       01 WS-WARNING-DAYS    PIC 9(3) VALUE 14.
       01 WS-RECEIVED-DATE   PIC 9(8) VALUE 0.
       01 WS-BRANCH-CODE     PIC X(04) VALUE SPACES.
       01 WS-COMP-ACCT-ID    PIC X(10) VALUE SPACES.
       01 WS-HIGH-SEQ        PIC 9(2) VALUE 0.
       01 WS-OPENED-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-ASSIGNED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-CLOSED-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-COMP-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-OPEN-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-DUE-SOON-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-BREACHED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-TODAY-JULIAN    PIC 9(9) COMP VALUE 0.
       01 WS-OPEN-JULIAN     PIC 9(9) COMP VALUE 0.
       01 WS-DEADLINE-JULIAN PIC 9(9) COMP VALUE 0.
       01 WS-DAYS-OPEN       PIC S9(9) COMP VALUE 0.
       01 WS-DAYS-LEFT       PIC S9(9) COMP VALUE 0.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       01 WS-HEADING.
          05 FILLER          PIC X(36) VALUE
             'CUSTOMER RECEIVED SQ ACCOUNT    CAT '.
          05 FILLER          PIC X(36) VALUE
             'HANDLER   AGE DEADLINE  LEFT  FLAG'.
       01 WS-DETAIL-LINE.
          05 WS-D-CUST-NO    PIC X(09).
          05 WS-D-OPEN-DATE  PIC 9(8).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-SEQ        PIC 9(2).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-ACCT-ID    PIC X(11).
          05 WS-D-CATEGORY   PIC X(04).
          05 WS-D-HANDLER    PIC X(09).
          05 WS-D-DAYS-OPEN  PIC ZZ9.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-DEADLINE   PIC 9(8).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-DAYS-LEFT  PIC ---9.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-FLAG       PIC X(10).
       01 WS-TOTAL-LINE.
          05 FILLER          PIC X(06) VALUE 'OPEN: '.
          05 WS-T-OPEN       PIC ZZZ,ZZ9.
          05 FILLER          PIC X(12) VALUE '  DUE SOON: '.
          05 WS-T-DUE-SOON   PIC ZZZ,ZZ9.
          05 FILLER          PIC X(12) VALUE '  BREACHED: '.
          05 WS-T-BREACHED   PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    THE COMPLAINT REGISTER.  THE DAY'S COMPLAINT CARDS ARE
      *    APPLIED FIRST; A CLOSURE WITH COMPENSATION APPENDS A
      *    CREDIT TO ACCTTRN, SO IT RUNS AHEAD OF ACCTPOST AND THE
      *    CREDIT POSTS UNDER THE COMPLAINT'S REFERENCE THE SAME
      *    NIGHT.  EVERY COMPLAINT STILL OPEN IS THEN AGED AGAINST
      *    ITS RESPONSE DEADLINE ON THE AGING REPORT.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
           PERFORM 2000-APPLY-COMPLAINT-CARDS
           PERFORM 6000-AGING-REPORT
           DISPLAY 'COMPLAINTS OPENED     : ' WS-OPENED-COUNT
           DISPLAY 'HANDLERS ASSIGNED     : ' WS-ASSIGNED-COUNT
           DISPLAY 'COMPLAINTS CLOSED     : ' WS-CLOSED-COUNT
           DISPLAY 'COMPENSATION CREDITS  : ' WS-COMP-COUNT
           DISPLAY 'CARDS REJECTED        : ' WS-REJECT-COUNT
           DISPLAY 'COMPLAINTS STILL OPEN : ' WS-OPEN-COUNT
           DISPLAY 'DUE WITHIN WARNING    : ' WS-DUE-SOON-COUNT
           DISPLAY 'PAST RESPONSE DEADLINE: ' WS-BREACHED-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O COMPLAINT-FILE
           IF WS-CMPL-STATUS = '35'
               OPEN OUTPUT COMPLAINT-FILE
               CLOSE COMPLAINT-FILE
               OPEN I-O COMPLAINT-FILE
           END-IF
           IF WS-CMPL-STATUS NOT = '00'
               DISPLAY 'COMPLAINT FILE OPEN ERROR: ' WS-CMPL-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-STATUS
               CLOSE COMPLAINT-FILE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE COMPLAINT-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRN-STATUS = '35'
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           IF WS-TRN-STATUS NOT = '00' AND WS-TRN-STATUS NOT = '05'
               DISPLAY 'TRANSACTION FILE OPEN ERROR: ' WS-TRN-STATUS
               CLOSE COMPLAINT-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT AGING-REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'AGING REPORT OPEN ERROR: ' WS-RPT-STATUS
               CLOSE COMPLAINT-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ACCOUNT-FILE
               CLOSE TRANSACTION-FILE
               STOP RUN
           END-IF.
       2000-APPLY-COMPLAINT-CARDS.
           OPEN INPUT COMPLAINT-CARD-FILE
           IF WS-CARD-STATUS = '00' OR WS-CARD-STATUS = '05'
               PERFORM 2100-READ-COMPLAINT-CARD
               PERFORM 2200-APPLY-ONE-CARD UNTIL CARD-EOF
               CLOSE COMPLAINT-CARD-FILE
           END-IF.
       2100-READ-COMPLAINT-CARD.
           READ COMPLAINT-CARD-FILE INTO COMPLAINT-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-CARD-EOF
           END-READ.
       2200-APPLY-ONE-CARD.
           EVALUATE TRUE
               WHEN CARD-CUST-NO = SPACES OR CARD-OPERATOR = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'COMPLAINT CARD REJECTED, BAD DATA: '
                       CARD-CUST-NO
               WHEN CARD-OPEN
                   PERFORM 3000-OPEN-COMPLAINT
               WHEN CARD-ASSIGN
                   PERFORM 4000-ASSIGN-HANDLER
               WHEN CARD-CLOSE
                   PERFORM 5000-CLOSE-COMPLAINT
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'COMPLAINT CARD REJECTED, BAD ACTION: '
                       CARD-ACTION ' ' CARD-CUST-NO
           END-EVALUATE
           PERFORM 2100-READ-COMPLAINT-CARD.
       3000-OPEN-COMPLAINT.
           PERFORM 3100-EDIT-OPEN-CARD
           IF CARD-ACCEPTED
               PERFORM 3200-FIND-HIGH-SEQUENCE
               IF WS-HIGH-SEQ = 99
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'COMPLAINT REJECTED, SEQUENCES USED UP: '
                       CARD-CUST-NO
               ELSE
                   PERFORM 3300-BUILD-COMPLAINT
                   WRITE COMPLAINT-RECORD
                       INVALID KEY
                          ADD 1 TO WS-REJECT-COUNT
                          DISPLAY 'COMPLAINT WRITE FAILED, STATUS '
                              WS-CMPL-STATUS ': ' CARD-CUST-NO
                       NOT INVALID KEY
                          ADD 1 TO WS-OPENED-COUNT
                          DISPLAY 'COMPLAINT OPENED: ' CMPL-CUST-NO
                              ' ' CMPL-OPEN-DATE ' SEQ ' CMPL-SEQ
                              ' DUE ' CMPL-DEADLINE-DATE
                   END-WRITE
               END-IF
           END-IF.
       3100-EDIT-OPEN-CARD.
      *    THE CUSTOMER MUST BE ON FILE; A NAMED ACCOUNT MUST BE ON
      *    FILE TOO AND GIVES THE COMPLAINT ITS BRANCH.
           MOVE 'N' TO WS-CARD-OK
           MOVE SPACES TO WS-BRANCH-CODE
           IF CARD-OPEN-DATE IS NUMERIC AND CARD-OPEN-DATE NOT = 0
               MOVE CARD-OPEN-DATE TO WS-RECEIVED-DATE
           ELSE
               MOVE WS-TODAY TO WS-RECEIVED-DATE
           END-IF
           MOVE CARD-CUST-NO TO CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY
                  MOVE SPACES TO CUST-NO
           END-READ
           IF CARD-ACCT-ID NOT = SPACES
               MOVE CARD-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                      MOVE SPACES TO ACCT-ID
                   NOT INVALID KEY
                      MOVE ACCT-BRANCH-CODE TO WS-BRANCH-CODE
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN CUST-NO = SPACES
                   DISPLAY 'COMPLAINT REJECTED, NO SUCH CUSTOMER: '
                       CARD-CUST-NO
               WHEN CARD-ACCT-ID NOT = SPACES AND ACCT-ID = SPACES
                   DISPLAY 'COMPLAINT REJECTED, NO SUCH ACCOUNT: '
                       CARD-ACCT-ID
               WHEN CARD-CATEGORY NOT = 'F' AND NOT = 'P'
                   AND NOT = 'S' AND NOT = 'R' AND NOT = 'T'
                   DISPLAY 'COMPLAINT REJECTED, BAD CATEGORY: '
                       CARD-CATEGORY ' ' CARD-CUST-NO
               WHEN CARD-CHANNEL NOT = 'B' AND NOT = 'P'
                   AND NOT = 'L' AND NOT = 'E' AND NOT = 'O'
                   DISPLAY 'COMPLAINT REJECTED, BAD CHANNEL: '
                       CARD-CHANNEL ' ' CARD-CUST-NO
               WHEN WS-RECEIVED-DATE > WS-TODAY
                   DISPLAY 'COMPLAINT REJECTED, RECEIVED IN FUTURE: '
                       CARD-CUST-NO
               WHEN OTHER
                   MOVE 'Y' TO WS-CARD-OK
           END-EVALUATE
           IF NOT CARD-ACCEPTED
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
       3200-FIND-HIGH-SEQUENCE.
      *    THE SEQUENCE RUNS ACROSS ALL OF THE CUSTOMER'S
      *    COMPLAINTS, WHATEVER THE RECEIVED DATE.
           MOVE 0 TO WS-HIGH-SEQ
           MOVE 'N' TO WS-SCAN-EOF
           MOVE CARD-CUST-NO TO CMPL-CUST-NO
           MOVE 0 TO CMPL-OPEN-DATE
           MOVE 0 TO CMPL-SEQ
           START COMPLAINT-FILE KEY IS NOT LESS THAN CMPL-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 3210-CHECK-ONE-SEQUENCE UNTIL SCAN-DONE.
       3210-CHECK-ONE-SEQUENCE.
           READ COMPLAINT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-CMPL-STATUS NOT = '00'
                   OR CMPL-CUST-NO NOT = CARD-CUST-NO
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   IF CMPL-SEQ > WS-HIGH-SEQ
                       MOVE CMPL-SEQ TO WS-HIGH-SEQ
                   END-IF
               END-IF
           END-IF.
       3300-BUILD-COMPLAINT.
           MOVE SPACES TO COMPLAINT-RECORD
           MOVE CARD-CUST-NO TO CMPL-CUST-NO
           MOVE WS-RECEIVED-DATE TO CMPL-OPEN-DATE
           COMPUTE CMPL-SEQ = WS-HIGH-SEQ + 1
           MOVE CARD-ACCT-ID TO CMPL-ACCT-ID
           MOVE WS-BRANCH-CODE TO CMPL-BRANCH-CODE
           MOVE CARD-CATEGORY TO CMPL-CATEGORY
           MOVE CARD-CHANNEL TO CMPL-CHANNEL
           MOVE CARD-HANDLER TO CMPL-HANDLER
           SET CMPL-OPEN TO TRUE
           COMPUTE WS-DEADLINE-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-RECEIVED-DATE)
               + WS-RESPONSE-DAYS
           COMPUTE CMPL-DEADLINE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DEADLINE-JULIAN)
           MOVE 0 TO CMPL-CLOSED-DATE
           MOVE 0 TO CMPL-COMP-AMOUNT
           MOVE CARD-OPERATOR TO CMPL-OPENED-BY.
       4000-ASSIGN-HANDLER.
           PERFORM 4100-READ-CARD-COMPLAINT
           IF CARD-ACCEPTED
               IF CARD-HANDLER = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'ASSIGN REJECTED, NO HANDLER: '
                       CARD-CUST-NO ' SEQ ' CARD-SEQ
               ELSE
                   MOVE CARD-HANDLER TO CMPL-HANDLER
                   REWRITE COMPLAINT-RECORD
                       INVALID KEY
                          ADD 1 TO WS-REJECT-COUNT
                          DISPLAY 'COMPLAINT REWRITE FAILED, STATUS '
                              WS-CMPL-STATUS ': ' CARD-CUST-NO
                       NOT INVALID KEY
                          ADD 1 TO WS-ASSIGNED-COUNT
                   END-REWRITE
               END-IF
           END-IF.
       4100-READ-CARD-COMPLAINT.
           MOVE 'N' TO WS-CARD-OK
           MOVE CARD-CUST-NO TO CMPL-CUST-NO
           MOVE CARD-OPEN-DATE TO CMPL-OPEN-DATE
           MOVE CARD-SEQ TO CMPL-SEQ
           READ COMPLAINT-FILE
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'COMPLAINT CARD REJECTED, NO COMPLAINT: '
                      CARD-CUST-NO ' ' CARD-OPEN-DATE ' SEQ ' CARD-SEQ
               NOT INVALID KEY
                  IF NOT CMPL-OPEN
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'COMPLAINT CARD REJECTED, ALREADY '
                          'CLOSED: ' CARD-CUST-NO ' SEQ ' CARD-SEQ
                  ELSE
                      MOVE 'Y' TO WS-CARD-OK
                  END-IF
           END-READ.
       5000-CLOSE-COMPLAINT.
      *    COMPENSATION GOES TO THE ACCOUNT COMPLAINED ABOUT, OR TO
      *    THE ACCOUNT ON THE CARD WHEN THE COMPLAINT NAMED NONE.
      *    THE CREDIT IS QUEUED BEFORE THE CLOSURE IS WRITTEN, SO A
      *    COMPLAINT IS NEVER SHOWN PAID WITHOUT ITS CREDIT.
           PERFORM 4100-READ-CARD-COMPLAINT
           IF CARD-ACCEPTED
               IF CMPL-ACCT-ID NOT = SPACES
                   MOVE CMPL-ACCT-ID TO WS-COMP-ACCT-ID
               ELSE
                   MOVE CARD-ACCT-ID TO WS-COMP-ACCT-ID
               END-IF
               EVALUATE TRUE
                   WHEN CARD-OUTCOME NOT = 'U' AND NOT = 'P'
                       AND NOT = 'N' AND NOT = 'W'
                       MOVE 'N' TO WS-CARD-OK
                       DISPLAY 'CLOSE REJECTED, BAD OUTCOME: '
                           CARD-OUTCOME ' ' CARD-CUST-NO
                   WHEN CARD-RESOLUTION = SPACES
                       MOVE 'N' TO WS-CARD-OK
                       DISPLAY 'CLOSE REJECTED, NO RESOLUTION: '
                           CARD-CUST-NO ' SEQ ' CARD-SEQ
                   WHEN CARD-COMP-AMOUNT > 0 AND CARD-OUTCOME = 'W'
                       MOVE 'N' TO WS-CARD-OK
                       DISPLAY 'CLOSE REJECTED, COMPENSATION ON A '
                           'WITHDRAWN COMPLAINT: ' CARD-CUST-NO
                   WHEN CARD-COMP-AMOUNT > 0
                       AND WS-COMP-ACCT-ID = SPACES
                       MOVE 'N' TO WS-CARD-OK
                       DISPLAY 'CLOSE REJECTED, NO ACCOUNT TO CREDIT: '
                           CARD-CUST-NO ' SEQ ' CARD-SEQ
               END-EVALUATE
               IF NOT CARD-ACCEPTED
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE 'Y' TO WS-COMP-OK
                   IF CARD-COMP-AMOUNT > 0
                       PERFORM 5100-QUEUE-COMPENSATION
                   END-IF
                   IF COMPENSATION-QUEUED
                       PERFORM 5200-WRITE-CLOSURE
                   END-IF
               END-IF
           END-IF.
       5100-QUEUE-COMPENSATION.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE WS-COMP-ACCT-ID TO TRN-ACCT-ID
           MOVE 'C' TO TRN-CODE
           MOVE CARD-COMP-AMOUNT TO TRN-AMOUNT
           STRING 'CQ' CMPL-CUST-NO CMPL-SEQ
               DELIMITED BY SIZE INTO TRN-REF
           MOVE WS-TODAY TO TRN-EFFECTIVE-DATE
           WRITE TRANSACTION-RECORD
           IF WS-TRN-STATUS NOT = '00'
               MOVE 'N' TO WS-COMP-OK
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'COMPENSATION WRITE FAILED, STATUS '
                   WS-TRN-STATUS ': ' CARD-CUST-NO ' SEQ ' CARD-SEQ
           ELSE
               ADD 1 TO WS-COMP-COUNT
               MOVE WS-COMP-ACCT-ID TO CMPL-ACCT-ID
               MOVE CARD-COMP-AMOUNT TO CMPL-COMP-AMOUNT
               MOVE TRN-REF TO CMPL-COMP-REF
           END-IF.
       5200-WRITE-CLOSURE.
           SET CMPL-CLOSED TO TRUE
           MOVE WS-TODAY TO CMPL-CLOSED-DATE
           MOVE CARD-OUTCOME TO CMPL-OUTCOME
           MOVE CARD-RESOLUTION TO CMPL-RESOLUTION
           MOVE CARD-OPERATOR TO CMPL-CLOSED-BY
           IF CMPL-HANDLER = SPACES
               MOVE CARD-HANDLER TO CMPL-HANDLER
           END-IF
           REWRITE COMPLAINT-RECORD
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'COMPLAINT REWRITE FAILED, STATUS '
                      WS-CMPL-STATUS ': ' CARD-CUST-NO
               NOT INVALID KEY
                  ADD 1 TO WS-CLOSED-COUNT
           END-REWRITE.
       6000-AGING-REPORT.
           MOVE SPACES TO AGING-REPORT-LINE
           STRING 'OPEN COMPLAINTS AGED AT ' WS-TODAY
               ' AGAINST THE RESPONSE DEADLINE'
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-HEADING TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO CMPL-KEY
           START COMPLAINT-FILE KEY IS NOT LESS THAN CMPL-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 6100-AGE-ONE-COMPLAINT UNTIL SCAN-DONE
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-OPEN-COUNT TO WS-T-OPEN
           MOVE WS-DUE-SOON-COUNT TO WS-T-DUE-SOON
           MOVE WS-BREACHED-COUNT TO WS-T-BREACHED
           MOVE WS-TOTAL-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.
       6100-AGE-ONE-COMPLAINT.
           READ COMPLAINT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-CMPL-STATUS NOT = '00'
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   IF CMPL-OPEN
                       ADD 1 TO WS-OPEN-COUNT
                       PERFORM 6200-WRITE-AGING-LINE
                   END-IF
               END-IF
           END-IF.
       6200-WRITE-AGING-LINE.
      *    A COMPLAINT NOBODY HAS PICKED UP IS FLAGGED AS WELL,
      *    UNLESS IT IS ALREADY DUE SOON OR BREACHED.
           COMPUTE WS-OPEN-JULIAN =
               FUNCTION INTEGER-OF-DATE (CMPL-OPEN-DATE)
           COMPUTE WS-DEADLINE-JULIAN =
               FUNCTION INTEGER-OF-DATE (CMPL-DEADLINE-DATE)
           COMPUTE WS-DAYS-OPEN = WS-TODAY-JULIAN - WS-OPEN-JULIAN
           COMPUTE WS-DAYS-LEFT =
               WS-DEADLINE-JULIAN - WS-TODAY-JULIAN
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CMPL-CUST-NO TO WS-D-CUST-NO
           MOVE CMPL-OPEN-DATE TO WS-D-OPEN-DATE
           MOVE CMPL-SEQ TO WS-D-SEQ
           MOVE CMPL-ACCT-ID TO WS-D-ACCT-ID
           MOVE CMPL-CATEGORY TO WS-D-CATEGORY
           MOVE CMPL-HANDLER TO WS-D-HANDLER
           MOVE WS-DAYS-OPEN TO WS-D-DAYS-OPEN
           MOVE CMPL-DEADLINE-DATE TO WS-D-DEADLINE
           MOVE WS-DAYS-LEFT TO WS-D-DAYS-LEFT
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   ADD 1 TO WS-BREACHED-COUNT
                   MOVE 'BREACHED' TO WS-D-FLAG
               WHEN WS-DAYS-LEFT <= WS-WARNING-DAYS
                   ADD 1 TO WS-DUE-SOON-COUNT
                   MOVE 'DUE SOON' TO WS-D-FLAG
               WHEN CMPL-HANDLER = SPACES
                   MOVE 'NO HANDLER' TO WS-D-FLAG
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.
       9000-CLOSE-FILES.
           CLOSE COMPLAINT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE AGING-REPORT-FILE.
