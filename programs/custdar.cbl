       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAR-PARM-FILE ASSIGN TO 'DARPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'DARRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OWNER-FILE ASSIGN TO 'ACCTOWN'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OWN-KEY
               FILE STATUS IS WS-OWN-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO 'ADDRFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ADDR-ACCT-ID
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT ADDRESS-HISTORY-FILE ASSIGN TO 'ADDRHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.
           SELECT PREFERENCE-FILE ASSIGN TO 'NOTEPREF'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PREF-ACCT-ID
               FILE STATUS IS WS-PREF-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'ACCTHOLD'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT STOP-FILE ASSIGN TO 'STOPFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STOP-KEY
               FILE STATUS IS WS-STOP-STATUS.
           SELECT LEGAL-FILE ASSIGN TO 'LGLORDER'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LGL-KEY
               FILE STATUS IS WS-LGL-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO 'DSPFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DSP-STATUS.
           SELECT COLLECTION-FILE ASSIGN TO 'COLCASE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS COL-KEY
               FILE STATUS IS WS-COL-STATUS.
           SELECT FRAUD-CASE-FILE ASSIGN TO 'FRQCASE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CASE-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT AUDIT-ACCT-FILE ASSIGN TO 'AUDXACCT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AUDX-KEY
               FILE STATUS IS WS-AUDX-STATUS.
           SELECT AUDIT-MASTER-FILE ASSIGN TO 'AUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AUDM-KEY
               FILE STATUS IS WS-MSTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DAR-PARM-FILE.
       01 DAR-PARM-RECORD    PIC X(40).
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(132).
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD OWNER-FILE.
       01 OWNER-RECORD.
           COPY OWNREC.
       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           COPY ADDRREC.
       FD ADDRESS-HISTORY-FILE.
       01 ADDRESS-HISTORY-RECORD.
          05 AHS-ACCT-ID     PIC X(10).
          05 AHS-CHANGE-DATE PIC 9(8).
          05 AHS-SOURCE      PIC X(08).
          05 AHS-OLD-STREET  PIC X(30).
          05 AHS-OLD-CITY    PIC X(20).
          05 AHS-OLD-POSTAL  PIC X(10).
          05 AHS-NEW-STREET  PIC X(30).
          05 AHS-NEW-CITY    PIC X(20).
          05 AHS-NEW-POSTAL  PIC X(10).
       FD PREFERENCE-FILE.
       01 PREFERENCE-RECORD.
           COPY NPRFREC.
       FD HOLD-FILE.
       01 HOLD-RECORD.
           COPY HOLDREC.
       FD STOP-FILE.
       01 STOP-RECORD.
           COPY STOPREC.
       FD LEGAL-FILE.
       01 LEGAL-RECORD.
           COPY LGLREC.
       FD DISPUTE-FILE.
       01 DISPUTE-RECORD.
           COPY DSPREC.
       FD COLLECTION-FILE.
       01 COLLECTION-RECORD.
           COPY COLCREC.
       FD FRAUD-CASE-FILE.
       01 FRAUD-CASE-RECORD.
           COPY FRQCREC.
       FD AUDIT-ACCT-FILE.
       01 AUDIT-ACCT-RECORD.
           COPY AUDXREC.
       FD AUDIT-MASTER-FILE.
       01 AUDIT-MASTER-RECORD.
           COPY AUDMREC.
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-OWN-STATUS      PIC XX VALUE '00'.
       01 WS-ADDR-STATUS     PIC XX VALUE '00'.
       01 WS-HST-STATUS      PIC XX VALUE '00'.
       01 WS-PREF-STATUS     PIC XX VALUE '00'.
       01 WS-HOLD-STATUS     PIC XX VALUE '00'.
       01 WS-STOP-STATUS     PIC XX VALUE '00'.
       01 WS-LGL-STATUS      PIC XX VALUE '00'.
       01 WS-DSP-STATUS      PIC XX VALUE '00'.
       01 WS-COL-STATUS      PIC XX VALUE '00'.
       01 WS-CASE-STATUS     PIC XX VALUE '00'.
       01 WS-AUDX-STATUS     PIC XX VALUE '00'.
       01 WS-MSTR-STATUS     PIC XX VALUE '00'.
       01 WS-OWN-AVAILABLE   PIC X VALUE 'N'.
           88 OWNERS-AVAILABLE VALUE 'Y'.
       01 WS-ADDR-AVAILABLE  PIC X VALUE 'N'.
           88 ADDRESSES-AVAILABLE VALUE 'Y'.
       01 WS-PREF-AVAILABLE  PIC X VALUE 'N'.
           88 PREFERENCES-AVAILABLE VALUE 'Y'.
       01 WS-HOLD-AVAILABLE  PIC X VALUE 'N'.
           88 HOLDS-AVAILABLE VALUE 'Y'.
       01 WS-STOP-AVAILABLE  PIC X VALUE 'N'.
           88 STOPS-AVAILABLE VALUE 'Y'.
       01 WS-LGL-AVAILABLE   PIC X VALUE 'N'.
           88 LEGAL-AVAILABLE VALUE 'Y'.
       01 WS-DSP-AVAILABLE   PIC X VALUE 'N'.
           88 DISPUTES-AVAILABLE VALUE 'Y'.
       01 WS-COL-AVAILABLE   PIC X VALUE 'N'.
           88 COLLECTIONS-AVAILABLE VALUE 'Y'.
       01 WS-CASE-AVAILABLE  PIC X VALUE 'N'.
           88 FRAUD-CASES-AVAILABLE VALUE 'Y'.
       01 WS-AUDX-AVAILABLE  PIC X VALUE 'N'.
           88 ACCT-PATH-AVAILABLE VALUE 'Y'.
       01 WS-MSTR-AVAILABLE  PIC X VALUE 'N'.
           88 MASTER-AVAILABLE VALUE 'Y'.
       01 WS-PARM-EOF        PIC X VALUE 'N'.
           88 PARM-EOF       VALUE 'Y'.
       01 WS-SCAN-EOF        PIC X VALUE 'N'.
           88 SCAN-DONE      VALUE 'Y'.
       01 WS-CUST-FOUND      PIC X VALUE 'N'.
           88 CUSTOMER-FOUND VALUE 'Y'.
       01 WS-IN-TABLE        PIC X VALUE 'N'.
           88 ACCOUNT-IN-TABLE VALUE 'Y'.
       01 WS-CUST-PREFIX     PIC X(05) VALUE 'CUST='.
       01 WS-SEARCH-CUST     PIC X(08) VALUE SPACES.
       01 WS-REQUEST-COUNT   PIC 9(5) COMP VALUE 0.
      * EVERY ACCOUNT THE CUSTOMER OWNS OR HOLDS A ROLE ON DRIVES
      * THE ACCOUNT-KEYED SECTIONS.
       01 WS-ACCT-MAX        PIC 9(4) COMP VALUE 500.
       01 WS-ACCT-COUNT      PIC 9(4) COMP VALUE 0.
       01 WS-T               PIC 9(4) COMP VALUE 0.
       01 WS-K               PIC 9(4) COMP VALUE 0.
       01 WS-CANDIDATE-ACCT  PIC X(10).
       01 WS-CANDIDATE-ROLE  PIC X(01).
       01 WS-ACCT-TABLE.
          05 WS-ACCT-ENTRY OCCURS 500 TIMES.
             10 WS-T-ACCT-ID  PIC X(10).
             10 WS-T-ROLE     PIC X(01).
      * SECTION CONTROL: TITLE, SOURCE FILE, ENTRY COUNT AND THE
      * EARLIEST AND LATEST DATE AMONG THE ENTRIES REPORTED.
       01 WS-SEC-TITLE       PIC X(24).
       01 WS-SEC-SOURCE      PIC X(08).
       01 WS-SEC-COUNT       PIC 9(7) COMP VALUE 0.
       01 WS-SEC-FROM        PIC 9(8) VALUE 0.
       01 WS-SEC-TO          PIC 9(8) VALUE 0.
       01 WS-SEC-DATED       PIC X VALUE 'Y'.
           88 SECTION-DATED  VALUE 'Y'.
       01 WS-ENTRY-DATE      PIC 9(8) VALUE 0.
       01 WS-UNAVAIL-STATUS  PIC XX VALUE '00'.
       01 WS-COUNT-DISPLAY   PIC ZZZZZZ9.
       01 WS-AMT-DISPLAY     PIC -(9)9.99.
       01 WS-AMT2-DISPLAY    PIC -(9)9.99.
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
      *    ONE CARD PER CUSTOMER WHO HAS ASKED FOR EVERYTHING WE
      *    HOLD ON THEM.  THE CUSTOMER RECORD COMES FIRST, THEN
      *    EVERY ACCOUNT THE CUSTOMER OWNS OR HOLDS A ROLE ON
      *    (ACCTFILE AND ACCTOWN), AND THEN EACH FILE KEYED BY
      *    ACCOUNT IS READ FOR THOSE ACCOUNTS.  EVERY SECTION NAMES
      *    ITS SOURCE FILE AND THE DATES ITS ENTRIES SPAN.  A FILE
      *    THAT WILL NOT OPEN IS STILL LISTED AS NOT SEARCHED, SO
      *    THE REPORT NEVER LOOKS COMPLETE WHEN IT IS NOT.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 2000-READ-PARM-CARD
           PERFORM 2100-APPLY-PARM-CARD UNTIL PARM-EOF
           DISPLAY 'CUSTOMERS REPORTED: ' WS-REQUEST-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN INPUT DAR-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'DATA ACCESS PARM OPEN ERROR: ' WS-PARM-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATA ACCESS REPORT OPEN ERROR: '
                   WS-RPT-STATUS
               CLOSE DAR-PARM-FILE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-STATUS
               CLOSE DAR-PARM-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE DAR-PARM-FILE
               CLOSE REPORT-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           PERFORM 1100-OPEN-OPTIONAL-FILES.
       1100-OPEN-OPTIONAL-FILES.
           OPEN INPUT OWNER-FILE
           IF WS-OWN-STATUS = '00'
               MOVE 'Y' TO WS-OWN-AVAILABLE
           ELSE
               DISPLAY 'OWNER FILE UNAVAILABLE, STATUS '
                   WS-OWN-STATUS ', PRIMARY ACCOUNTS ONLY'
           END-IF
           OPEN INPUT ADDRESS-FILE
           IF WS-ADDR-STATUS = '00'
               MOVE 'Y' TO WS-ADDR-AVAILABLE
           END-IF
           OPEN INPUT PREFERENCE-FILE
           IF WS-PREF-STATUS = '00'
               MOVE 'Y' TO WS-PREF-AVAILABLE
           END-IF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = '00'
               MOVE 'Y' TO WS-HOLD-AVAILABLE
           END-IF
           OPEN INPUT STOP-FILE
           IF WS-STOP-STATUS = '00'
               MOVE 'Y' TO WS-STOP-AVAILABLE
           END-IF
           OPEN INPUT LEGAL-FILE
           IF WS-LGL-STATUS = '00'
               MOVE 'Y' TO WS-LGL-AVAILABLE
           END-IF
           OPEN INPUT DISPUTE-FILE
           IF WS-DSP-STATUS = '00'
               MOVE 'Y' TO WS-DSP-AVAILABLE
           END-IF
           OPEN INPUT COLLECTION-FILE
           IF WS-COL-STATUS = '00'
               MOVE 'Y' TO WS-COL-AVAILABLE
           END-IF
           OPEN INPUT FRAUD-CASE-FILE
           IF WS-CASE-STATUS = '00'
               MOVE 'Y' TO WS-CASE-AVAILABLE
           END-IF
           OPEN INPUT AUDIT-ACCT-FILE
           IF WS-AUDX-STATUS = '00'
               MOVE 'Y' TO WS-AUDX-AVAILABLE
           ELSE
               OPEN INPUT AUDIT-MASTER-FILE
               IF WS-MSTR-STATUS = '00'
                   MOVE 'Y' TO WS-MSTR-AVAILABLE
               END-IF
           END-IF.
       2000-READ-PARM-CARD.
           READ DAR-PARM-FILE INTO DAR-PARM-RECORD
               AT END
                  MOVE 'Y' TO WS-PARM-EOF
           END-READ.
       2100-APPLY-PARM-CARD.
           IF DAR-PARM-RECORD (1:5) = WS-CUST-PREFIX
               AND DAR-PARM-RECORD (6:8) NOT = SPACES
               MOVE DAR-PARM-RECORD (6:8) TO WS-SEARCH-CUST
               ADD 1 TO WS-REQUEST-COUNT
               PERFORM 3000-REPORT-CUSTOMER
           END-IF
           PERFORM 2000-READ-PARM-CARD.
       3000-REPORT-CUSTOMER.
           MOVE SPACES TO REPORT-LINE
           STRING 'CUSTOMER DATA ACCESS REPORT  CUST: ' WS-SEARCH-CUST
               '  PREPARED: ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-ACCT-COUNT
           PERFORM 3100-CUSTOMER-SECTION
           IF CUSTOMER-FOUND
               PERFORM 3200-COLLECT-ACCOUNTS
               PERFORM 3300-ACCOUNT-SECTION
               PERFORM 4000-ADDRESS-SECTION
               PERFORM 4200-ADDRESS-HISTORY-SECTION
               PERFORM 4400-PREFERENCE-SECTION
               PERFORM 5000-HOLD-SECTION
               PERFORM 5200-STOP-SECTION
               PERFORM 5400-LEGAL-SECTION
               PERFORM 5600-DISPUTE-SECTION
               PERFORM 5800-COLLECTION-SECTION
               PERFORM 6000-FRAUD-CASE-SECTION
               PERFORM 6200-AUDIT-SECTION
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'END OF REPORT FOR CUST: ' WS-SEARCH-CUST
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       3100-CUSTOMER-SECTION.
           MOVE 'CUSTOMER RECORD' TO WS-SEC-TITLE
           MOVE 'CUSTFILE' TO WS-SEC-SOURCE
           MOVE 'N' TO WS-SEC-DATED
           PERFORM 7000-BEGIN-SECTION
           MOVE 'N' TO WS-CUST-FOUND
           MOVE WS-SEARCH-CUST TO CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-CUST-FOUND
           END-READ
           IF CUSTOMER-FOUND
               ADD 1 TO WS-SEC-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING '     NAME: ' CUST-NAME
                   ' TYPE: ' CUST-TYPE
                   ' STATUS: ' CUST-STATUS
                   ' OPENED: ' CUST-OPEN-DATE
                   ' BORN: ' CUST-DATE-OF-BIRTH
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '     REGISTRATION: ' CUST-REGISTRATION-NO
                   ' RISK: ' CUST-RISK-RATING
                   ' LAST REVIEW: ' CUST-LAST-REVIEW-DATE
                   ' WITHHOLD: ' CUST-WITHHOLD-FLAG
                   ' DIED: ' CUST-DATE-OF-DEATH
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF CUST-MERGED
                   MOVE SPACES TO REPORT-LINE
                   STRING '     MERGED INTO CUST: ' CUST-MERGED-INTO
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF
           PERFORM 7200-END-SECTION.
       3200-COLLECT-ACCOUNTS.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-ID
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 3210-EXAMINE-ACCOUNT UNTIL SCAN-DONE
           IF OWNERS-AVAILABLE
               MOVE 'N' TO WS-SCAN-EOF
               MOVE LOW-VALUES TO OWN-KEY
               START OWNER-FILE KEY IS NOT LESS THAN OWN-KEY
                   INVALID KEY
                      MOVE 'Y' TO WS-SCAN-EOF
               END-START
               PERFORM 3220-EXAMINE-OWNER-LINK UNTIL SCAN-DONE
           END-IF.
       3210-EXAMINE-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   IF ACCT-CUSTOMER-NO = WS-SEARCH-CUST
                       MOVE ACCT-ID TO WS-CANDIDATE-ACCT
                       MOVE 'P' TO WS-CANDIDATE-ROLE
                       PERFORM 7400-ADD-TO-TABLE
                   END-IF
               END-IF
           END-IF.
       3220-EXAMINE-OWNER-LINK.
           READ OWNER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-OWN-STATUS NOT = '00'
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   IF OWN-CUST-NO = WS-SEARCH-CUST
                       MOVE OWN-ACCT-ID TO WS-CANDIDATE-ACCT
                       MOVE OWN-ROLE TO WS-CANDIDATE-ROLE
                       PERFORM 7400-ADD-TO-TABLE
                   END-IF
               END-IF
           END-IF.
       3300-ACCOUNT-SECTION.
           MOVE 'ACCOUNTS OWNED OR HELD' TO WS-SEC-TITLE
           MOVE 'ACCTFILE' TO WS-SEC-SOURCE
           MOVE 'Y' TO WS-SEC-DATED
           PERFORM 7000-BEGIN-SECTION
           PERFORM 3310-LIST-ACCOUNT
               VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-ACCT-COUNT
           IF NOT OWNERS-AVAILABLE
               MOVE SPACES TO REPORT-LINE
               STRING '     ACCTOWN NOT SEARCHED, STATUS '
                   WS-OWN-STATUS ' - JOINT ROLES NOT SHOWN'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 7200-END-SECTION.
       3310-LIST-ACCOUNT.
           MOVE WS-T-ACCT-ID (WS-T) TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                  CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
               MOVE ACCT-OPEN-DATE TO WS-ENTRY-DATE
               PERFORM 7100-COUNT-ENTRY
               MOVE ACCT-BALANCE TO WS-AMT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING '     ACCT: ' ACCT-ID
                   ' ROLE: ' WS-T-ROLE (WS-T)
                   ' NAME: ' ACCT-NAME
                   ' PROD: ' ACCT-PRODUCT-CODE
                   ' STATUS: ' ACCT-STATUS
                   ' OPENED: ' ACCT-OPEN-DATE
                   ' BAL: ' WS-AMT-DISPLAY
                   ' ' ACCT-CURRENCY-CODE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       4000-ADDRESS-SECTION.
           MOVE 'CURRENT ADDRESSES' TO WS-SEC-TITLE
           MOVE 'ADDRFILE' TO WS-SEC-SOURCE
           MOVE 'N' TO WS-SEC-DATED
           PERFORM 7000-BEGIN-SECTION
           IF ADDRESSES-AVAILABLE
               PERFORM 4100-LIST-ADDRESS
                   VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-ACCT-COUNT
               PERFORM 7200-END-SECTION
           ELSE
               MOVE WS-ADDR-STATUS TO WS-UNAVAIL-STATUS
               PERFORM 7300-SOURCE-UNAVAILABLE
           END-IF.
       4100-LIST-ADDRESS.
           MOVE WS-T-ACCT-ID (WS-T) TO ADDR-ACCT-ID
           READ ADDRESS-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  PERFORM 7100-COUNT-ENTRY
                  MOVE SPACES TO REPORT-LINE
                  STRING '     ACCT: ' ADDR-ACCT-ID
                      ' ' ADDR-NAME-LINE-1
                      ' ' ADDR-NAME-LINE-2
                      DELIMITED BY SIZE INTO REPORT-LINE
                  WRITE REPORT-LINE
                  MOVE SPACES TO REPORT-LINE
                  STRING '           ' ADDR-STREET
                      ' ' ADDR-CITY
                      ' ' ADDR-POSTAL-CODE
                      ' PHONE: ' ADDR-PHONE
                      ' RETURNED MAIL: ' ADDR-BAD-FLAG
                      DELIMITED BY SIZE INTO REPORT-LINE
                  WRITE REPORT-LINE
           END-READ.
       4200-ADDRESS-HISTORY-SECTION.
      *    THE HISTORY IS A SEQUENTIAL LOG, SO IT IS READ FROM THE
      *    TOP FOR EACH CUSTOMER.
           MOVE 'ADDRESS HISTORY' TO WS-SEC-TITLE
           MOVE 'ADDRHIST' TO WS-SEC-SOURCE
           MOVE 'Y' TO WS-SEC-DATED
           PERFORM 7000-BEGIN-SECTION
           OPEN INPUT ADDRESS-HISTORY-FILE
           IF WS-HST-STATUS = '00'
               MOVE 'N' TO WS-SCAN-EOF
               PERFORM 4300-EXAMINE-HISTORY UNTIL SCAN-DONE
               CLOSE ADDRESS-HISTORY-FILE
               PERFORM 7200-END-SECTION
           ELSE
               MOVE WS-HST-STATUS TO WS-UNAVAIL-STATUS
               PERFORM 7300-SOURCE-UNAVAILABLE
           END-IF.
       4300-EXAMINE-HISTORY.
           READ ADDRESS-HISTORY-FILE
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               MOVE AHS-ACCT-ID TO WS-CANDIDATE-ACCT
               PERFORM 7500-CHECK-IN-TABLE
               IF ACCOUNT-IN-TABLE
                   MOVE AHS-CHANGE-DATE TO WS-ENTRY-DATE
                   PERFORM 7100-COUNT-ENTRY
                   MOVE SPACES TO REPORT-LINE
                   STRING '     ' AHS-CHANGE-DATE
                       ' ACCT: ' AHS-ACCT-ID
                       ' BY: ' AHS-SOURCE
                       ' FROM: ' AHS-OLD-STREET
                       ' ' AHS-OLD-CITY
                       ' ' AHS-OLD-POSTAL
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING '                                    TO: '
                       AHS-NEW-STREET
                       ' ' AHS-NEW-CITY
                       ' ' AHS-NEW-POSTAL
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
       4400-PREFERENCE-SECTION.
           MOVE 'NOTIFICATION PREFERENCES' TO WS-SEC-TITLE
           MOVE 'NOTEPREF' TO WS-SEC-SOURCE
           MOVE 'N' TO WS-SEC-DATED
           PERFORM 7000-BEGIN-SECTION
           IF PREFERENCES-AVAILABLE
               PERFORM 4500-LIST-PREFERENCE
                   VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-ACCT-COUNT
               PERFORM 7200-END-SECTION
           ELSE
               MOVE WS-PREF-STATUS TO WS-UNAVAIL-STATUS
               PERFORM 7300-SOURCE-UNAVAILABLE
           END-IF.
       4500-LIST-PREFERENCE.
           MOVE WS-T-ACCT-ID (WS-T) TO PREF-ACCT-ID
           READ PREFERENCE-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  PERFORM 7100-COUNT-ENTRY
                  MOVE SPACES TO REPORT-LINE
                  STRING '     ACCT: ' PREF-ACCT-ID
                      ' CHANNEL: ' PREF-CHANNEL
                      ' (L=LETTER B=BRANCH CALL S=SUPPRESS)'
                      DELIMITED BY SIZE INTO REPORT-LINE
                  WRITE REPORT-LINE
                  IF PREF-EMAIL-ADDR NOT = SPACES
                      MOVE SPACES TO REPORT-LINE
                      IF PREF-E-STATEMENT
                          STRING '     E-STATEMENTS TO: '
                              PREF-EMAIL-ADDR
                              DELIMITED BY SIZE INTO REPORT-LINE
                      ELSE
                          STRING '     EMAIL ON FILE: '
                              PREF-EMAIL-ADDR
                              DELIMITED BY SIZE INTO REPORT-LINE
                      END-IF
                      WRITE REPORT-LINE
                  END-IF
           END-READ.
       5000-HOLD-SECTION.
           MOVE 'HOLDS' TO WS-SEC-TITLE
           MOVE 'ACCTHOLD' TO WS-SEC-SOURCE
           MOVE 'Y' TO WS-SEC-DATED
           PERFORM 7000-BEGIN-SECTION
           IF HOLDS-AVAILABLE
               PERFORM 5100-LIST-HOLDS
                   VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-ACCT-COUNT
               PERFORM 7200-END-SECTION
           ELSE
               MOVE WS-HOLD-STATUS TO WS-UNAVAIL-STATUS
               PERFORM 7300-SOURCE-UNAVAILABLE
           END-IF.
       5100-LIST-HOLDS.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-T-ACCT-ID (WS-T) TO HLD-ACCT-ID
           MOVE 0 TO HLD-SEQ
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 5110-LIST-ONE-HOLD UNTIL SCAN-DONE.
       5110-LIST-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-HOLD-STATUS NOT = '00'
                   OR HLD-ACCT-ID NOT = WS-T-ACCT-ID (WS-T)
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   MOVE HLD-PLACED-DATE TO WS-ENTRY-DATE
                   PERFORM 7100-COUNT-ENTRY
                   MOVE HLD-AMOUNT TO WS-AMT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING '     ' HLD-PLACED-DATE
                       ' ACCT: ' HLD-ACCT-ID
                       ' SEQ: ' HLD-SEQ
                       ' AMT: ' WS-AMT-DISPLAY
                       ' ' HLD-REASON
                       ' EXPIRES: ' HLD-EXPIRY-DATE
                       ' BY: ' HLD-PLACED-BY
                       ' STATUS: ' HLD-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
       5200-STOP-SECTION.
           MOVE 'STOP PAYMENTS' TO WS-SEC-TITLE
           MOVE 'STOPFILE' TO WS-SEC-SOURCE
           MOVE 'Y' TO WS-SEC-DATED
           PERFORM 7000-BEGIN-SECTION
           IF STOPS-AVAILABLE
               PERFORM 5300-LIST-STOPS
                   VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-ACCT-COUNT
               PERFORM 7200-END-SECTION
           ELSE
               MOVE WS-STOP-STATUS TO WS-UNAVAIL-STATUS
               PERFORM 7300-SOURCE-UNAVAILABLE
           END-IF.
       5300-LIST-STOPS.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-T-ACCT-ID (WS-T) TO STOP-ACCT-ID
           MOVE 0 TO STOP-SEQ
           START STOP-FILE KEY IS NOT LESS THAN STOP-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 5310-LIST-ONE-STOP UNTIL SCAN-DONE.
       5310-LIST-ONE-STOP.
           READ STOP-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-STOP-STATUS NOT = '00'
                   OR STOP-ACCT-ID NOT = WS-T-ACCT-ID (WS-T)
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   MOVE STOP-PLACED-DATE TO WS-ENTRY-DATE
                   PERFORM 7100-COUNT-ENTRY
                   MOVE STOP-AMOUNT-FROM TO WS-AMT-DISPLAY
                   MOVE STOP-AMOUNT-TO TO WS-AMT2-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING '     ' STOP-PLACED-DATE
                       ' ACCT: ' STOP-ACCT-ID
                       ' REF: ' STOP-TRN-REF
                       ' AMT: ' WS-AMT-DISPLAY
                       ' TO ' WS-AMT2-DISPLAY
                       ' EXPIRES: ' STOP-EXPIRY-DATE
                       ' BY: ' STOP-PLACED-BY
                       ' STATUS: ' STOP-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
       5400-LEGAL-SECTION.
           MOVE 'LEGAL ORDERS' TO WS-SEC-TITLE
           MOVE 'LGLORDER' TO WS-SEC-SOURCE
           MOVE 'Y' TO WS-SEC-DATED
           PERFORM 7000-BEGIN-SECTION
           IF LEGAL-AVAILABLE
               PERFORM 5500-LIST-ORDERS
                   VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-ACCT-COUNT
               PERFORM 7200-END-SECTION
           ELSE
               MOVE WS-LGL-STATUS TO WS-UNAVAIL-STATUS
               PERFORM 7300-SOURCE-UNAVAILABLE
           END-IF.
       5500-LIST-ORDERS.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-T-ACCT-ID (WS-T) TO LGL-ACCT-ID
           MOVE 0 TO LGL-SEQ
           START LEGAL-FILE KEY IS NOT LESS THAN LGL-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 5510-LIST-ONE-ORDER UNTIL SCAN-DONE.
       5510-LIST-ONE-ORDER.
           READ LEGAL-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-LGL-STATUS NOT = '00'
                   OR LGL-ACCT-ID NOT = WS-T-ACCT-ID (WS-T)
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   MOVE LGL-RECEIVED-DATE TO WS-ENTRY-DATE
                   PERFORM 7100-COUNT-ENTRY
                   MOVE LGL-ORDERED-AMOUNT TO WS-AMT-DISPLAY
                   MOVE LGL-REMITTED-AMOUNT TO WS-AMT2-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING '     ' LGL-RECEIVED-DATE
                       ' ACCT: ' LGL-ACCT-ID
                       ' TYPE: ' LGL-ORDER-TYPE
                       ' AGENCY: ' LGL-AGENCY
                       ' ORDERED: ' WS-AMT-DISPLAY
                       ' REMITTED: ' WS-AMT2-DISPLAY
                       ' STATUS: ' LGL-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
       5600-DISPUTE-SECTION.
           MOVE 'DISPUTE CASES' TO WS-SEC-TITLE
           MOVE 'DSPFILE' TO WS-SEC-SOURCE
           MOVE 'Y' TO WS-SEC-DATED
           PERFORM 7000-BEGIN-SECTION
           IF DISPUTES-AVAILABLE
               PERFORM 5700-LIST-DISPUTES
                   VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-ACCT-COUNT
               PERFORM 7200-END-SECTION
           ELSE
               MOVE WS-DSP-STATUS TO WS-UNAVAIL-STATUS
               PERFORM 7300-SOURCE-UNAVAILABLE
           END-IF.
       5700-LIST-DISPUTES.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-T-ACCT-ID (WS-T) TO DSP-ACCT-ID
           MOVE LOW-VALUES TO DSP-TRN-REF
           START DISPUTE-FILE KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 5710-LIST-ONE-DISPUTE UNTIL SCAN-DONE.
       5710-LIST-ONE-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-DSP-STATUS NOT = '00'
                   OR DSP-ACCT-ID NOT = WS-T-ACCT-ID (WS-T)
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   MOVE DSP-OPEN-DATE TO WS-ENTRY-DATE
                   PERFORM 7100-COUNT-ENTRY
                   MOVE DSP-AMOUNT TO WS-AMT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING '     ' DSP-OPEN-DATE
                       ' ACCT: ' DSP-ACCT-ID
                       ' REF: ' DSP-TRN-REF
                       ' AMT: ' WS-AMT-DISPLAY
                       ' BY: ' DSP-OPENED-BY
                       ' STATUS: ' DSP-STATUS
                       ' RESOLVED: ' DSP-RESOLVED-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
       5800-COLLECTION-SECTION.
           MOVE 'COLLECTIONS CASES' TO WS-SEC-TITLE
           MOVE 'COLCASE' TO WS-SEC-SOURCE
           MOVE 'Y' TO WS-SEC-DATED
           PERFORM 7000-BEGIN-SECTION
           IF COLLECTIONS-AVAILABLE
               PERFORM 5900-LIST-COLLECTIONS
                   VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-ACCT-COUNT
               PERFORM 7200-END-SECTION
           ELSE
               MOVE WS-COL-STATUS TO WS-UNAVAIL-STATUS
               PERFORM 7300-SOURCE-UNAVAILABLE
           END-IF.
       5900-LIST-COLLECTIONS.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-T-ACCT-ID (WS-T) TO COL-ACCT-ID
           MOVE 0 TO COL-OPEN-DATE
           START COLLECTION-FILE KEY IS NOT LESS THAN COL-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 5910-LIST-ONE-COLLECTION UNTIL SCAN-DONE.
       5910-LIST-ONE-COLLECTION.
           READ COLLECTION-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-COL-STATUS NOT = '00'
                   OR COL-ACCT-ID NOT = WS-T-ACCT-ID (WS-T)
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   MOVE COL-OPEN-DATE TO WS-ENTRY-DATE
                   PERFORM 7100-COUNT-ENTRY
                   MOVE COL-OPEN-BALANCE TO WS-AMT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING '     ' COL-OPEN-DATE
                       ' ACCT: ' COL-ACCT-ID
                       ' BAL: ' WS-AMT-DISPLAY
                       ' COLLECTOR: ' COL-COLLECTOR
                       ' STATUS: ' COL-STATUS
                       ' LAST CONTACT: ' COL-LAST-CONTACT
                       ' CLOSED: ' COL-CLOSE-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING '              NOTES: ' COL-NOTES
                       ' DISPOSITION: ' COL-DISPOSITION
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
       6000-FRAUD-CASE-SECTION.
           MOVE 'FRAUD CASES' TO WS-SEC-TITLE
           MOVE 'FRQCASE' TO WS-SEC-SOURCE
           MOVE 'Y' TO WS-SEC-DATED
           PERFORM 7000-BEGIN-SECTION
           IF FRAUD-CASES-AVAILABLE
               PERFORM 6100-LIST-FRAUD-CASES
                   VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-ACCT-COUNT
               PERFORM 7200-END-SECTION
           ELSE
               MOVE WS-CASE-STATUS TO WS-UNAVAIL-STATUS
               PERFORM 7300-SOURCE-UNAVAILABLE
           END-IF.
       6100-LIST-FRAUD-CASES.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-T-ACCT-ID (WS-T) TO CASE-ACCT-ID
           MOVE 0 TO CASE-OPEN-DATE
           START FRAUD-CASE-FILE KEY IS NOT LESS THAN CASE-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 6110-LIST-ONE-FRAUD-CASE UNTIL SCAN-DONE.
       6110-LIST-ONE-FRAUD-CASE.
           READ FRAUD-CASE-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-CASE-STATUS NOT = '00'
                   OR CASE-ACCT-ID NOT = WS-T-ACCT-ID (WS-T)
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   MOVE CASE-OPEN-DATE TO WS-ENTRY-DATE
                   PERFORM 7100-COUNT-ENTRY
                   MOVE SPACES TO REPORT-LINE
                   STRING '     ' CASE-OPEN-DATE
                       ' ACCT: ' CASE-ACCT-ID
                       ' STATUS: ' CASE-STATUS
                       ' REVIEWER: ' CASE-REVIEWER
                       ' DISPOSED: ' CASE-DISP-DATE
                       ' NOTES: ' CASE-NOTES
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
       6200-AUDIT-SECTION.
      *    THE ACCOUNT-KEYED COMPANION IS READ DIRECTLY; WITHOUT IT
      *    THE DATE-KEYED MASTER IS WALKED END TO END.
           MOVE 'AUDIT ENTRIES' TO WS-SEC-TITLE
           MOVE 'Y' TO WS-SEC-DATED
           EVALUATE TRUE
               WHEN ACCT-PATH-AVAILABLE
                   MOVE 'AUDXACCT' TO WS-SEC-SOURCE
                   PERFORM 7000-BEGIN-SECTION
                   PERFORM 6300-LIST-ACCOUNT-AUDIT
                       VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-ACCT-COUNT
                   PERFORM 7200-END-SECTION
               WHEN MASTER-AVAILABLE
                   MOVE 'AUDMSTR' TO WS-SEC-SOURCE
                   PERFORM 7000-BEGIN-SECTION
                   MOVE 'N' TO WS-SCAN-EOF
                   MOVE LOW-VALUES TO AUDM-KEY
                   START AUDIT-MASTER-FILE KEY IS NOT LESS THAN AUDM-KEY
                       INVALID KEY
                          MOVE 'Y' TO WS-SCAN-EOF
                   END-START
                   PERFORM 6400-EXAMINE-MASTER-ENTRY UNTIL SCAN-DONE
                   PERFORM 7200-END-SECTION
               WHEN OTHER
                   MOVE 'AUDMSTR' TO WS-SEC-SOURCE
                   PERFORM 7000-BEGIN-SECTION
                   MOVE WS-MSTR-STATUS TO WS-UNAVAIL-STATUS
                   PERFORM 7300-SOURCE-UNAVAILABLE
           END-EVALUATE.
       6300-LIST-ACCOUNT-AUDIT.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-T-ACCT-ID (WS-T) TO AUDX-ACCT-ID
           MOVE 0 TO AUDX-DATE
           MOVE SPACES TO AUDX-RUN-ID
           MOVE 0 TO AUDX-SEQUENCE
           START AUDIT-ACCT-FILE KEY IS NOT LESS THAN AUDX-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 6310-LIST-ONE-AUDIT UNTIL SCAN-DONE.
       6310-LIST-ONE-AUDIT.
           READ AUDIT-ACCT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-AUDX-STATUS NOT = '00'
                   OR AUDX-ACCT-ID NOT = WS-T-ACCT-ID (WS-T)
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   MOVE AUDX-DATE TO WS-ENTRY-DATE
                   PERFORM 7100-COUNT-ENTRY
                   MOVE SPACES TO REPORT-LINE
                   STRING '     ' AUDX-DATE
                       ' ' AUDX-RUN-ID
                       ' ACCT: ' AUDX-ACCT-ID
                       ' ' AUDX-TEXT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
       6400-EXAMINE-MASTER-ENTRY.
           READ AUDIT-MASTER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-MSTR-STATUS NOT = '00'
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   MOVE AUDM-ACCT-ID TO WS-CANDIDATE-ACCT
                   PERFORM 7500-CHECK-IN-TABLE
                   IF ACCOUNT-IN-TABLE
                       MOVE AUDM-DATE TO WS-ENTRY-DATE
                       PERFORM 7100-COUNT-ENTRY
                       MOVE SPACES TO REPORT-LINE
                       STRING '     ' AUDM-DATE
                           ' ' AUDM-RUN-ID
                           ' ACCT: ' AUDM-ACCT-ID
                           ' ' AUDM-TEXT
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-IF.
       7000-BEGIN-SECTION.
           MOVE 0 TO WS-SEC-COUNT
           MOVE 99999999 TO WS-SEC-FROM
           MOVE 0 TO WS-SEC-TO
           MOVE 0 TO WS-ENTRY-DATE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '---- ' WS-SEC-TITLE
               '  SOURCE: ' WS-SEC-SOURCE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       7100-COUNT-ENTRY.
           ADD 1 TO WS-SEC-COUNT
           IF SECTION-DATED AND WS-ENTRY-DATE > 0
               IF WS-ENTRY-DATE < WS-SEC-FROM
                   MOVE WS-ENTRY-DATE TO WS-SEC-FROM
               END-IF
               IF WS-ENTRY-DATE > WS-SEC-TO
                   MOVE WS-ENTRY-DATE TO WS-SEC-TO
               END-IF
           END-IF.
       7200-END-SECTION.
           MOVE WS-SEC-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-SEC-COUNT = 0
                   STRING '     NONE ON FILE IN ' WS-SEC-SOURCE
                       ' AS OF ' WS-TODAY
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN SECTION-DATED AND WS-SEC-TO > 0
                   STRING '     ENTRIES: ' WS-COUNT-DISPLAY
                       '  FROM ' WS-SEC-SOURCE
                       '  DATES COVERED: ' WS-SEC-FROM
                       ' TO ' WS-SEC-TO
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING '     ENTRIES: ' WS-COUNT-DISPLAY
                       '  FROM ' WS-SEC-SOURCE
                       '  AS HELD ON ' WS-TODAY
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.
       7300-SOURCE-UNAVAILABLE.
           MOVE SPACES TO REPORT-LINE
           STRING '     NOT SEARCHED - ' WS-SEC-SOURCE
               ' UNAVAILABLE, STATUS ' WS-UNAVAIL-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       7400-ADD-TO-TABLE.
           PERFORM 7500-CHECK-IN-TABLE
           IF NOT ACCOUNT-IN-TABLE
               IF WS-ACCT-COUNT < WS-ACCT-MAX
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-CANDIDATE-ACCT
                       TO WS-T-ACCT-ID (WS-ACCT-COUNT)
                   MOVE WS-CANDIDATE-ROLE
                       TO WS-T-ROLE (WS-ACCT-COUNT)
               ELSE
                   DISPLAY 'ACCOUNT TABLE FULL FOR CUST: '
                       WS-SEARCH-CUST ', NOT REPORTED: '
                       WS-CANDIDATE-ACCT
               END-IF
           END-IF.
       7500-CHECK-IN-TABLE.
           MOVE 'N' TO WS-IN-TABLE
           PERFORM 7510-COMPARE-ENTRY
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-ACCT-COUNT OR ACCOUNT-IN-TABLE.
       7510-COMPARE-ENTRY.
           IF WS-T-ACCT-ID (WS-K) = WS-CANDIDATE-ACCT
               MOVE 'Y' TO WS-IN-TABLE
           END-IF.
       9000-CLOSE-FILES.
           CLOSE DAR-PARM-FILE
           CLOSE REPORT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-FILE
           IF OWNERS-AVAILABLE
               CLOSE OWNER-FILE
           END-IF
           IF ADDRESSES-AVAILABLE
               CLOSE ADDRESS-FILE
           END-IF
           IF PREFERENCES-AVAILABLE
               CLOSE PREFERENCE-FILE
           END-IF
           IF HOLDS-AVAILABLE
               CLOSE HOLD-FILE
           END-IF
           IF STOPS-AVAILABLE
               CLOSE STOP-FILE
           END-IF
           IF LEGAL-AVAILABLE
               CLOSE LEGAL-FILE
           END-IF
           IF DISPUTES-AVAILABLE
               CLOSE DISPUTE-FILE
           END-IF
           IF COLLECTIONS-AVAILABLE
               CLOSE COLLECTION-FILE
           END-IF
           IF FRAUD-CASES-AVAILABLE
               CLOSE FRAUD-CASE-FILE
           END-IF
           IF ACCT-PATH-AVAILABLE
               CLOSE AUDIT-ACCT-FILE
           END-IF
           IF MASTER-AVAILABLE
               CLOSE AUDIT-MASTER-FILE
           END-IF.
