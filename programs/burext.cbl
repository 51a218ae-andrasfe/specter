       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUREXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO 'ADDRFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ADDR-ACCT-ID
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT CASE-FILE ASSIGN TO 'COLCASE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS COL-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT BUREAU-FILE ASSIGN TO 'BURFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BUR-ACCT-ID
               FILE STATUS IS WS-BUR-STATUS.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO 'BUREXPRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO 'BUREXTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           COPY ADDRREC.
       FD CASE-FILE.
       01 CASE-RECORD.
           COPY COLCREC.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY JRNLREC.
       FD BUREAU-FILE.
       01 BUREAU-RECORD.
           COPY BURREC.
       FD RUN-PARM-FILE.
       01 RUN-PARM-RECORD    PIC X(40).
       FD EXTRACT-FILE.
       01 EXTRACT-RECORD.
           COPY BUREXREC.
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-ADDR-STATUS     PIC XX VALUE '00'.
       01 WS-CASE-STATUS     PIC XX VALUE '00'.
       01 WS-JRN-STATUS      PIC XX VALUE '00'.
       01 WS-BUR-STATUS      PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-EXT-STATUS      PIC XX VALUE '00'.
       01 WS-ACCT-EOF        PIC X VALUE 'N'.
           88 ACCOUNT-EOF    VALUE 'Y'.
       01 WS-PARM-EOF        PIC X VALUE 'N'.
           88 PARM-EOF       VALUE 'Y'.
       01 WS-CASE-EOF        PIC X VALUE 'N'.
           88 CASE-SCAN-DONE VALUE 'Y'.
       01 WS-JRNL-EOF        PIC X VALUE 'N'.
           88 JOURNAL-SCAN-DONE VALUE 'Y'.
       01 WS-CASE-AVAILABLE  PIC X VALUE 'N'.
           88 CASES-AVAILABLE VALUE 'Y'.
       01 WS-JRNL-AVAILABLE  PIC X VALUE 'N'.
           88 JOURNAL-AVAILABLE VALUE 'Y'.
       01 WS-REPORT-SWITCH   PIC X VALUE 'N'.
           88 REPORT-ACCOUNT VALUE 'Y'.
       01 WS-BUR-FOUND       PIC X VALUE 'N'.
           88 BUREAU-RECORD-FOUND VALUE 'Y'.
       01 WS-SETTLED-SWITCH  PIC X VALUE 'N'.
           88 ACCOUNT-SETTLED VALUE 'Y'.
       01 WS-CUST-FOUND      PIC X VALUE 'N'.
           88 CUSTOMER-FOUND VALUE 'Y'.
       01 WS-ADDR-FOUND      PIC X VALUE 'N'.
           88 ADDRESS-FOUND  VALUE 'Y'.
      * THE PERIOD IS THE CALENDAR MONTH BEFORE THE RUN UNLESS A
      * MONTH=CCYYMM CARD ON BUREXPRM NAMES ANOTHER; A REPORTER=
      * CARD CARRIES THE BANK'S BUREAU-ASSIGNED REPORTER ID.
       01 WS-MONTH-PREFIX    PIC X(06) VALUE 'MONTH='.
       01 WS-REPORTER-PREFIX PIC X(09) VALUE 'REPORTER='.
       01 WS-REPORTER-ID     PIC X(10) VALUE SPACES.
       01 WS-PERIOD-MONTH    PIC 9(6) VALUE 0.
       01 WS-PERIOD-MONTH-R REDEFINES WS-PERIOD-MONTH.
          05 WS-P-YEAR       PIC 9(4).
          05 WS-P-MONTH      PIC 9(2).
       01 WS-PERIOD-START    PIC 9(8) VALUE 0.
       01 WS-PERIOD-END      PIC 9(8) VALUE 0.
       01 WS-NEXT-MONTH-START PIC 9(8) VALUE 0.
      * LATEST COLLECTIONS CASE ON THE ACCOUNT BEING EXAMINED.
       01 WS-CASE-FOUND      PIC X VALUE 'N'.
           88 CASE-FOUND     VALUE 'Y'.
       01 WS-CASE-WORKABLE   PIC X VALUE 'N'.
           88 CASE-WORKABLE  VALUE 'Y'.
       01 WS-CASE-OPEN-DATE  PIC 9(8) VALUE 0.
       01 WS-CASE-CLOSE-DATE PIC 9(8) VALUE 0.
       01 WS-CASE-OPEN-BAL   PIC S9(9)V99 VALUE 0.
      * WHAT THE PREVIOUS EXTRACT SENT FOR THE ACCOUNT - THE LATEST
      * ONE, OR THE ONE BEFORE IT WHEN THIS MONTH IS BEING RERUN.
       01 WS-BEFORE-MONTH    PIC 9(6) VALUE 0.
       01 WS-BEFORE-STATUS   PIC X(02) VALUE SPACES.
       01 WS-BEFORE-COMPLIANCE PIC X(02) VALUE SPACES.
       01 WS-RESOLVED-MONTH  PIC 9(6) VALUE 0.
       01 WS-CHGOFF-ORIGINAL PIC S9(9)V99 VALUE 0.
       01 WS-ORIGINAL-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-BALANCE-OWED    PIC S9(9)V99 VALUE 0.
       01 WS-LOOKUP-CUST-NO  PIC X(08) VALUE SPACES.
       01 WS-ACCOUNTS-READ   PIC 9(7) COMP VALUE 0.
       01 WS-BASE-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-UNPAID-CO-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-PAID-CO-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-COLLECT-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-PAID-COL-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-SETTLED-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-DISPUTED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-INCOMPLETE-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-BALANCE-TOTAL   PIC 9(13) VALUE 0.
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
      *    EVERY CHARGED-OFF ACCOUNT AND EVERY ACCOUNT WITH A
      *    COLLECTIONS CASE OPEN AT MONTH END GOES TO THE BUREAU
      *    WITH ITS OWNER'S IDENTITY, THE ORIGINAL AND OUTSTANDING
      *    AMOUNTS AND ITS STATUS.  A CHARGE-OFF STAYS ON THE
      *    EXTRACT FOR GOOD, PAID OR NOT; A COLLECTION ACCOUNT IS
      *    SENT ONE LAST TIME, AS PAID OR SETTLED, THE MONTH AFTER
      *    ITS CASE CLOSES.  DISPUTES AND SETTLEMENTS COME FROM
      *    BURFILE (BURMNT), WHICH ALSO REMEMBERS WHAT WAS SENT.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 1100-READ-RUN-PARMS
           PERFORM 1000-OPEN-FILES
           MOVE SPACES TO EXTRACT-RECORD
           SET BRX-HEADER TO TRUE
           MOVE WS-REPORTER-ID TO BRX-H-REPORTER-ID
           MOVE WS-PERIOD-MONTH TO BRX-H-ACTIVITY-MONTH
           MOVE WS-TODAY TO BRX-H-CREATED-DATE
           WRITE EXTRACT-RECORD
           PERFORM 2000-READ-ACCOUNT
           PERFORM 3000-EXAMINE-ACCOUNT UNTIL ACCOUNT-EOF
           MOVE SPACES TO EXTRACT-RECORD
           SET BRX-TRAILER TO TRUE
           MOVE WS-BASE-COUNT TO BRX-T-BASE-COUNT
           MOVE WS-BALANCE-TOTAL TO BRX-T-BALANCE-TOTAL
           MOVE WS-DISPUTED-COUNT TO BRX-T-DISPUTED-COUNT
           WRITE EXTRACT-RECORD
           DISPLAY 'BUREAU EXTRACT FOR MONTH   : ' WS-PERIOD-MONTH
           DISPLAY 'ACCOUNTS READ              : ' WS-ACCOUNTS-READ
           DISPLAY 'ACCOUNTS REPORTED          : ' WS-BASE-COUNT
           DISPLAY '  CHARGED OFF, UNPAID      : ' WS-UNPAID-CO-COUNT
           DISPLAY '  CHARGED OFF, PAID        : ' WS-PAID-CO-COUNT
           DISPLAY '  IN COLLECTION            : ' WS-COLLECT-COUNT
           DISPLAY '  COLLECTION PAID          : ' WS-PAID-COL-COUNT
           DISPLAY '  SETTLED                  : ' WS-SETTLED-COUNT
           DISPLAY 'FLAGGED AS DISPUTED        : ' WS-DISPUTED-COUNT
           DISPLAY 'MISSING CUSTOMER OR ADDRESS: ' WS-INCOMPLETE-COUNT
           DISPLAY 'BALANCE OWED REPORTED      : ' WS-BALANCE-TOTAL
           IF WS-INCOMPLETE-COUNT > 0
               DISPLAY 'ALERT: ' WS-INCOMPLETE-COUNT
                   ' BUREAU RECORDS WITHOUT FULL IDENTITY'
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
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-STATUS
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN INPUT ADDRESS-FILE
           IF WS-ADDR-STATUS NOT = '00'
               DISPLAY 'ADDRESS FILE OPEN ERROR: ' WS-ADDR-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           OPEN I-O BUREAU-FILE
           IF WS-BUR-STATUS = '35'
               OPEN OUTPUT BUREAU-FILE
               CLOSE BUREAU-FILE
               OPEN I-O BUREAU-FILE
           END-IF
           IF WS-BUR-STATUS NOT = '00'
               DISPLAY 'BUREAU FILE OPEN ERROR: ' WS-BUR-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ADDRESS-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXT-STATUS NOT = '00'
               DISPLAY 'EXTRACT FILE OPEN ERROR: ' WS-EXT-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ADDRESS-FILE
               CLOSE BUREAU-FILE
               STOP RUN
           END-IF
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS = '00'
               MOVE 'Y' TO WS-CASE-AVAILABLE
           ELSE
               DISPLAY 'COLLECTIONS CASE FILE UNAVAILABLE, STATUS '
                   WS-CASE-STATUS ', CHARGE-OFFS ONLY'
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS = '00'
               MOVE 'Y' TO WS-JRNL-AVAILABLE
           ELSE
               DISPLAY 'JOURNAL UNAVAILABLE, STATUS ' WS-JRN-STATUS
                   ', OUTSTANDING AMOUNT SENT AS ORIGINAL'
           END-IF.
       1100-READ-RUN-PARMS.
           IF WS-MONTH > 1
               COMPUTE WS-PERIOD-MONTH =
                   (WS-YEAR * 100) + WS-MONTH - 1
           ELSE
               COMPUTE WS-PERIOD-MONTH = ((WS-YEAR - 1) * 100) + 12
           END-IF
           OPEN INPUT RUN-PARM-FILE
           IF WS-PARM-STATUS = '00'
               PERFORM 1110-READ-RUN-PARM
               PERFORM 1120-APPLY-RUN-PARM UNTIL PARM-EOF
               CLOSE RUN-PARM-FILE
           END-IF
           COMPUTE WS-PERIOD-START = (WS-PERIOD-MONTH * 100) + 1
           IF WS-P-MONTH < 12
               COMPUTE WS-NEXT-MONTH-START = WS-PERIOD-START + 100
           ELSE
               COMPUTE WS-NEXT-MONTH-START =
                   ((WS-P-YEAR + 1) * 10000) + 101
           END-IF
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START) - 1).
       1110-READ-RUN-PARM.
           READ RUN-PARM-FILE
               AT END
                  MOVE 'Y' TO WS-PARM-EOF
           END-READ.
       1120-APPLY-RUN-PARM.
           IF RUN-PARM-RECORD (1:6) = WS-MONTH-PREFIX
               AND RUN-PARM-RECORD (7:6) IS NUMERIC
               MOVE RUN-PARM-RECORD (7:6) TO WS-PERIOD-MONTH
           END-IF
           IF RUN-PARM-RECORD (1:9) = WS-REPORTER-PREFIX
               MOVE RUN-PARM-RECORD (10:10) TO WS-REPORTER-ID
           END-IF
           PERFORM 1110-READ-RUN-PARM.
       2000-READ-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-ACCT-EOF
           END-READ
           IF NOT ACCOUNT-EOF AND WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE READ ERROR: ' WS-FILE-STATUS
               MOVE 'Y' TO WS-ACCT-EOF
           END-IF.
       3000-EXAMINE-ACCOUNT.
      *    A CHARGE-OFF OR CASE DATED AFTER THE MONTH BEING REPORTED
      *    WAITS FOR THAT MONTH'S EXTRACT.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE 'N' TO WS-REPORT-SWITCH
           PERFORM 3100-FIND-LATEST-CASE
           PERFORM 3200-READ-BUREAU-RECORD
           EVALUATE TRUE
               WHEN ACCT-CHARGED-OFF
                   IF ACCT-CHARGEOFF-DATE NOT > WS-PERIOD-END
                       PERFORM 4000-BUILD-CHARGEOFF
                   END-IF
               WHEN CASE-WORKABLE
                   AND WS-CASE-OPEN-DATE NOT > WS-PERIOD-END
                   PERFORM 4100-BUILD-COLLECTION
               WHEN WS-BEFORE-STATUS = '93'
                   PERFORM 4200-BUILD-PAID-COLLECTION
           END-EVALUATE
           IF REPORT-ACCOUNT
               PERFORM 5000-FILL-IDENTITY
               PERFORM 5100-SET-COMPLIANCE
               MOVE WS-PERIOD-END TO BRX-ACTIVITY-DATE
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-BASE-COUNT
               ADD BRX-CURRENT-BALANCE TO WS-BALANCE-TOTAL
               PERFORM 5200-STORE-BUREAU-RECORD
           END-IF
           PERFORM 2000-READ-ACCOUNT.
       3100-FIND-LATEST-CASE.
      *    CASES ARE KEYED BY OPEN DATE, SO THE LAST ONE READ FOR
      *    THE ACCOUNT IS ITS LATEST.
           MOVE 'N' TO WS-CASE-FOUND
           MOVE 'N' TO WS-CASE-WORKABLE
           MOVE 0 TO WS-CASE-OPEN-DATE
           MOVE 0 TO WS-CASE-CLOSE-DATE
           MOVE 0 TO WS-CASE-OPEN-BAL
           MOVE 'N' TO WS-CASE-EOF
           IF CASES-AVAILABLE
               MOVE ACCT-ID TO COL-ACCT-ID
               MOVE 0 TO COL-OPEN-DATE
               START CASE-FILE KEY IS NOT LESS THAN COL-KEY
                   INVALID KEY
                      MOVE 'Y' TO WS-CASE-EOF
               END-START
               PERFORM 3110-READ-CASE UNTIL CASE-SCAN-DONE
           END-IF.
       3110-READ-CASE.
           READ CASE-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-CASE-EOF
           END-READ
           IF NOT CASE-SCAN-DONE
               IF WS-CASE-STATUS NOT = '00'
                   OR COL-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-CASE-EOF
               ELSE
                   MOVE 'Y' TO WS-CASE-FOUND
                   MOVE COL-OPEN-DATE TO WS-CASE-OPEN-DATE
                   MOVE COL-CLOSE-DATE TO WS-CASE-CLOSE-DATE
                   MOVE COL-OPEN-BALANCE TO WS-CASE-OPEN-BAL
                   IF COL-WORKABLE
                       MOVE 'Y' TO WS-CASE-WORKABLE
                   ELSE
                       MOVE 'N' TO WS-CASE-WORKABLE
                   END-IF
               END-IF
           END-IF.
       3200-READ-BUREAU-RECORD.
           MOVE 'N' TO WS-BUR-FOUND
           MOVE 'N' TO WS-SETTLED-SWITCH
           MOVE 0 TO WS-BEFORE-MONTH
           MOVE SPACES TO WS-BEFORE-STATUS
           MOVE SPACES TO WS-BEFORE-COMPLIANCE
           MOVE ACCT-ID TO BUR-ACCT-ID
           READ BUREAU-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-BUR-FOUND
           END-READ
           IF BUREAU-RECORD-FOUND
               IF BUR-LAST-MONTH = WS-PERIOD-MONTH
                   MOVE BUR-PREV-MONTH TO WS-BEFORE-MONTH
                   MOVE BUR-PREV-STATUS TO WS-BEFORE-STATUS
                   MOVE BUR-PREV-COMPLIANCE TO WS-BEFORE-COMPLIANCE
               ELSE
                   MOVE BUR-LAST-MONTH TO WS-BEFORE-MONTH
                   MOVE BUR-LAST-STATUS TO WS-BEFORE-STATUS
                   MOVE BUR-LAST-COMPLIANCE TO WS-BEFORE-COMPLIANCE
               END-IF
               IF BUR-SETTLED-DATE NOT = 0
                   AND BUR-SETTLED-DATE NOT > WS-PERIOD-END
                   MOVE 'Y' TO WS-SETTLED-SWITCH
               END-IF
           END-IF.
       3300-FIND-CHARGEOFF-ENTRY.
      *    THE WRITE-OFF IS JOURNALED BY CHGOFF ON THE CHARGE-OFF
      *    DATE; ITS AMOUNT IS WHAT WAS ORIGINALLY CHARGED OFF,
      *    BEFORE ANY RECOVERY CAME IN.
           MOVE ACCT-CHARGEOFF-AMOUNT TO WS-CHGOFF-ORIGINAL
           MOVE 'N' TO WS-JRNL-EOF
           IF JOURNAL-AVAILABLE
               MOVE ACCT-ID TO JRNL-ACCT-ID
               MOVE ACCT-CHARGEOFF-DATE TO JRNL-POST-DATE
               MOVE 0 TO JRNL-SEQUENCE
               START JOURNAL-FILE KEY IS NOT LESS THAN JRNL-KEY
                   INVALID KEY
                      MOVE 'Y' TO WS-JRNL-EOF
               END-START
               PERFORM 3310-READ-JOURNAL UNTIL JOURNAL-SCAN-DONE
           END-IF.
       3310-READ-JOURNAL.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-JRNL-EOF
           END-READ
           IF NOT JOURNAL-SCAN-DONE
               IF WS-JRN-STATUS NOT = '00'
                   OR JRNL-ACCT-ID NOT = ACCT-ID
                   OR JRNL-POST-DATE NOT = ACCT-CHARGEOFF-DATE
                   MOVE 'Y' TO WS-JRNL-EOF
               ELSE
                   IF JRNL-TRN-CODE = 'X' AND JRNL-RUN-ID = 'CHGOFF'
                       MOVE JRNL-AMOUNT TO WS-CHGOFF-ORIGINAL
                       MOVE 'Y' TO WS-JRNL-EOF
                   END-IF
               END-IF
           END-IF.
       4000-BUILD-CHARGEOFF.
           MOVE 'Y' TO WS-REPORT-SWITCH
           MOVE SPACES TO EXTRACT-RECORD
           SET BRX-BASE TO TRUE
           PERFORM 3300-FIND-CHARGEOFF-ENTRY
           MOVE WS-CHGOFF-ORIGINAL TO WS-ORIGINAL-AMOUNT
           COMPUTE BRX-CHGOFF-AMOUNT ROUNDED = WS-CHGOFF-ORIGINAL
           MOVE ACCT-CHARGEOFF-DATE TO BRX-DATE-CLOSED
           IF CASE-FOUND
               AND WS-CASE-OPEN-DATE NOT > ACCT-CHARGEOFF-DATE
               MOVE WS-CASE-OPEN-DATE TO BRX-DATE-FIRST-DELINQ
           ELSE
               MOVE ACCT-CHARGEOFF-DATE TO BRX-DATE-FIRST-DELINQ
           END-IF
           EVALUATE TRUE
               WHEN ACCOUNT-SETTLED
                   MOVE 0 TO WS-BALANCE-OWED
                   MOVE '13' TO BRX-ACCOUNT-STATUS
                   MOVE 'AU' TO BRX-SPECIAL-COMMENT
                   ADD 1 TO WS-SETTLED-COUNT
               WHEN ACCT-CHARGEOFF-AMOUNT NOT > 0
                   MOVE 0 TO WS-BALANCE-OWED
                   MOVE '64' TO BRX-ACCOUNT-STATUS
                   ADD 1 TO WS-PAID-CO-COUNT
               WHEN OTHER
                   MOVE ACCT-CHARGEOFF-AMOUNT TO WS-BALANCE-OWED
                   MOVE '97' TO BRX-ACCOUNT-STATUS
                   ADD 1 TO WS-UNPAID-CO-COUNT
           END-EVALUATE
           PERFORM 4300-SET-AMOUNTS.
       4100-BUILD-COLLECTION.
           MOVE 'Y' TO WS-REPORT-SWITCH
           MOVE SPACES TO EXTRACT-RECORD
           SET BRX-BASE TO TRUE
           COMPUTE WS-ORIGINAL-AMOUNT = 0 - WS-CASE-OPEN-BAL
           MOVE 0 TO BRX-CHGOFF-AMOUNT
           MOVE WS-CASE-OPEN-DATE TO BRX-DATE-FIRST-DELINQ
           MOVE 0 TO BRX-DATE-CLOSED
           EVALUATE TRUE
               WHEN ACCOUNT-SETTLED
                   MOVE 0 TO WS-BALANCE-OWED
                   MOVE '13' TO BRX-ACCOUNT-STATUS
                   MOVE 'AU' TO BRX-SPECIAL-COMMENT
                   ADD 1 TO WS-SETTLED-COUNT
               WHEN ACCT-BALANCE NOT < 0
                   MOVE 0 TO WS-BALANCE-OWED
                   MOVE '62' TO BRX-ACCOUNT-STATUS
                   ADD 1 TO WS-PAID-COL-COUNT
               WHEN OTHER
                   COMPUTE WS-BALANCE-OWED = 0 - ACCT-BALANCE
                   MOVE '93' TO BRX-ACCOUNT-STATUS
                   ADD 1 TO WS-COLLECT-COUNT
           END-EVALUATE
           PERFORM 4300-SET-AMOUNTS.
       4200-BUILD-PAID-COLLECTION.
      *    LAST REPORTED IN COLLECTION AND NO LONGER WORKED: THE
      *    CASE HAS CLOSED, AND THE BUREAU IS TOLD ONCE THAT IT WAS
      *    PAID OR SETTLED.
           MOVE 'Y' TO WS-REPORT-SWITCH
           MOVE SPACES TO EXTRACT-RECORD
           SET BRX-BASE TO TRUE
           COMPUTE WS-ORIGINAL-AMOUNT = 0 - WS-CASE-OPEN-BAL
           MOVE 0 TO BRX-CHGOFF-AMOUNT
           MOVE WS-CASE-OPEN-DATE TO BRX-DATE-FIRST-DELINQ
           MOVE WS-CASE-CLOSE-DATE TO BRX-DATE-CLOSED
           MOVE 0 TO WS-BALANCE-OWED
           IF ACCOUNT-SETTLED
               MOVE '13' TO BRX-ACCOUNT-STATUS
               MOVE 'AU' TO BRX-SPECIAL-COMMENT
               ADD 1 TO WS-SETTLED-COUNT
           ELSE
               MOVE '62' TO BRX-ACCOUNT-STATUS
               ADD 1 TO WS-PAID-COL-COUNT
           END-IF
           PERFORM 4300-SET-AMOUNTS.
       4300-SET-AMOUNTS.
           IF WS-ORIGINAL-AMOUNT < 0
               MOVE 0 TO WS-ORIGINAL-AMOUNT
           END-IF
           COMPUTE BRX-ORIGINAL-AMOUNT ROUNDED = WS-ORIGINAL-AMOUNT
           COMPUTE BRX-CURRENT-BALANCE ROUNDED = WS-BALANCE-OWED
           MOVE ACCT-OPEN-DATE TO BRX-DATE-OPENED.
       5000-FILL-IDENTITY.
      *    THE OWNER COMES FROM CUSTFILE, FOLLOWING A MERGED
      *    DUPLICATE TO ITS SURVIVOR; THE MAILING ADDRESS FROM
      *    ADDRFILE.  THE ACCOUNT STILL GOES OUT WITHOUT EITHER,
      *    UNDER THE ACCOUNT NAME, AND IS COUNTED FOR FOLLOW-UP.
           MOVE ACCT-ID TO BRX-ACCOUNT-NO
           MOVE 'N' TO WS-CUST-FOUND
           MOVE ACCT-CUSTOMER-NO TO WS-LOOKUP-CUST-NO
           PERFORM 5010-READ-CUSTOMER
           IF CUSTOMER-FOUND AND CUST-MERGED
               AND CUST-MERGED-INTO NOT = SPACES
               MOVE CUST-MERGED-INTO TO WS-LOOKUP-CUST-NO
               PERFORM 5010-READ-CUSTOMER
           END-IF
           IF CUSTOMER-FOUND
               MOVE CUST-NO TO BRX-CUSTOMER-NO
               MOVE CUST-NAME TO BRX-NAME
               MOVE CUST-DATE-OF-BIRTH TO BRX-BIRTH-DATE
               MOVE CUST-REGISTRATION-NO TO BRX-REGISTRATION-NO
               IF CUST-ENTITY
                   MOVE 'W' TO BRX-ECOA-CODE
               ELSE
                   MOVE '1' TO BRX-ECOA-CODE
               END-IF
           ELSE
               MOVE ACCT-CUSTOMER-NO TO BRX-CUSTOMER-NO
               MOVE ACCT-NAME TO BRX-NAME
               MOVE 0 TO BRX-BIRTH-DATE
               MOVE '1' TO BRX-ECOA-CODE
           END-IF
           MOVE 'N' TO WS-ADDR-FOUND
           MOVE ACCT-ID TO ADDR-ACCT-ID
           READ ADDRESS-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-ADDR-FOUND
           END-READ
           IF ADDRESS-FOUND
               MOVE ADDR-STREET TO BRX-STREET
               MOVE ADDR-CITY TO BRX-CITY
               MOVE ADDR-POSTAL-CODE TO BRX-POSTAL-CODE
               MOVE ADDR-PHONE TO BRX-PHONE
               IF ADDR-BAD
                   MOVE 'B' TO BRX-ADDRESS-IND
               END-IF
           END-IF
           IF NOT CUSTOMER-FOUND OR NOT ADDRESS-FOUND
               ADD 1 TO WS-INCOMPLETE-COUNT
               DISPLAY 'BUREAU IDENTITY INCOMPLETE: ' ACCT-ID
                   ' CUSTOMER ' ACCT-CUSTOMER-NO
                   ' FOUND ' WS-CUST-FOUND
                   ' ADDRESS FOUND ' WS-ADDR-FOUND
           END-IF.
       5010-READ-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND
           IF WS-LOOKUP-CUST-NO NOT = SPACES
               MOVE WS-LOOKUP-CUST-NO TO CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 'Y' TO WS-CUST-FOUND
               END-READ
           END-IF.
       5100-SET-COMPLIANCE.
      *    A DISPUTE OPEN AT MONTH END IS FLAGGED XB.  ONCE IT IS
      *    RESOLVED THE NEXT EXTRACT CARRIES XH, AND THE FLAG THEN
      *    DROPS OFF.
           MOVE SPACES TO BRX-COMPLIANCE-CODE
           IF BUREAU-RECORD-FOUND
               EVALUATE TRUE
                   WHEN BUR-DISPUTE-OPEN
                       AND BUR-DISPUTE-DATE NOT > WS-PERIOD-END
                       MOVE 'XB' TO BRX-COMPLIANCE-CODE
                       ADD 1 TO WS-DISPUTED-COUNT
                   WHEN BUR-DISPUTE-RESOLVED
                       COMPUTE WS-RESOLVED-MONTH =
                           BUR-RESOLVED-DATE / 100
                       IF WS-RESOLVED-MONTH > WS-BEFORE-MONTH
                           AND WS-RESOLVED-MONTH NOT > WS-PERIOD-MONTH
                           MOVE 'XH' TO BRX-COMPLIANCE-CODE
                       END-IF
               END-EVALUATE
           END-IF.
       5200-STORE-BUREAU-RECORD.
           IF NOT BUREAU-RECORD-FOUND
               MOVE ACCT-ID TO BUR-ACCT-ID
               MOVE SPACE TO BUR-DISPUTE-STATUS
               MOVE 0 TO BUR-DISPUTE-DATE
               MOVE SPACES TO BUR-DISPUTE-REF
               MOVE 0 TO BUR-RESOLVED-DATE
               MOVE SPACES TO BUR-RESOLUTION
               MOVE 0 TO BUR-SETTLED-DATE
               MOVE 0 TO BUR-SETTLED-AMOUNT
               MOVE WS-PERIOD-MONTH TO BUR-FIRST-MONTH
               MOVE 0 TO BUR-LAST-MONTH
               MOVE SPACES TO BUR-LAST-STATUS
               MOVE SPACES TO BUR-LAST-COMPLIANCE
           END-IF
           IF BUR-LAST-MONTH NOT = WS-PERIOD-MONTH
               MOVE BUR-LAST-MONTH TO BUR-PREV-MONTH
               MOVE BUR-LAST-STATUS TO BUR-PREV-STATUS
               MOVE BUR-LAST-COMPLIANCE TO BUR-PREV-COMPLIANCE
           END-IF
           IF BUR-FIRST-MONTH = 0
               MOVE WS-PERIOD-MONTH TO BUR-FIRST-MONTH
           END-IF
           MOVE WS-PERIOD-MONTH TO BUR-LAST-MONTH
           MOVE BRX-ACCOUNT-STATUS TO BUR-LAST-STATUS
           MOVE BRX-COMPLIANCE-CODE TO BUR-LAST-COMPLIANCE
           MOVE 'BUREXT' TO BUR-UPDATED-BY
           MOVE WS-TODAY TO BUR-UPDATED-DATE
           IF BUREAU-RECORD-FOUND
               REWRITE BUREAU-RECORD
                   INVALID KEY
                      DISPLAY 'BUREAU REWRITE FAILED, STATUS '
                          WS-BUR-STATUS ': ' ACCT-ID
               END-REWRITE
           ELSE
               WRITE BUREAU-RECORD
                   INVALID KEY
                      DISPLAY 'BUREAU WRITE FAILED, STATUS '
                          WS-BUR-STATUS ': ' ACCT-ID
               END-WRITE
           END-IF.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ADDRESS-FILE
           CLOSE BUREAU-FILE
           CLOSE EXTRACT-FILE
           IF CASES-AVAILABLE
               CLOSE CASE-FILE
           END-IF
           IF JOURNAL-AVAILABLE
               CLOSE JOURNAL-FILE
           END-IF.
