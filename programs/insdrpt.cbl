       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSDRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-MASTER-FILE ASSIGN TO 'AUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AUDM-KEY
               FILE STATUS IS WS-AUDM-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'INSDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL DATE-PARM-FILE ASSIGN TO 'INSDDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-MASTER-FILE.
       01 AUDIT-MASTER-RECORD.
           COPY AUDMREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(100).
       FD DATE-PARM-FILE.
       01 DATE-PARM-RECORD   PIC X(08).
       WORKING-STORAGE SECTION.
       01 WS-AUDM-STATUS     PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-SCAN-EOF        PIC X VALUE 'N'.
           88 SCAN-DONE      VALUE 'Y'.
       01 WS-REPORT-DATE     PIC 9(8) VALUE 0.
       01 WS-INQUIRY-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-POSTING-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-INQUIRY-EDIT    PIC Z(6)9.
       01 WS-POSTING-EDIT    PIC Z(6)9.
      * THE BATCH LOOKUP AUDIT LINE, AS CONSOLIDATED ONTO THE AUDIT
      * MASTER, AND THE ONLINE INSIDER LINE SHARE THIS LAYOUT.
       01 WS-AUDIT-TEXT.
          05 FILLER          PIC X(06).
          05 WS-A-ACCT-ID    PIC X(10).
          05 FILLER          PIC X(10).
          05 WS-A-OUTCOME    PIC X(09).
          05 FILLER          PIC X(35).
          05 WS-A-OPR-ID     PIC X(08).
          05 FILLER          PIC X(02).
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-HEADING-LINE.
          05 FILLER          PIC X(17) VALUE 'ACTIVITY'.
          05 FILLER          PIC X(10) VALUE 'OPERATOR'.
          05 FILLER          PIC X(12) VALUE 'ACCOUNT'.
          05 FILLER          PIC X(10) VALUE 'OWNER'.
          05 FILLER          PIC X(31) VALUE 'ACCOUNT NAME'.
          05 FILLER          PIC X(08) VALUE 'SOURCE'.
       01 WS-DETAIL-LINE.
          05 WS-D-ACTIVITY   PIC X(15).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-OPR-ID     PIC X(08).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-ACCT-ID    PIC X(10).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-CUST-NO    PIC X(08).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-ACCT-NAME  PIC X(30).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-RUN-ID     PIC X(08).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    INQUIRIES ON AND REFUSED POSTINGS TO ACCOUNTS OWNED BY
      *    THE OPERATOR OR A DECLARED RELATED CUSTOMER ARE LOGGED
      *    WITH AN INSIDER OUTCOME, BY THE BATCH LOOKUP THROUGH THE
      *    CONSOLIDATED AUDIT TRAIL AND BY THE ONLINE INQUIRY AND
      *    POSTING SCREENS DIRECTLY.  THE DAY'S SLICE OF THE AUDIT
      *    MASTER GOES TO THE COMPLIANCE OFFICER.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-SET-REPORT-DATE
           MOVE SPACES TO REPORT-LINE
           STRING 'INSIDER ACCOUNT ACTIVITY FOR ' WS-REPORT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-SCAN-AUDIT-MASTER
           MOVE WS-INQUIRY-COUNT TO WS-INQUIRY-EDIT
           MOVE WS-POSTING-COUNT TO WS-POSTING-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'INQUIRIES FLAGGED: ' WS-INQUIRY-EDIT
               '  POSTINGS REFUSED: ' WS-POSTING-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY 'INSIDER INQUIRIES FLAGGED: ' WS-INQUIRY-COUNT
           DISPLAY 'INSIDER POSTINGS REFUSED : ' WS-POSTING-COUNT
           IF WS-POSTING-COUNT > 0
               DISPLAY 'ALERT: ' WS-POSTING-COUNT
                   ' POSTINGS ATTEMPTED BY OPERATORS TO LINKED '
                   'ACCOUNTS'
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
           OPEN INPUT AUDIT-MASTER-FILE
           IF WS-AUDM-STATUS NOT = '00'
               DISPLAY 'AUDIT MASTER OPEN ERROR: ' WS-AUDM-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE AUDIT-MASTER-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE AUDIT-MASTER-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF.
       1100-SET-REPORT-DATE.
           OPEN INPUT DATE-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ DATE-PARM-FILE INTO DATE-PARM-RECORD
                   AT END
                      MOVE SPACES TO DATE-PARM-RECORD
               END-READ
               IF DATE-PARM-RECORD IS NUMERIC
                   MOVE DATE-PARM-RECORD TO WS-REPORT-DATE
               END-IF
               CLOSE DATE-PARM-FILE
           END-IF
           IF WS-REPORT-DATE = 0
               CALL 'DATEUTIL' USING WS-DATE-RESULT
               STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
                   INTO WS-REPORT-DATE
           END-IF
           DISPLAY 'INSIDER ACTIVITY REPORT FOR ' WS-REPORT-DATE.
       2000-SCAN-AUDIT-MASTER.
           MOVE WS-REPORT-DATE TO AUDM-DATE
           MOVE LOW-VALUES TO AUDM-RUN-ID
           MOVE 0 TO AUDM-SEQUENCE
           START AUDIT-MASTER-FILE KEY IS NOT LESS THAN AUDM-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 2100-CHECK-ONE-ENTRY UNTIL SCAN-DONE.
       2100-CHECK-ONE-ENTRY.
           READ AUDIT-MASTER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-AUDM-STATUS NOT = '00'
                   OR AUDM-DATE NOT = WS-REPORT-DATE
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   MOVE AUDM-TEXT TO WS-AUDIT-TEXT
                   IF AUDM-TEXT (1:6) = 'ACCT: '
                       AND WS-A-OUTCOME (1:6) = 'INSIDE'
                       PERFORM 2200-REPORT-INSIDER-ENTRY
                   END-IF
               END-IF
           END-IF.
       2200-REPORT-INSIDER-ENTRY.
           IF WS-A-OUTCOME = 'INSIDEPST'
               ADD 1 TO WS-POSTING-COUNT
               MOVE 'POSTING REFUSED' TO WS-D-ACTIVITY
           ELSE
               ADD 1 TO WS-INQUIRY-COUNT
               MOVE 'INQUIRY' TO WS-D-ACTIVITY
           END-IF
           MOVE WS-A-OPR-ID TO WS-D-OPR-ID
           MOVE WS-A-ACCT-ID TO WS-D-ACCT-ID
           MOVE AUDM-RUN-ID TO WS-D-RUN-ID
           MOVE WS-A-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                  MOVE SPACES TO WS-D-CUST-NO
                  MOVE '** ACCOUNT NOT ON FILE' TO WS-D-ACCT-NAME
               NOT INVALID KEY
                  MOVE ACCT-CUSTOMER-NO TO WS-D-CUST-NO
                  MOVE ACCT-NAME TO WS-D-ACCT-NAME
           END-READ
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       9000-CLOSE-FILES.
           CLOSE AUDIT-MASTER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE REPORT-FILE.
