       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSUBPRF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSUB-FILE ASSIGN TO 'VSUBACCT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS VSB-KEY
               FILE STATUS IS WS-VSB-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'VSUBPRRP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VSUB-FILE.
       01 VSUB-RECORD.
           COPY VSUBREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-VSB-STATUS      PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-VSB-EOF         PIC X VALUE 'N'.
           88 VSUB-EOF       VALUE 'Y'.
       01 WS-CURRENT-MASTER  PIC X(10) VALUE LOW-VALUES.
       01 WS-M-SUB-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-M-SUB-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-M-DIFFERENCE    PIC S9(11)V99 VALUE 0.
       01 WS-MASTER-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-SUB-COUNT       PIC 9(7) COMP VALUE 0.
       01 WS-AGREED-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-BREAK-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-NEGATIVE-COUNT  PIC 9(7) COMP VALUE 0.
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
             VALUE 'SUB-LEDGER PROOF TO MASTER AS '.
          05 WS-T-DATE       PIC 9(8).
       01 WS-HEADING-LINE.
          05 FILLER          PIC X(12) VALUE 'MASTER'.
          05 FILLER          PIC X(06) VALUE ' SUBS'.
          05 FILLER          PIC X(17) VALUE '   SUB-LEDGER TOT'.
          05 FILLER          PIC X(17) VALUE '   MASTER BALANCE'.
          05 FILLER          PIC X(17) VALUE '       DIFFERENCE'.
          05 FILLER          PIC X(07) VALUE ' RESULT'.
       01 WS-DETAIL-LINE.
          05 WS-D-MASTER     PIC X(12).
          05 WS-D-SUBS       PIC Z(4)9.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-SUB-TOTAL  PIC -(12)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-MASTER-BAL PIC -(12)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-DIFFERENCE PIC -(12)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-RESULT     PIC X(07).
       01 WS-NEGATIVE-LINE.
          05 FILLER          PIC X(04) VALUE SPACES.
          05 FILLER          PIC X(24)
             VALUE 'NEGATIVE SUB-ACCOUNT:   '.
          05 WS-N-SUB-REF    PIC X(13).
          05 WS-N-NAME       PIC X(22).
          05 WS-N-BALANCE    PIC -(12)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    EVERY MASTER'S SUB-ACCOUNT BALANCES, OPEN AND CLOSED, ARE
      *    ADDED UP AND SET AGAINST THE MASTER'S LEDGER BALANCE.  ANY
      *    DIFFERENCE, A MASTER MISSING FROM ACCTFILE, OR A SUB-
      *    ACCOUNT BELOW ZERO IS A BREAK THAT OPERATIONS MUST CLEAR.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           MOVE WS-TODAY TO WS-T-DATE
           MOVE WS-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-READ-SUB-ACCOUNT
           PERFORM 3000-PROVE-SUB-ACCOUNT UNTIL VSUB-EOF
           PERFORM 4000-FINISH-MASTER
           DISPLAY 'MASTERS PROVED        : ' WS-MASTER-COUNT
           DISPLAY 'SUB-ACCOUNTS READ     : ' WS-SUB-COUNT
           DISPLAY 'MASTERS AGREED        : ' WS-AGREED-COUNT
           DISPLAY 'MASTERS IN BREAK      : ' WS-BREAK-COUNT
           DISPLAY 'NEGATIVE SUB-ACCOUNTS : ' WS-NEGATIVE-COUNT
           IF WS-BREAK-COUNT > 0 OR WS-NEGATIVE-COUNT > 0
               DISPLAY 'ALERT: SUB-LEDGER BREAKS - MASTERS '
                   WS-BREAK-COUNT ', NEGATIVE SUB-ACCOUNTS '
                   WS-NEGATIVE-COUNT
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
           OPEN INPUT VSUB-FILE
           IF WS-VSB-STATUS NOT = '00'
               DISPLAY 'SUB-ACCOUNT FILE OPEN ERROR: ' WS-VSB-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE VSUB-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE VSUB-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF.
       2000-READ-SUB-ACCOUNT.
           READ VSUB-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-VSB-EOF
           END-READ
           IF NOT VSUB-EOF AND WS-VSB-STATUS NOT = '00'
               DISPLAY 'SUB-ACCOUNT FILE READ ERROR: ' WS-VSB-STATUS
               MOVE 'Y' TO WS-VSB-EOF
           END-IF.
       3000-PROVE-SUB-ACCOUNT.
           IF VSB-MASTER-ACCT-ID NOT = WS-CURRENT-MASTER
               PERFORM 4000-FINISH-MASTER
               MOVE VSB-MASTER-ACCT-ID TO WS-CURRENT-MASTER
           END-IF
           ADD 1 TO WS-SUB-COUNT
           ADD 1 TO WS-M-SUB-COUNT
           ADD VSB-BALANCE TO WS-M-SUB-TOTAL
           IF VSB-BALANCE < 0
               ADD 1 TO WS-NEGATIVE-COUNT
               MOVE VSB-SUB-REF TO WS-N-SUB-REF
               MOVE VSB-NAME TO WS-N-NAME
               MOVE VSB-BALANCE TO WS-N-BALANCE
               MOVE WS-NEGATIVE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 2000-READ-SUB-ACCOUNT.
       4000-FINISH-MASTER.
           IF WS-M-SUB-COUNT > 0
               ADD 1 TO WS-MASTER-COUNT
               MOVE WS-CURRENT-MASTER TO WS-D-MASTER
               MOVE WS-M-SUB-COUNT TO WS-D-SUBS
               MOVE WS-M-SUB-TOTAL TO WS-D-SUB-TOTAL
               MOVE WS-CURRENT-MASTER TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                      ADD 1 TO WS-BREAK-COUNT
                      MOVE 0 TO WS-D-MASTER-BAL
                      MOVE WS-M-SUB-TOTAL TO WS-D-DIFFERENCE
                      MOVE 'NO MSTR' TO WS-D-RESULT
                   NOT INVALID KEY
                      MOVE ACCT-BALANCE TO WS-D-MASTER-BAL
                      COMPUTE WS-M-DIFFERENCE =
                          WS-M-SUB-TOTAL - ACCT-BALANCE
                      MOVE WS-M-DIFFERENCE TO WS-D-DIFFERENCE
                      IF WS-M-DIFFERENCE = 0
                          ADD 1 TO WS-AGREED-COUNT
                          MOVE 'AGREED' TO WS-D-RESULT
                      ELSE
                          ADD 1 TO WS-BREAK-COUNT
                          MOVE 'BREAK' TO WS-D-RESULT
                      END-IF
               END-READ
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE 0 TO WS-M-SUB-COUNT
           MOVE 0 TO WS-M-SUB-TOTAL.
       9000-CLOSE-FILES.
           CLOSE VSUB-FILE
           CLOSE ACCOUNT-FILE
           CLOSE REPORT-FILE.
