       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATXEXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-RATE-FILE ASSIGN TO 'RATEXCP'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RX-ACCT-ID
               FILE STATUS IS WS-RX-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'RATXEXP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EXCEPTION-RATE-FILE.
       01 EXCEPTION-RATE-RECORD.
           COPY RATXREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-RX-STATUS       PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-RX-EOF          PIC X VALUE 'N'.
           88 EXCEPTION-EOF  VALUE 'Y'.
       01 WS-WARNING-DAYS    PIC 9(5) VALUE 30.
       01 WS-DAYS-LEFT       PIC S9(9) COMP.
       01 WS-EXCEPTION-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-EXPIRING-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY-DATE       PIC 9(8).
       01 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
          05 WS-T-YEAR       PIC 9(4).
          05 WS-T-MONTH      PIC 9(2).
          05 WS-T-DAY        PIC 9(2).
       01 WS-BUSDAY-AREA.
          05 WS-BD-FUNCTION   PIC X(01) VALUE SPACE.
          05 WS-BD-DATE-IN    PIC 9(8) VALUE 0.
          05 WS-BD-FLAG       PIC X(01) VALUE SPACE.
          05 WS-BD-DATE-OUT   PIC 9(8) VALUE 0.
       01 WS-DAYCOUNT-AREA.
          05 WS-DC-FUNCTION   PIC X(01).
          05 WS-DC-DATE-1     PIC 9(8).
          05 WS-DC-DATE-2     PIC 9(8).
          05 WS-DC-DAYS       PIC S9(9) COMP.
          05 WS-DC-SERIAL     PIC 9(9) COMP.
       01 WS-HEADING.
          05 FILLER          PIC X(36) VALUE
             'ACCOUNT     BRANCH NAME             '.
          05 FILLER          PIC X(36) VALUE
             '          OFFICER      RATE    ENDS '.
          05 FILLER          PIC X(21) VALUE
             '         DAYS  REASON'.
       01 WS-DETAIL-LINE.
          05 WS-D-ACCT-ID    PIC X(12).
          05 WS-D-BRANCH     PIC X(07).
          05 WS-D-NAME       PIC X(26).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-OFFICER    PIC X(10).
          05 WS-D-RATE       PIC .9(6).
          05 FILLER          PIC X(04) VALUE SPACES.
          05 WS-D-END-DATE   PIC 9(8).
          05 FILLER          PIC X(03) VALUE SPACES.
          05 WS-D-DAYS-LEFT  PIC ZZZ,ZZ9.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-REASON     PIC X(30).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    DAILY WARNING OF NEGOTIATED RATES DUE TO LAPSE.  EVERY
      *    EXCEPTION ON RATEXCP WHOSE END DATE FALLS TODAY OR WITHIN
      *    THE NEXT 30 DAYS IS LISTED WITH THE APPROVING OFFICER, SO
      *    THE RATE CAN BE RENEGOTIATED OR ALLOWED TO RUN OFF BEFORE
      *    ACCTINTR GOES BACK TO THE PRODUCT RATE.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           MOVE WS-YEAR TO WS-T-YEAR
           MOVE WS-MONTH TO WS-T-MONTH
           MOVE WS-DAY TO WS-T-DAY
           MOVE SPACES TO REPORT-LINE
           STRING 'NEGOTIATED RATE EXCEPTIONS ENDING WITHIN 30 DAYS OF '
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-READ-EXCEPTION
           PERFORM 3000-CHECK-EXPIRY UNTIL EXCEPTION-EOF
           IF WS-EXPIRING-COUNT = 0
               MOVE '    NO EXCEPTIONS DUE TO END' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           DISPLAY 'RATE EXCEPTIONS READ: ' WS-EXCEPTION-COUNT
           DISPLAY 'RATE EXCEPTIONS ENDING: ' WS-EXPIRING-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN INPUT EXCEPTION-RATE-FILE
           IF WS-RX-STATUS NOT = '00'
               DISPLAY 'RATE EXCEPTION FILE OPEN ERROR: '
                   WS-RX-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE EXCEPTION-RATE-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE EXCEPTION-RATE-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF.
       2000-READ-EXCEPTION.
           READ EXCEPTION-RATE-FILE
               AT END
                  MOVE 'Y' TO WS-RX-EOF
           END-READ.
       3000-CHECK-EXPIRY.
           ADD 1 TO WS-EXCEPTION-COUNT
           IF RX-END-DATE >= WS-TODAY-DATE
               MOVE 'D' TO WS-DC-FUNCTION
               MOVE WS-TODAY-DATE TO WS-DC-DATE-1
               MOVE RX-END-DATE TO WS-DC-DATE-2
               CALL 'DATEUTIL' USING WS-DATE-RESULT, WS-TODAY-DATE-R,
                   WS-BUSDAY-AREA, WS-DAYCOUNT-AREA
               MOVE WS-DC-DAYS TO WS-DAYS-LEFT
               IF WS-DAYS-LEFT <= WS-WARNING-DAYS
                   PERFORM 3100-WRITE-EXPIRY-LINE
               END-IF
           END-IF
           PERFORM 2000-READ-EXCEPTION.
       3100-WRITE-EXPIRY-LINE.
           MOVE RX-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                  MOVE SPACES TO ACCT-BRANCH-CODE
                  MOVE '*** ACCOUNT NOT ON FILE ***' TO ACCT-NAME
           END-READ
           MOVE RX-ACCT-ID TO WS-D-ACCT-ID
           MOVE ACCT-BRANCH-CODE TO WS-D-BRANCH
           MOVE ACCT-NAME TO WS-D-NAME
           MOVE RX-APPROVED-BY TO WS-D-OFFICER
           MOVE RX-DAILY-RATE TO WS-D-RATE
           MOVE RX-END-DATE TO WS-D-END-DATE
           MOVE WS-DAYS-LEFT TO WS-D-DAYS-LEFT
           MOVE RX-REASON TO WS-D-REASON
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-EXPIRING-COUNT.
       9000-CLOSE-FILES.
           CLOSE EXCEPTION-RATE-FILE
           CLOSE ACCOUNT-FILE
           CLOSE REPORT-FILE.
