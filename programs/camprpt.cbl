       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO 'CAMPENRL'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CE-KEY OF ENROLLMENT-RECORD
               FILE STATUS IS WS-CE-STATUS.
           SELECT CAMPAIGN-FILE ASSIGN TO 'CAMPFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CMP-CODE
               FILE STATUS IS WS-CMP-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
           SELECT REPORT-FILE ASSIGN TO 'CAMPRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
           COPY CENRREC.
       FD CAMPAIGN-FILE.
       01 CAMPAIGN-RECORD.
           COPY CAMPREC.
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           COPY CENRREC.
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-CE-STATUS       PIC XX VALUE '00'.
       01 WS-CMP-STATUS      PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-SORT-EOF        PIC X VALUE 'N'.
           88 SORT-EOF       VALUE 'Y'.
       01 WS-CURRENT-CAMPAIGN PIC X(06) VALUE LOW-VALUES.
       01 WS-NEW-MONEY       PIC S9(9)V99 VALUE 0.
       01 WS-ENROLLMENT-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-CAMPAIGN-COUNT  PIC 9(5) COMP VALUE 0.
       01 WS-CAMPAIGN-TOTALS.
          05 WS-CM-ENROLLED  PIC 9(7) COMP VALUE 0.
          05 WS-CM-NEW-MONEY PIC S9(11)V99 VALUE 0.
          05 WS-CM-BONUS     PIC S9(11)V99 VALUE 0.
       01 WS-GRAND-TOTALS.
          05 WS-GR-ENROLLED  PIC 9(7) COMP VALUE 0.
          05 WS-GR-NEW-MONEY PIC S9(11)V99 VALUE 0.
          05 WS-GR-BONUS     PIC S9(11)V99 VALUE 0.
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
             'CAMPAIGN DESCRIPTION             STA'.
          05 FILLER          PIC X(36) VALUE
             'RTS   ENDS        JOINED       NEW M'.
          05 FILLER          PIC X(19) VALUE
             'ONEY     BONUS COST'.
       01 WS-DETAIL-LINE.
          05 WS-D-CAMPAIGN   PIC X(09).
          05 WS-D-DESCRIPTION PIC X(24).
          05 WS-D-START-DATE PIC 9(8).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-END-DATE   PIC 9(8).
          05 FILLER          PIC X(03) VALUE SPACES.
          05 WS-D-ENROLLED   PIC ZZZ,ZZ9.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-NEW-MONEY  PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-BONUS      PIC ZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    CAMPAIGN RESULTS.  FOR EACH BONUS-RATE CAMPAIGN WITH
      *    ENROLLMENTS: HOW MANY ACCOUNTS JOINED, THE NEW MONEY
      *    THEY BROUGHT - EACH ACCOUNT'S BALANCE AT ITS LATEST BONUS
      *    ACCRUAL ABOVE ITS BASELINE, NEVER LESS THAN ZERO - AND
      *    THE BONUS INTEREST PAID TO DATE, WITH A GRAND TOTAL.
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           MOVE SPACES TO REPORT-LINE
           STRING 'BONUS-RATE CAMPAIGN RESULTS AS OF ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY CE-CAMPAIGN-CODE OF SORT-RECORD
               ON ASCENDING KEY CE-ACCT-ID OF SORT-RECORD
               USING ENROLLMENT-FILE
               OUTPUT PROCEDURE IS 3000-WRITE-CAMPAIGN-REPORT
           PERFORM 4000-WRITE-GRAND-TOTAL
           DISPLAY 'CAMPAIGNS REPORTED  : ' WS-CAMPAIGN-COUNT
           DISPLAY 'ENROLLMENTS REPORTED: ' WS-ENROLLMENT-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CMP-STATUS NOT = '00'
               DISPLAY 'CAMPAIGN FILE OPEN ERROR: ' WS-CMP-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE CAMPAIGN-FILE
               STOP RUN
           END-IF.
       3000-WRITE-CAMPAIGN-REPORT.
           PERFORM 3100-RETURN-ENROLLMENT
           PERFORM 3200-ADD-ONE-ENROLLMENT UNTIL SORT-EOF
           IF WS-ENROLLMENT-COUNT > 0
               PERFORM 3400-FINISH-CAMPAIGN
           ELSE
               MOVE '    NO CAMPAIGN ENROLLMENTS ON FILE'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       3100-RETURN-ENROLLMENT.
           RETURN SORT-WORK-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       3200-ADD-ONE-ENROLLMENT.
           IF WS-ENROLLMENT-COUNT > 0
               AND CE-CAMPAIGN-CODE OF SORT-RECORD
                   NOT = WS-CURRENT-CAMPAIGN
               PERFORM 3400-FINISH-CAMPAIGN
           END-IF
           MOVE CE-CAMPAIGN-CODE OF SORT-RECORD TO WS-CURRENT-CAMPAIGN
           ADD 1 TO WS-ENROLLMENT-COUNT
           ADD 1 TO WS-CM-ENROLLED
           COMPUTE WS-NEW-MONEY =
               CE-LAST-BALANCE OF SORT-RECORD
                   - CE-BASELINE-BALANCE OF SORT-RECORD
           IF WS-NEW-MONEY > 0
               ADD WS-NEW-MONEY TO WS-CM-NEW-MONEY
           END-IF
           ADD CE-BONUS-PAID OF SORT-RECORD TO WS-CM-BONUS
           PERFORM 3100-RETURN-ENROLLMENT.
       3400-FINISH-CAMPAIGN.
           ADD 1 TO WS-CAMPAIGN-COUNT
           MOVE WS-CURRENT-CAMPAIGN TO CMP-CODE
           READ CAMPAIGN-FILE
               INVALID KEY
                  MOVE '*** NOT ON CAMPAIGN FILE ***'
                      TO CMP-DESCRIPTION
                  MOVE 0 TO CMP-START-DATE
                  MOVE 0 TO CMP-END-DATE
           END-READ
           MOVE WS-CURRENT-CAMPAIGN TO WS-D-CAMPAIGN
           MOVE CMP-DESCRIPTION TO WS-D-DESCRIPTION
           MOVE CMP-START-DATE TO WS-D-START-DATE
           MOVE CMP-END-DATE TO WS-D-END-DATE
           MOVE WS-CM-ENROLLED TO WS-D-ENROLLED
           MOVE WS-CM-NEW-MONEY TO WS-D-NEW-MONEY
           MOVE WS-CM-BONUS TO WS-D-BONUS
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-CM-ENROLLED TO WS-GR-ENROLLED
           ADD WS-CM-NEW-MONEY TO WS-GR-NEW-MONEY
           ADD WS-CM-BONUS TO WS-GR-BONUS
           MOVE 0 TO WS-CM-ENROLLED
           MOVE 0 TO WS-CM-NEW-MONEY
           MOVE 0 TO WS-CM-BONUS.
       4000-WRITE-GRAND-TOTAL.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ALL' TO WS-D-CAMPAIGN
           MOVE 'TOTAL' TO WS-D-DESCRIPTION
           MOVE 0 TO WS-D-START-DATE
           MOVE 0 TO WS-D-END-DATE
           MOVE WS-GR-ENROLLED TO WS-D-ENROLLED
           MOVE WS-GR-NEW-MONEY TO WS-D-NEW-MONEY
           MOVE WS-GR-BONUS TO WS-D-BONUS
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       9000-CLOSE-FILES.
           CLOSE CAMPAIGN-FILE
           CLOSE REPORT-FILE.
