       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOX-FILE ASSIGN TO 'SDBOXES'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SDBX-KEY
               FILE STATUS IS WS-BOX-STATUS.
           SELECT RENTAL-FILE ASSIGN TO 'SDRENTAL'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SDRN-BOX-KEY
               FILE STATUS IS WS-RENT-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'SDBMRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BOX-FILE.
       01 BOX-RECORD.
           COPY SDBXREC.
       FD RENTAL-FILE.
       01 RENTAL-RECORD.
           COPY SDRNREC.
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-BOX-STATUS      PIC XX VALUE '00'.
       01 WS-RENT-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 BOX-EOF        VALUE 'Y'.
       01 WS-RENTAL-FOUND-SWITCH PIC X VALUE 'N'.
           88 RENTAL-FOUND   VALUE 'Y'.
       01 WS-FROM-DATE       PIC 9(8) VALUE 0.
       01 WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
          05 WS-F-YEAR       PIC 9(4).
          05 WS-F-MONTH      PIC 9(2).
          05 WS-F-DAY        PIC 9(2).
       01 WS-CURRENT-BRANCH  PIC X(04) VALUE LOW-VALUES.
       01 WS-BOX-COUNT       PIC 9(7) COMP VALUE 0.
      * COUNTERS FOR ONE BRANCH, THEN FOR THE WHOLE BANK.
       01 WS-BRANCH-TOTALS.
          05 WS-BR-BOXES     PIC 9(7) COMP VALUE 0.
          05 WS-BR-RENTED    PIC 9(7) COMP VALUE 0.
          05 WS-BR-AVAILABLE PIC 9(7) COMP VALUE 0.
          05 WS-BR-DRILL     PIC 9(7) COMP VALUE 0.
          05 WS-BR-OUT-OF-SVC PIC 9(7) COMP VALUE 0.
          05 WS-BR-RENT-ROLL PIC 9(9)V99 VALUE 0.
          05 WS-BR-INCOME    PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-TOTALS.
          05 WS-GR-BOXES     PIC 9(7) COMP VALUE 0.
          05 WS-GR-RENTED    PIC 9(7) COMP VALUE 0.
          05 WS-GR-AVAILABLE PIC 9(7) COMP VALUE 0.
          05 WS-GR-DRILL     PIC 9(7) COMP VALUE 0.
          05 WS-GR-OUT-OF-SVC PIC 9(7) COMP VALUE 0.
          05 WS-GR-RENT-ROLL PIC 9(9)V99 VALUE 0.
          05 WS-GR-INCOME    PIC 9(9)V99 VALUE 0.
       01 WS-LETTABLE        PIC 9(7) COMP VALUE 0.
       01 WS-OCCUPANCY       PIC 9(3)V9 VALUE 0.
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
          05 FILLER          PIC X(08) VALUE 'BRANCH'.
          05 FILLER          PIC X(09) VALUE '    BOXES'.
          05 FILLER          PIC X(09) VALUE '   RENTED'.
          05 FILLER          PIC X(09) VALUE '    AVAIL'.
          05 FILLER          PIC X(09) VALUE '    DRILL'.
          05 FILLER          PIC X(09) VALUE '  OUT SVC'.
          05 FILLER          PIC X(09) VALUE '   OCC %'.
          05 FILLER          PIC X(19) VALUE '   ANNUAL RENT ROLL'.
          05 FILLER          PIC X(18) VALUE '   RENT INCOME'.
       01 WS-DETAIL-LINE.
          05 WS-D-BRANCH     PIC X(08).
          05 WS-D-BOXES      PIC Z,ZZZ,ZZ9.
          05 WS-D-RENTED     PIC Z,ZZZ,ZZ9.
          05 WS-D-AVAILABLE  PIC Z,ZZZ,ZZ9.
          05 WS-D-DRILL      PIC Z,ZZZ,ZZ9.
          05 WS-D-OUT-OF-SVC PIC Z,ZZZ,ZZ9.
          05 FILLER          PIC X(03) VALUE SPACES.
          05 WS-D-OCCUPANCY  PIC ZZ9.9.
          05 FILLER          PIC X(04) VALUE SPACES.
          05 WS-D-RENT-ROLL  PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(04) VALUE SPACES.
          05 WS-D-INCOME     PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    MONTHLY SAFE-DEPOSIT BOX REVIEW.  FOR EACH BRANCH: BOXES
      *    BY STATUS, OCCUPANCY AS RENTED AND DRILL-ELIGIBLE BOXES
      *    OVER THE BOXES IN SERVICE, THE ANNUAL RENT ROLL OF THE
      *    RENTALS IN FORCE, AND THE RENT BILLED OR COLLECTED IN THE
      *    PERIOD FROM THE SAME DAY LAST MONTH TO TODAY.
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 1100-SET-PERIOD
           MOVE SPACES TO REPORT-LINE
           STRING 'SAFE-DEPOSIT BOX OCCUPANCY AND RENT INCOME FROM '
               WS-FROM-DATE ' TO ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-READ-BOX
           PERFORM 3000-ADD-ONE-BOX UNTIL BOX-EOF
           IF WS-BOX-COUNT > 0
               PERFORM 4000-FINISH-BRANCH
               PERFORM 5000-WRITE-GRAND-TOTALS
           ELSE
               MOVE '    NO SAFE-DEPOSIT BOXES ON FILE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           DISPLAY 'BOXES REPORTED: ' WS-BOX-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
           OPEN INPUT BOX-FILE
           IF WS-BOX-STATUS NOT = '00'
               DISPLAY 'BOX FILE OPEN ERROR: ' WS-BOX-STATUS
               STOP RUN
           END-IF
           OPEN INPUT RENTAL-FILE
           IF WS-RENT-STATUS NOT = '00'
               DISPLAY 'RENTAL FILE OPEN ERROR: ' WS-RENT-STATUS
               CLOSE BOX-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE BOX-FILE
               CLOSE RENTAL-FILE
               STOP RUN
           END-IF.
       1100-SET-PERIOD.
           MOVE WS-TODAY TO WS-FROM-DATE
           IF WS-F-MONTH = 1
               MOVE 12 TO WS-F-MONTH
               SUBTRACT 1 FROM WS-F-YEAR
           ELSE
               SUBTRACT 1 FROM WS-F-MONTH
           END-IF.
       2000-READ-BOX.
           READ BOX-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-ADD-ONE-BOX.
           IF WS-BOX-COUNT > 0 AND SDBX-BRANCH NOT = WS-CURRENT-BRANCH
               PERFORM 4000-FINISH-BRANCH
           END-IF
           MOVE SDBX-BRANCH TO WS-CURRENT-BRANCH
           ADD 1 TO WS-BOX-COUNT
           ADD 1 TO WS-BR-BOXES
           EVALUATE TRUE
               WHEN SDBX-RENTED
                   ADD 1 TO WS-BR-RENTED
               WHEN SDBX-DRILL-ELIGIBLE
                   ADD 1 TO WS-BR-DRILL
               WHEN SDBX-OUT-OF-SERVICE
                   ADD 1 TO WS-BR-OUT-OF-SVC
               WHEN OTHER
                   ADD 1 TO WS-BR-AVAILABLE
           END-EVALUATE
           PERFORM 3100-READ-RENTAL
           IF RENTAL-FOUND
               IF SDRN-IN-FORCE
                   ADD SDRN-ANNUAL-RENT TO WS-BR-RENT-ROLL
               END-IF
               IF SDRN-LAST-BILLED-DATE >= WS-FROM-DATE
                   AND SDRN-LAST-BILLED-DATE <= WS-TODAY
                   ADD SDRN-LAST-BILLED-AMT TO WS-BR-INCOME
               END-IF
           END-IF
           PERFORM 2000-READ-BOX.
       3100-READ-RENTAL.
           MOVE 'N' TO WS-RENTAL-FOUND-SWITCH
           MOVE SDBX-KEY TO SDRN-BOX-KEY
           READ RENTAL-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-RENTAL-FOUND-SWITCH
           END-READ.
       4000-FINISH-BRANCH.
           MOVE WS-CURRENT-BRANCH TO WS-D-BRANCH
           MOVE WS-BR-BOXES TO WS-D-BOXES
           MOVE WS-BR-RENTED TO WS-D-RENTED
           MOVE WS-BR-AVAILABLE TO WS-D-AVAILABLE
           MOVE WS-BR-DRILL TO WS-D-DRILL
           MOVE WS-BR-OUT-OF-SVC TO WS-D-OUT-OF-SVC
           COMPUTE WS-LETTABLE = WS-BR-BOXES - WS-BR-OUT-OF-SVC
           MOVE 0 TO WS-OCCUPANCY
           IF WS-LETTABLE > 0
               COMPUTE WS-OCCUPANCY ROUNDED =
                   (WS-BR-RENTED + WS-BR-DRILL) * 100 / WS-LETTABLE
           END-IF
           MOVE WS-OCCUPANCY TO WS-D-OCCUPANCY
           MOVE WS-BR-RENT-ROLL TO WS-D-RENT-ROLL
           MOVE WS-BR-INCOME TO WS-D-INCOME
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-BR-BOXES TO WS-GR-BOXES
           ADD WS-BR-RENTED TO WS-GR-RENTED
           ADD WS-BR-AVAILABLE TO WS-GR-AVAILABLE
           ADD WS-BR-DRILL TO WS-GR-DRILL
           ADD WS-BR-OUT-OF-SVC TO WS-GR-OUT-OF-SVC
           ADD WS-BR-RENT-ROLL TO WS-GR-RENT-ROLL
           ADD WS-BR-INCOME TO WS-GR-INCOME
           MOVE 0 TO WS-BR-BOXES
           MOVE 0 TO WS-BR-RENTED
           MOVE 0 TO WS-BR-AVAILABLE
           MOVE 0 TO WS-BR-DRILL
           MOVE 0 TO WS-BR-OUT-OF-SVC
           MOVE 0 TO WS-BR-RENT-ROLL
           MOVE 0 TO WS-BR-INCOME.
       5000-WRITE-GRAND-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TOTAL' TO WS-D-BRANCH
           MOVE WS-GR-BOXES TO WS-D-BOXES
           MOVE WS-GR-RENTED TO WS-D-RENTED
           MOVE WS-GR-AVAILABLE TO WS-D-AVAILABLE
           MOVE WS-GR-DRILL TO WS-D-DRILL
           MOVE WS-GR-OUT-OF-SVC TO WS-D-OUT-OF-SVC
           COMPUTE WS-LETTABLE = WS-GR-BOXES - WS-GR-OUT-OF-SVC
           MOVE 0 TO WS-OCCUPANCY
           IF WS-LETTABLE > 0
               COMPUTE WS-OCCUPANCY ROUNDED =
                   (WS-GR-RENTED + WS-GR-DRILL) * 100 / WS-LETTABLE
           END-IF
           MOVE WS-OCCUPANCY TO WS-D-OCCUPANCY
           MOVE WS-GR-RENT-ROLL TO WS-D-RENT-ROLL
           MOVE WS-GR-INCOME TO WS-D-INCOME
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       9000-CLOSE-FILES.
           CLOSE BOX-FILE
           CLOSE RENTAL-FILE
           CLOSE REPORT-FILE.
