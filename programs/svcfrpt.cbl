       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCFRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EVENT-LOG-FILE ASSIGN TO 'SVCFLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEV-STATUS.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO 'SVCFPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
           SELECT REPORT-FILE ASSIGN TO 'SVCFRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EVENT-LOG-FILE.
       01 EVENT-LOG-RECORD   PIC X(78).
       FD RUN-PARM-FILE.
       01 RUN-PARM-RECORD    PIC X(40).
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           COPY FEVREC.
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-FEV-STATUS      PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-FEV-EOF         PIC X VALUE 'N'.
           88 EVENT-LOG-EOF  VALUE 'Y'.
       01 WS-PARM-EOF        PIC X VALUE 'N'.
           88 PARM-EOF       VALUE 'Y'.
       01 WS-SORT-EOF        PIC X VALUE 'N'.
           88 SORT-EOF       VALUE 'Y'.
       01 WS-FROM-PREFIX     PIC X(05) VALUE 'FROM='.
       01 WS-FROM-DATE       PIC 9(8) VALUE 0.
       01 WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
          05 WS-F-YEAR       PIC 9(4).
          05 WS-F-MONTH      PIC 9(2).
          05 WS-F-DAY        PIC 9(2).
       01 WS-CURRENT-EVENT   PIC X(04) VALUE LOW-VALUES.
       01 WS-CURRENT-BRANCH  PIC X(04) VALUE LOW-VALUES.
       01 WS-EVENT-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-BRANCH-TOTALS.
          05 WS-BR-CHARGED-COUNT PIC 9(7) COMP VALUE 0.
          05 WS-BR-CHARGED-AMT   PIC 9(9)V99 VALUE 0.
          05 WS-BR-WAIVED-COUNT  PIC 9(7) COMP VALUE 0.
          05 WS-BR-WAIVED-AMT    PIC 9(9)V99 VALUE 0.
       01 WS-EVENT-TOTALS.
          05 WS-EV-CHARGED-COUNT PIC 9(7) COMP VALUE 0.
          05 WS-EV-CHARGED-AMT   PIC 9(9)V99 VALUE 0.
          05 WS-EV-WAIVED-COUNT  PIC 9(7) COMP VALUE 0.
          05 WS-EV-WAIVED-AMT    PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-TOTALS.
          05 WS-GR-CHARGED-COUNT PIC 9(7) COMP VALUE 0.
          05 WS-GR-CHARGED-AMT   PIC 9(9)V99 VALUE 0.
          05 WS-GR-WAIVED-COUNT  PIC 9(7) COMP VALUE 0.
          05 WS-GR-WAIVED-AMT    PIC 9(9)V99 VALUE 0.
      *    WAIVERS BY REASON: B BALANCE, P PROBATION, O OVERDRAW,
      *    S ACCOUNT STATUS, M OPERATOR.
       01 WS-REASON-CODES    PIC X(05) VALUE 'BPOSM'.
       01 WS-REASON-IDX      PIC 9(1) COMP VALUE 0.
       01 WS-REASON-TOTALS.
          05 WS-REASON-COUNT PIC 9(7) COMP OCCURS 5 TIMES.
       01 WS-REASON-NAMES.
          05 FILLER          PIC X(24) VALUE
             'BALANCE OVER MINIMUM    '.
          05 FILLER          PIC X(24) VALUE
             'NEW-ACCOUNT PROBATION   '.
          05 FILLER          PIC X(24) VALUE
             'WOULD OVERDRAW          '.
          05 FILLER          PIC X(24) VALUE
             'ACCOUNT CLOSED OR OFF   '.
          05 FILLER          PIC X(24) VALUE
             'WAIVED BY OPERATOR      '.
       01 WS-REASON-NAME-TABLE REDEFINES WS-REASON-NAMES.
          05 WS-REASON-NAME  PIC X(24) OCCURS 5 TIMES.
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
          05 FILLER          PIC X(35) VALUE
             'EVENT BRANCH CHARGED         AMOUNT'.
          05 FILLER          PIC X(25) VALUE
             '    WAIVED         AMOUNT'.
       01 WS-DETAIL-LINE.
          05 WS-D-EVENT      PIC X(06).
          05 WS-D-BRANCH     PIC X(07).
          05 WS-D-CHARGED-COUNT PIC ZZZ,ZZ9.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-CHARGED-AMT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(03) VALUE SPACES.
          05 WS-D-WAIVED-COUNT PIC ZZZ,ZZ9.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-WAIVED-AMT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-REASON-LINE.
          05 FILLER          PIC X(04) VALUE SPACES.
          05 WS-R-NAME       PIC X(24).
          05 WS-R-COUNT      PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    MONTHLY SERVICE FEE REVIEW.  EVERY FEE SVCFEE CHARGED OR
      *    WAIVED IN THE PERIOD IS TOTALLED BY EVENT AND BRANCH,
      *    WITH A TOTAL PER EVENT, A GRAND TOTAL AND THE WAIVERS BY
      *    REASON.  THE PERIOD RUNS FROM THE SAME DAY LAST MONTH
      *    UNLESS A FROM=CCYYMMDD CARD ON SVCFPARM SETS IT.
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 1100-SET-PERIOD
           MOVE 0 TO WS-REASON-COUNT (1)
           MOVE 0 TO WS-REASON-COUNT (2)
           MOVE 0 TO WS-REASON-COUNT (3)
           MOVE 0 TO WS-REASON-COUNT (4)
           MOVE 0 TO WS-REASON-COUNT (5)
           MOVE SPACES TO REPORT-LINE
           STRING 'SERVICE FEES CHARGED AND WAIVED FROM ' WS-FROM-DATE
               ' TO ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY FEV-EVENT-CODE
               ON ASCENDING KEY FEV-BRANCH-CODE
               INPUT PROCEDURE IS 2000-FEED-FEE-EVENTS
               OUTPUT PROCEDURE IS 3000-WRITE-FEE-REPORT
           PERFORM 4000-WRITE-GRAND-TOTALS
           DISPLAY 'FEE EVENTS REPORTED: ' WS-EVENT-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               STOP RUN
           END-IF.
       1100-SET-PERIOD.
           MOVE WS-TODAY TO WS-FROM-DATE
           IF WS-F-MONTH = 1
               MOVE 12 TO WS-F-MONTH
               SUBTRACT 1 FROM WS-F-YEAR
           ELSE
               SUBTRACT 1 FROM WS-F-MONTH
           END-IF
           OPEN INPUT RUN-PARM-FILE
           IF WS-PARM-STATUS = '00'
               PERFORM 1110-READ-RUN-PARM
               PERFORM 1120-APPLY-RUN-PARM UNTIL PARM-EOF
               CLOSE RUN-PARM-FILE
           END-IF.
       1110-READ-RUN-PARM.
           READ RUN-PARM-FILE
               AT END
                  MOVE 'Y' TO WS-PARM-EOF
           END-READ.
       1120-APPLY-RUN-PARM.
           IF RUN-PARM-RECORD (1:5) = WS-FROM-PREFIX
               AND RUN-PARM-RECORD (6:8) IS NUMERIC
               MOVE RUN-PARM-RECORD (6:8) TO WS-FROM-DATE
           END-IF
           PERFORM 1110-READ-RUN-PARM.
       2000-FEED-FEE-EVENTS.
           OPEN INPUT EVENT-LOG-FILE
           IF WS-FEV-STATUS = '00' OR WS-FEV-STATUS = '05'
               PERFORM 2100-READ-FEE-EVENT
               PERFORM 2200-RELEASE-FEE-EVENT UNTIL EVENT-LOG-EOF
               CLOSE EVENT-LOG-FILE
           ELSE
               DISPLAY 'SERVICE FEE EVENT LOG UNAVAILABLE, STATUS '
                   WS-FEV-STATUS
           END-IF.
       2100-READ-FEE-EVENT.
           READ EVENT-LOG-FILE
               AT END
                  MOVE 'Y' TO WS-FEV-EOF
           END-READ.
       2200-RELEASE-FEE-EVENT.
           MOVE EVENT-LOG-RECORD TO SORT-RECORD
           IF FEV-RUN-DATE >= WS-FROM-DATE
               AND FEV-RUN-DATE <= WS-TODAY
               RELEASE SORT-RECORD
           END-IF
           PERFORM 2100-READ-FEE-EVENT.
       3000-WRITE-FEE-REPORT.
           PERFORM 3100-RETURN-FEE-EVENT
           PERFORM 3200-ADD-ONE-EVENT UNTIL SORT-EOF
           IF WS-EVENT-COUNT > 0
               PERFORM 3400-FINISH-BRANCH
               PERFORM 3500-FINISH-EVENT
           ELSE
               MOVE '    NO SERVICE FEES IN THE PERIOD' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       3100-RETURN-FEE-EVENT.
           RETURN SORT-WORK-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       3200-ADD-ONE-EVENT.
           IF WS-EVENT-COUNT > 0
               IF FEV-EVENT-CODE NOT = WS-CURRENT-EVENT
                   PERFORM 3400-FINISH-BRANCH
                   PERFORM 3500-FINISH-EVENT
               ELSE
                   IF FEV-BRANCH-CODE NOT = WS-CURRENT-BRANCH
                       PERFORM 3400-FINISH-BRANCH
                   END-IF
               END-IF
           END-IF
           MOVE FEV-EVENT-CODE TO WS-CURRENT-EVENT
           MOVE FEV-BRANCH-CODE TO WS-CURRENT-BRANCH
           ADD 1 TO WS-EVENT-COUNT
           IF FEV-CHARGED
               ADD 1 TO WS-BR-CHARGED-COUNT
               ADD FEV-FEE-AMOUNT TO WS-BR-CHARGED-AMT
           ELSE
               ADD 1 TO WS-BR-WAIVED-COUNT
               ADD FEV-FEE-AMOUNT TO WS-BR-WAIVED-AMT
               PERFORM 3300-COUNT-WAIVE-REASON
           END-IF
           PERFORM 3100-RETURN-FEE-EVENT.
       3300-COUNT-WAIVE-REASON.
           MOVE 1 TO WS-REASON-IDX
           PERFORM 3310-NEXT-REASON
               UNTIL WS-REASON-IDX = 5
               OR WS-REASON-CODES (WS-REASON-IDX:1) = FEV-WAIVE-REASON
           ADD 1 TO WS-REASON-COUNT (WS-REASON-IDX).
       3310-NEXT-REASON.
           ADD 1 TO WS-REASON-IDX.
       3400-FINISH-BRANCH.
           MOVE WS-CURRENT-EVENT TO WS-D-EVENT
           MOVE WS-CURRENT-BRANCH TO WS-D-BRANCH
           MOVE WS-BR-CHARGED-COUNT TO WS-D-CHARGED-COUNT
           MOVE WS-BR-CHARGED-AMT TO WS-D-CHARGED-AMT
           MOVE WS-BR-WAIVED-COUNT TO WS-D-WAIVED-COUNT
           MOVE WS-BR-WAIVED-AMT TO WS-D-WAIVED-AMT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-BR-CHARGED-COUNT TO WS-EV-CHARGED-COUNT
           ADD WS-BR-CHARGED-AMT TO WS-EV-CHARGED-AMT
           ADD WS-BR-WAIVED-COUNT TO WS-EV-WAIVED-COUNT
           ADD WS-BR-WAIVED-AMT TO WS-EV-WAIVED-AMT
           MOVE 0 TO WS-BR-CHARGED-COUNT
           MOVE 0 TO WS-BR-CHARGED-AMT
           MOVE 0 TO WS-BR-WAIVED-COUNT
           MOVE 0 TO WS-BR-WAIVED-AMT.
       3500-FINISH-EVENT.
           MOVE WS-CURRENT-EVENT TO WS-D-EVENT
           MOVE 'TOTAL' TO WS-D-BRANCH
           MOVE WS-EV-CHARGED-COUNT TO WS-D-CHARGED-COUNT
           MOVE WS-EV-CHARGED-AMT TO WS-D-CHARGED-AMT
           MOVE WS-EV-WAIVED-COUNT TO WS-D-WAIVED-COUNT
           MOVE WS-EV-WAIVED-AMT TO WS-D-WAIVED-AMT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-EV-CHARGED-COUNT TO WS-GR-CHARGED-COUNT
           ADD WS-EV-CHARGED-AMT TO WS-GR-CHARGED-AMT
           ADD WS-EV-WAIVED-COUNT TO WS-GR-WAIVED-COUNT
           ADD WS-EV-WAIVED-AMT TO WS-GR-WAIVED-AMT
           MOVE 0 TO WS-EV-CHARGED-COUNT
           MOVE 0 TO WS-EV-CHARGED-AMT
           MOVE 0 TO WS-EV-WAIVED-COUNT
           MOVE 0 TO WS-EV-WAIVED-AMT.
       4000-WRITE-GRAND-TOTALS.
           MOVE 'ALL' TO WS-D-EVENT
           MOVE 'TOTAL' TO WS-D-BRANCH
           MOVE WS-GR-CHARGED-COUNT TO WS-D-CHARGED-COUNT
           MOVE WS-GR-CHARGED-AMT TO WS-D-CHARGED-AMT
           MOVE WS-GR-WAIVED-COUNT TO WS-D-WAIVED-COUNT
           MOVE WS-GR-WAIVED-AMT TO WS-D-WAIVED-AMT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'WAIVERS BY REASON' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-REASON-IDX
           PERFORM 4100-WRITE-REASON-LINE UNTIL WS-REASON-IDX = 5.
       4100-WRITE-REASON-LINE.
           ADD 1 TO WS-REASON-IDX
           MOVE WS-REASON-NAME (WS-REASON-IDX) TO WS-R-NAME
           MOVE WS-REASON-COUNT (WS-REASON-IDX) TO WS-R-COUNT
           MOVE WS-REASON-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       9000-CLOSE-FILES.
           CLOSE REPORT-FILE.
