       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATXCOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXCEPTION-LOG-FILE ASSIGN TO 'RATXLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RXL-STATUS.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO 'RATXPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
           SELECT REPORT-FILE ASSIGN TO 'RATXCOST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD PIC X(63).
       FD RUN-PARM-FILE.
       01 RUN-PARM-RECORD    PIC X(40).
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           COPY RXLREC.
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-RXL-STATUS      PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-RXL-EOF         PIC X VALUE 'N'.
           88 EXCEPTION-LOG-EOF VALUE 'Y'.
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
       01 WS-CURRENT-OFFICER PIC X(08) VALUE LOW-VALUES.
       01 WS-CURRENT-BRANCH  PIC X(04) VALUE LOW-VALUES.
       01 WS-ACCRUAL-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-BRANCH-TOTALS.
          05 WS-BR-COUNT     PIC 9(7) COMP VALUE 0.
          05 WS-BR-EXCP-AMT  PIC S9(11)V99 VALUE 0.
          05 WS-BR-STD-AMT   PIC S9(11)V99 VALUE 0.
       01 WS-OFFICER-TOTALS.
          05 WS-OF-COUNT     PIC 9(7) COMP VALUE 0.
          05 WS-OF-EXCP-AMT  PIC S9(11)V99 VALUE 0.
          05 WS-OF-STD-AMT   PIC S9(11)V99 VALUE 0.
       01 WS-GRAND-TOTALS.
          05 WS-GR-COUNT     PIC 9(7) COMP VALUE 0.
          05 WS-GR-EXCP-AMT  PIC S9(11)V99 VALUE 0.
          05 WS-GR-STD-AMT   PIC S9(11)V99 VALUE 0.
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
             'OFFICER   BRANCH   COUNT     NEGOTIA'.
          05 FILLER          PIC X(33) VALUE
             'TED   PRODUCT RATE           COST'.
       01 WS-DETAIL-LINE.
          05 WS-D-OFFICER    PIC X(10).
          05 WS-D-BRANCH     PIC X(07).
          05 WS-D-COUNT      PIC ZZZ,ZZ9.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-EXCP-AMT   PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-STD-AMT    PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-COST       PIC ZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    QUARTERLY COST OF NEGOTIATED RATE EXCEPTIONS.  EVERY
      *    ACCRUAL ACCTINTR MADE AT AN EXCEPTION RATE IN THE PERIOD
      *    IS TOTALLED BY APPROVING OFFICER AND BRANCH, SHOWING THE
      *    INTEREST PAID, WHAT THE PRODUCT RATE WOULD HAVE PAID AND
      *    THE DIFFERENCE, WITH A TOTAL PER OFFICER AND A GRAND
      *    TOTAL.  THE PERIOD RUNS FROM THE SAME DAY THREE MONTHS
      *    AGO UNLESS A FROM=CCYYMMDD CARD ON RATXPARM SETS IT.
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 1100-SET-PERIOD
           MOVE SPACES TO REPORT-LINE
           STRING 'NEGOTIATED RATE EXCEPTION COST FROM ' WS-FROM-DATE
               ' TO ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY RXL-APPROVED-BY
               ON ASCENDING KEY RXL-BRANCH-CODE
               INPUT PROCEDURE IS 2000-FEED-ACCRUALS
               OUTPUT PROCEDURE IS 3000-WRITE-COST-REPORT
           PERFORM 4000-WRITE-GRAND-TOTAL
           DISPLAY 'EXCEPTION ACCRUALS REPORTED: ' WS-ACCRUAL-COUNT
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
           IF WS-F-MONTH > 3
               SUBTRACT 3 FROM WS-F-MONTH
           ELSE
               ADD 9 TO WS-F-MONTH
               SUBTRACT 1 FROM WS-F-YEAR
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
       2000-FEED-ACCRUALS.
           OPEN INPUT EXCEPTION-LOG-FILE
           IF WS-RXL-STATUS = '00' OR WS-RXL-STATUS = '05'
               PERFORM 2100-READ-ACCRUAL
               PERFORM 2200-RELEASE-ACCRUAL UNTIL EXCEPTION-LOG-EOF
               CLOSE EXCEPTION-LOG-FILE
           ELSE
               DISPLAY 'RATE EXCEPTION LOG UNAVAILABLE, STATUS '
                   WS-RXL-STATUS
           END-IF.
       2100-READ-ACCRUAL.
           READ EXCEPTION-LOG-FILE
               AT END
                  MOVE 'Y' TO WS-RXL-EOF
           END-READ.
       2200-RELEASE-ACCRUAL.
           MOVE EXCEPTION-LOG-RECORD TO SORT-RECORD
           IF RXL-ACCRUAL-DATE >= WS-FROM-DATE
               AND RXL-ACCRUAL-DATE <= WS-TODAY
               RELEASE SORT-RECORD
           END-IF
           PERFORM 2100-READ-ACCRUAL.
       3000-WRITE-COST-REPORT.
           PERFORM 3100-RETURN-ACCRUAL
           PERFORM 3200-ADD-ONE-ACCRUAL UNTIL SORT-EOF
           IF WS-ACCRUAL-COUNT > 0
               PERFORM 3400-FINISH-BRANCH
               PERFORM 3500-FINISH-OFFICER
           ELSE
               MOVE '    NO EXCEPTION ACCRUALS IN THE PERIOD'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       3100-RETURN-ACCRUAL.
           RETURN SORT-WORK-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       3200-ADD-ONE-ACCRUAL.
           IF WS-ACCRUAL-COUNT > 0
               IF RXL-APPROVED-BY NOT = WS-CURRENT-OFFICER
                   PERFORM 3400-FINISH-BRANCH
                   PERFORM 3500-FINISH-OFFICER
               ELSE
                   IF RXL-BRANCH-CODE NOT = WS-CURRENT-BRANCH
                       PERFORM 3400-FINISH-BRANCH
                   END-IF
               END-IF
           END-IF
           MOVE RXL-APPROVED-BY TO WS-CURRENT-OFFICER
           MOVE RXL-BRANCH-CODE TO WS-CURRENT-BRANCH
           ADD 1 TO WS-ACCRUAL-COUNT
           ADD 1 TO WS-BR-COUNT
           ADD RXL-EXCP-INTEREST TO WS-BR-EXCP-AMT
           ADD RXL-STD-INTEREST TO WS-BR-STD-AMT
           PERFORM 3100-RETURN-ACCRUAL.
       3400-FINISH-BRANCH.
           MOVE WS-CURRENT-OFFICER TO WS-D-OFFICER
           MOVE WS-CURRENT-BRANCH TO WS-D-BRANCH
           MOVE WS-BR-COUNT TO WS-D-COUNT
           MOVE WS-BR-EXCP-AMT TO WS-D-EXCP-AMT
           MOVE WS-BR-STD-AMT TO WS-D-STD-AMT
           COMPUTE WS-D-COST = WS-BR-EXCP-AMT - WS-BR-STD-AMT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-BR-COUNT TO WS-OF-COUNT
           ADD WS-BR-EXCP-AMT TO WS-OF-EXCP-AMT
           ADD WS-BR-STD-AMT TO WS-OF-STD-AMT
           MOVE 0 TO WS-BR-COUNT
           MOVE 0 TO WS-BR-EXCP-AMT
           MOVE 0 TO WS-BR-STD-AMT.
       3500-FINISH-OFFICER.
           MOVE WS-CURRENT-OFFICER TO WS-D-OFFICER
           MOVE 'TOTAL' TO WS-D-BRANCH
           MOVE WS-OF-COUNT TO WS-D-COUNT
           MOVE WS-OF-EXCP-AMT TO WS-D-EXCP-AMT
           MOVE WS-OF-STD-AMT TO WS-D-STD-AMT
           COMPUTE WS-D-COST = WS-OF-EXCP-AMT - WS-OF-STD-AMT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-OF-COUNT TO WS-GR-COUNT
           ADD WS-OF-EXCP-AMT TO WS-GR-EXCP-AMT
           ADD WS-OF-STD-AMT TO WS-GR-STD-AMT
           MOVE 0 TO WS-OF-COUNT
           MOVE 0 TO WS-OF-EXCP-AMT
           MOVE 0 TO WS-OF-STD-AMT.
       4000-WRITE-GRAND-TOTAL.
           MOVE 'ALL' TO WS-D-OFFICER
           MOVE 'TOTAL' TO WS-D-BRANCH
           MOVE WS-GR-COUNT TO WS-D-COUNT
           MOVE WS-GR-EXCP-AMT TO WS-D-EXCP-AMT
           MOVE WS-GR-STD-AMT TO WS-D-STD-AMT
           COMPUTE WS-D-COST = WS-GR-EXCP-AMT - WS-GR-STD-AMT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       9000-CLOSE-FILES.
           CLOSE REPORT-FILE.
