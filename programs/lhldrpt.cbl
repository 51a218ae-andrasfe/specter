       IDENTIFICATION DIVISION.
       PROGRAM-ID. LHLDRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO 'LGLHOLD'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-LH-STATUS.
           SELECT OPTIONAL RETAINED-FILE ASSIGN TO 'LGLHLEFT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LF-STATUS.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO 'LHRPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'LHLDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HOLD-FILE.
       01 HOLD-RECORD.
           COPY LHLDREC.
       FD RETAINED-FILE.
       01 RETAINED-RECORD.
           COPY LHLFREC.
       FD RUN-PARM-FILE.
       01 RUN-PARM-RECORD    PIC X(40).
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-LH-STATUS       PIC XX VALUE '00'.
       01 WS-LF-STATUS       PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-HOLD-EOF        PIC X VALUE 'N'.
           88 HOLD-EOF       VALUE 'Y'.
       01 WS-LF-EOF          PIC X VALUE 'N'.
           88 RETAINED-EOF   VALUE 'Y'.
       01 WS-PARM-EOF        PIC X VALUE 'N'.
           88 PARM-EOF       VALUE 'Y'.
       01 WS-FROM-PREFIX     PIC X(05) VALUE 'FROM='.
       01 WS-FROM-DATE       PIC 9(8) VALUE 0.
       01 WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
          05 WS-F-YEAR       PIC 9(4).
          05 WS-F-MONTH      PIC 9(2).
          05 WS-F-DAY        PIC 9(2).
       01 WS-HOLD-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-HOLD-MAX        PIC 9(5) COMP VALUE 500.
       01 WS-HOLD-IDX        PIC 9(5) COMP VALUE 0.
       01 WS-HOLD-HIT        PIC 9(5) COMP VALUE 0.
       01 WS-STEP-IDX        PIC 9(1) COMP VALUE 0.
       01 WS-OVERFLOW-COUNT  PIC 9(5) COMP VALUE 0.
       01 WS-ITEM-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-UNVERIFIED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-HOLD-TABLE.
          05 WS-HT-ENTRY OCCURS 500 TIMES.
             10 WS-HT-TYPE      PIC X(01).
             10 WS-HT-ID        PIC X(10).
             10 WS-HT-MATTER    PIC X(12).
             10 WS-HT-PLACED    PIC 9(8).
             10 WS-HT-BY        PIC X(08).
             10 WS-HT-RELEASE   PIC 9(8).
             10 WS-HT-DESC      PIC X(30).
             10 WS-HT-STEP-COUNT PIC 9(7) COMP OCCURS 5 TIMES.
       01 WS-STEP-TOTALS.
          05 WS-STEP-TOTAL   PIC 9(7) COMP OCCURS 5 TIMES.
       01 WS-STEP-NAMES.
          05 FILLER          PIC X(08) VALUE 'HOUSEKEP'.
          05 FILLER          PIC X(08) VALUE 'ACCTARCH'.
          05 FILLER          PIC X(08) VALUE 'ESCHEAT '.
          05 FILLER          PIC X(08) VALUE 'AUDCONSL'.
          05 FILLER          PIC X(08) VALUE 'OTHER   '.
       01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
          05 WS-STEP-NAME    PIC X(08) OCCURS 5 TIMES.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       01 WS-HOLD-HEADING.
          05 FILLER          PIC X(51) VALUE
             'TYPE     ID         MATTER       PLACED   BY       '.
          05 FILLER          PIC X(40) VALUE
             'RELEASE  DESCRIPTION                    '.
          05 FILLER          PIC X(36) VALUE
             ' HOUSEKEP ACCTARCH  ESCHEAT AUDCONSL'.
       01 WS-HOLD-LINE.
          05 WS-H-TYPE       PIC X(09).
          05 WS-H-ID         PIC X(11).
          05 WS-H-MATTER     PIC X(13).
          05 WS-H-PLACED     PIC 9(8).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-H-BY         PIC X(09).
          05 WS-H-RELEASE    PIC X(09).
          05 WS-H-DESC       PIC X(31).
          05 WS-H-STEP-COUNT PIC Z,ZZZ,ZZ9 OCCURS 4 TIMES.
       01 WS-H-RELEASE-DATE  PIC 9(8).
       01 WS-ITEM-HEADING.
          05 FILLER          PIC X(42) VALUE
             'RUN DATE STEP     ACCOUNT    HOLD ON      '.
          05 FILLER          PIC X(31) VALUE
             'MATTER       ITEM LEFT IN PLACE'.
       01 WS-ITEM-LINE.
          05 WS-I-RUN-DATE   PIC 9(8).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-I-STEP       PIC X(09).
          05 WS-I-ACCT-ID    PIC X(11).
          05 WS-I-HOLD-TYPE  PIC X(02).
          05 WS-I-HOLD-ID    PIC X(11).
          05 WS-I-MATTER     PIC X(13).
          05 WS-I-ITEM       PIC X(30).
       01 WS-COUNT-DISPLAY   PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE.
          05 FILLER          PIC X(22) VALUE
             '    ITEMS LEFT BY     '.
          05 WS-T-STEP       PIC X(09).
          05 WS-T-COUNT      PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    MONTHLY LISTING FOR COUNSEL.  PART ONE IS EVERY HOLD IN
      *    FORCE TODAY WITH THE NUMBER OF ITEMS EACH PURGE STEP LEFT
      *    IN PLACE UNDER IT SINCE THE START OF THE PERIOD.  PART TWO
      *    LISTS THOSE ITEMS FROM LGLHLEFT, INCLUDING ANY RETAINED
      *    UNDER A HOLD SINCE RELEASED OR WHILE THE REGISTRY COULD
      *    NOT BE READ.  THE PERIOD RUNS FROM THE SAME DAY LAST MONTH
      *    UNLESS A FROM=CCYYMMDD CARD ON LHRPARM SETS IT.
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 1100-SET-PERIOD
           MOVE SPACES TO REPORT-LINE
           STRING 'LEGAL RETENTION HOLDS AS OF ' WS-TODAY
               ' - ITEMS LEFT IN PLACE SINCE ' WS-FROM-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-LOAD-ACTIVE-HOLDS
           PERFORM 3000-COUNT-RETAINED-ITEMS
           PERFORM 4000-LIST-ACTIVE-HOLDS
           PERFORM 5000-LIST-RETAINED-ITEMS
           PERFORM 6000-WRITE-STEP-TOTALS
           DISPLAY 'ACTIVE HOLDS LISTED : ' WS-HOLD-COUNT
           DISPLAY 'ITEMS LEFT IN PLACE : ' WS-ITEM-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
           OPEN INPUT HOLD-FILE
           IF WS-LH-STATUS NOT = '00'
               DISPLAY 'LEGAL HOLD FILE OPEN ERROR: ' WS-LH-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE HOLD-FILE
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
       2000-LOAD-ACTIVE-HOLDS.
           PERFORM 2100-READ-HOLD
           PERFORM 2200-STORE-ACTIVE-HOLD UNTIL HOLD-EOF.
       2100-READ-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-HOLD-EOF
           END-READ
           IF NOT HOLD-EOF AND WS-LH-STATUS NOT = '00'
               MOVE 'Y' TO WS-HOLD-EOF
           END-IF.
       2200-STORE-ACTIVE-HOLD.
           IF LH-PLACED-DATE <= WS-TODAY
               AND (LH-RELEASE-DATE = 0
               OR LH-RELEASE-DATE > WS-TODAY)
               IF WS-HOLD-COUNT < WS-HOLD-MAX
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE LH-HOLD-TYPE TO WS-HT-TYPE (WS-HOLD-COUNT)
                   MOVE LH-HOLD-ID TO WS-HT-ID (WS-HOLD-COUNT)
                   MOVE LH-MATTER-NO TO WS-HT-MATTER (WS-HOLD-COUNT)
                   MOVE LH-PLACED-DATE TO WS-HT-PLACED (WS-HOLD-COUNT)
                   MOVE LH-PLACED-BY TO WS-HT-BY (WS-HOLD-COUNT)
                   MOVE LH-RELEASE-DATE
                       TO WS-HT-RELEASE (WS-HOLD-COUNT)
                   MOVE LH-DESCRIPTION TO WS-HT-DESC (WS-HOLD-COUNT)
                   MOVE 0 TO WS-HT-STEP-COUNT (WS-HOLD-COUNT, 1)
                   MOVE 0 TO WS-HT-STEP-COUNT (WS-HOLD-COUNT, 2)
                   MOVE 0 TO WS-HT-STEP-COUNT (WS-HOLD-COUNT, 3)
                   MOVE 0 TO WS-HT-STEP-COUNT (WS-HOLD-COUNT, 4)
                   MOVE 0 TO WS-HT-STEP-COUNT (WS-HOLD-COUNT, 5)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
                   DISPLAY 'HOLD TABLE FULL, NOT LISTED: '
                       LH-HOLD-TYPE ' ' LH-HOLD-ID ' ' LH-MATTER-NO
               END-IF
           END-IF
           PERFORM 2100-READ-HOLD.
       3000-COUNT-RETAINED-ITEMS.
           MOVE 0 TO WS-STEP-TOTAL (1)
           MOVE 0 TO WS-STEP-TOTAL (2)
           MOVE 0 TO WS-STEP-TOTAL (3)
           MOVE 0 TO WS-STEP-TOTAL (4)
           MOVE 0 TO WS-STEP-TOTAL (5)
           MOVE 'N' TO WS-LF-EOF
           OPEN INPUT RETAINED-FILE
           IF WS-LF-STATUS = '00' OR WS-LF-STATUS = '05'
               PERFORM 3100-READ-RETAINED
               PERFORM 3200-COUNT-ONE-ITEM UNTIL RETAINED-EOF
               CLOSE RETAINED-FILE
           ELSE
               DISPLAY 'LEGAL HOLD RETAINED LOG UNAVAILABLE, STATUS '
                   WS-LF-STATUS ', HOLDS LISTED WITHOUT ITEMS'
           END-IF.
       3100-READ-RETAINED.
           READ RETAINED-FILE
               AT END
                  MOVE 'Y' TO WS-LF-EOF
           END-READ.
       3200-COUNT-ONE-ITEM.
           IF LF-RUN-DATE >= WS-FROM-DATE
               ADD 1 TO WS-ITEM-COUNT
               PERFORM 3300-FIND-STEP
               ADD 1 TO WS-STEP-TOTAL (WS-STEP-IDX)
               IF LF-MATTER-NO = 'UNVERIFIED'
                   ADD 1 TO WS-UNVERIFIED-COUNT
               END-IF
               PERFORM 3400-FIND-HOLD
               IF WS-HOLD-HIT > 0
                   ADD 1 TO WS-HT-STEP-COUNT (WS-HOLD-HIT, WS-STEP-IDX)
               END-IF
           END-IF
           PERFORM 3100-READ-RETAINED.
       3300-FIND-STEP.
           MOVE 1 TO WS-STEP-IDX
           PERFORM 3310-NEXT-STEP
               UNTIL WS-STEP-IDX = 5
               OR WS-STEP-NAME (WS-STEP-IDX) = LF-STEP.
       3310-NEXT-STEP.
           ADD 1 TO WS-STEP-IDX.
       3400-FIND-HOLD.
           MOVE 0 TO WS-HOLD-HIT
           MOVE 0 TO WS-HOLD-IDX
           PERFORM 3410-MATCH-HOLD
               UNTIL WS-HOLD-IDX >= WS-HOLD-COUNT OR WS-HOLD-HIT > 0.
       3410-MATCH-HOLD.
           ADD 1 TO WS-HOLD-IDX
           IF WS-HT-TYPE (WS-HOLD-IDX) = LF-HOLD-TYPE
               AND WS-HT-ID (WS-HOLD-IDX) = LF-HOLD-ID
               AND WS-HT-MATTER (WS-HOLD-IDX) = LF-MATTER-NO
               MOVE WS-HOLD-IDX TO WS-HOLD-HIT
           END-IF.
       4000-LIST-ACTIVE-HOLDS.
           MOVE 'ACTIVE HOLDS' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HOLD-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-HOLD-IDX
           PERFORM 4100-WRITE-HOLD-LINE
               UNTIL WS-HOLD-IDX >= WS-HOLD-COUNT
           IF WS-HOLD-COUNT = 0
               MOVE '    NO HOLDS IN FORCE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-OVERFLOW-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
               STRING '    FURTHER HOLDS NOT LISTED, TABLE FULL: '
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
       4100-WRITE-HOLD-LINE.
           ADD 1 TO WS-HOLD-IDX
           IF WS-HT-TYPE (WS-HOLD-IDX) = 'A'
               MOVE 'ACCOUNT' TO WS-H-TYPE
           ELSE
               MOVE 'CUSTOMER' TO WS-H-TYPE
           END-IF
           MOVE WS-HT-ID (WS-HOLD-IDX) TO WS-H-ID
           MOVE WS-HT-MATTER (WS-HOLD-IDX) TO WS-H-MATTER
           MOVE WS-HT-PLACED (WS-HOLD-IDX) TO WS-H-PLACED
           MOVE WS-HT-BY (WS-HOLD-IDX) TO WS-H-BY
           IF WS-HT-RELEASE (WS-HOLD-IDX) = 0
               MOVE 'OPEN' TO WS-H-RELEASE
           ELSE
               MOVE WS-HT-RELEASE (WS-HOLD-IDX) TO WS-H-RELEASE-DATE
               MOVE WS-H-RELEASE-DATE TO WS-H-RELEASE
           END-IF
           MOVE WS-HT-DESC (WS-HOLD-IDX) TO WS-H-DESC
           MOVE WS-HT-STEP-COUNT (WS-HOLD-IDX, 1)
               TO WS-H-STEP-COUNT (1)
           MOVE WS-HT-STEP-COUNT (WS-HOLD-IDX, 2)
               TO WS-H-STEP-COUNT (2)
           MOVE WS-HT-STEP-COUNT (WS-HOLD-IDX, 3)
               TO WS-H-STEP-COUNT (3)
           MOVE WS-HT-STEP-COUNT (WS-HOLD-IDX, 4)
               TO WS-H-STEP-COUNT (4)
           MOVE WS-HOLD-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       5000-LIST-RETAINED-ITEMS.
           MOVE 'ITEMS LEFT IN PLACE BY PURGE STEPS' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ITEM-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ITEM-COUNT > 0
               MOVE 'N' TO WS-LF-EOF
               OPEN INPUT RETAINED-FILE
               PERFORM 3100-READ-RETAINED
               PERFORM 5100-WRITE-ITEM-LINE UNTIL RETAINED-EOF
               CLOSE RETAINED-FILE
           ELSE
               MOVE '    NO ITEMS LEFT IN PLACE IN THE PERIOD'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
       5100-WRITE-ITEM-LINE.
           IF LF-RUN-DATE >= WS-FROM-DATE
               MOVE LF-RUN-DATE TO WS-I-RUN-DATE
               MOVE LF-STEP TO WS-I-STEP
               MOVE LF-ACCT-ID TO WS-I-ACCT-ID
               MOVE LF-HOLD-TYPE TO WS-I-HOLD-TYPE
               MOVE LF-HOLD-ID TO WS-I-HOLD-ID
               MOVE LF-MATTER-NO TO WS-I-MATTER
               MOVE LF-ITEM TO WS-I-ITEM
               MOVE WS-ITEM-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 3100-READ-RETAINED.
       6000-WRITE-STEP-TOTALS.
           MOVE 'TOTALS BY PURGE STEP' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-STEP-IDX
           PERFORM 6100-WRITE-STEP-TOTAL UNTIL WS-STEP-IDX = 5
           IF WS-UNVERIFIED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-UNVERIFIED-COUNT TO WS-COUNT-DISPLAY
               STRING '    ITEMS KEPT WHILE REGISTRY UNREADABLE: '
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       6100-WRITE-STEP-TOTAL.
           ADD 1 TO WS-STEP-IDX
           IF WS-STEP-IDX < 5 OR WS-STEP-TOTAL (WS-STEP-IDX) > 0
               MOVE WS-STEP-NAME (WS-STEP-IDX) TO WS-T-STEP
               MOVE WS-STEP-TOTAL (WS-STEP-IDX) TO WS-T-COUNT
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       9000-CLOSE-FILES.
           CLOSE HOLD-FILE
           CLOSE REPORT-FILE.
