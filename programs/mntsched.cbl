       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTSCHED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO 'MNTSCHED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.
           SELECT RETAINED-FILE ASSIGN TO 'MNTSCHO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'MNTSCHRP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           COPY MSCHREC.
       FD RETAINED-FILE.
       01 RETAINED-RECORD    PIC X(64).
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-SCH-STATUS      PIC XX VALUE '00'.
       01 WS-RET-STATUS      PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 SCHEDULE-EOF   VALUE 'Y'.
       01 WS-DUE-DATE        PIC 9(8) VALUE 0.
       01 WS-REJECT-REASON   PIC X(30) VALUE SPACES.
       01 WS-CURRENT-VALUE   PIC X(15) VALUE SPACES.
       01 WS-NEW-DISPLAY     PIC X(15) VALUE SPACES.
       01 WS-AMOUNT-EDIT     PIC Z(8)9.99.
       01 WS-NEW-AMOUNT      PIC S9(9)V99 VALUE 0.
       01 WS-APPLIED-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-REJECTED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-RETAINED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-HIST-AREA.
          05 WS-MH-PROGRAM    PIC X(08) VALUE 'MNTSCHED'.
          05 WS-MH-BEFORE     PIC X(250).
          05 WS-MH-AFTER      PIC X(250).
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
          05 WS-BD-FUNCTION   PIC X(01).
          05 WS-BD-DATE-IN    PIC 9(8).
          05 WS-BD-FLAG       PIC X(01).
             88 BUSINESS-DAY-OPEN VALUE 'Y'.
          05 WS-BD-DATE-OUT   PIC 9(8).
       01 WS-HEADING.
          05 FILLER          PIC X(36) VALUE
             'RESULT    ACCOUNT     FIELD    CURRE'.
          05 FILLER          PIC X(36) VALUE
             'NT VALUE   NEW VALUE       EFFECTIVE'.
          05 FILLER          PIC X(17) VALUE
             ' OPERATOR  REASON'.
       01 WS-DETAIL-LINE.
          05 WS-D-RESULT     PIC X(10).
          05 WS-D-ACCT-ID    PIC X(12).
          05 WS-D-FIELD      PIC X(09).
          05 WS-D-CURRENT    PIC X(16).
          05 WS-D-NEW        PIC X(16).
          05 WS-D-EFFECTIVE  PIC 9(8).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-OPERATOR   PIC X(10).
          05 WS-D-REASON     PIC X(30).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    RUN DAILY.  EACH SCHEDULED CHANGE ON MNTSCHED FALLS DUE ON
      *    THE FIRST BUSINESS DAY (HOLIDAYS CALENDAR) ON OR AFTER ITS
      *    EFFECTIVE DATE; A MISSED DAY IS CAUGHT UP BY THE NEXT RUN.
      *    A DUE CHANGE IS APPLIED WITH ITS BEFORE AND AFTER IMAGES
      *    IN MNTHIST, OR REJECTED ONTO THE REPORT WHEN IT NO LONGER
      *    MAKES SENSE - THE ACCOUNT HAS GONE, THE FIELD HAS MOVED
      *    OFF THE VALUE THE REQUESTER SAW, OR IT ALREADY HOLDS THE
      *    NEW VALUE.  CHANGES NOT YET DUE ARE WRITTEN TO MNTSCHO,
      *    WHICH BECOMES TOMORROW'S MNTSCHED.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           MOVE WS-YEAR TO WS-T-YEAR
           MOVE WS-MONTH TO WS-T-MONTH
           MOVE WS-DAY TO WS-T-DAY
           MOVE SPACES TO REPORT-LINE
           STRING 'SCHEDULED ACCOUNT MAINTENANCE, RUN ' WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-READ-SCHEDULE
           PERFORM 3000-PROCESS-SCHEDULED UNTIL SCHEDULE-EOF
           DISPLAY 'CHANGES APPLIED : ' WS-APPLIED-COUNT
           DISPLAY 'CHANGES REJECTED: ' WS-REJECTED-COUNT
           DISPLAY 'CHANGES RETAINED: ' WS-RETAINED-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCH-STATUS NOT = '00'
               DISPLAY 'SCHEDULE FILE OPEN ERROR: ' WS-SCH-STATUS
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT RETAINED-FILE
           IF WS-RET-STATUS NOT = '00'
               DISPLAY 'RETAINED FILE OPEN ERROR: ' WS-RET-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE SCHEDULE-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE SCHEDULE-FILE
               CLOSE RETAINED-FILE
               STOP RUN
           END-IF.
       2000-READ-SCHEDULE.
           READ SCHEDULE-FILE INTO SCHEDULE-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-PROCESS-SCHEDULED.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-CURRENT-VALUE
           MOVE SCH-NEW-VALUE TO WS-NEW-DISPLAY
           IF SCH-EFFECTIVE-DATE IS NOT NUMERIC
               OR SCH-EFFECTIVE-DATE = 0
               MOVE 'BAD EFFECTIVE DATE' TO WS-REJECT-REASON
               PERFORM 6000-REPORT-REJECTED
           ELSE
               PERFORM 3100-SET-DUE-DATE
               IF WS-DUE-DATE > WS-TODAY-DATE
                   MOVE SCHEDULE-RECORD TO RETAINED-RECORD
                   WRITE RETAINED-RECORD
                   ADD 1 TO WS-RETAINED-COUNT
               ELSE
                   PERFORM 4000-APPLY-CHANGE
               END-IF
           END-IF
           PERFORM 2000-READ-SCHEDULE.
       3100-SET-DUE-DATE.
      *    A CHANGE DATED FOR A WEEKEND OR HOLIDAY IS DUE THE NEXT
      *    BUSINESS DAY.
           MOVE SCH-EFFECTIVE-DATE TO WS-DUE-DATE
           MOVE 'B' TO WS-BD-FUNCTION
           MOVE SCH-EFFECTIVE-DATE TO WS-BD-DATE-IN
           CALL 'DATEUTIL' USING WS-DATE-RESULT, WS-TODAY-DATE-R,
               WS-BUSDAY-AREA
           IF NOT BUSINESS-DAY-OPEN
               MOVE 'N' TO WS-BD-FUNCTION
               CALL 'DATEUTIL' USING WS-DATE-RESULT,
                   WS-TODAY-DATE-R, WS-BUSDAY-AREA
               MOVE WS-BD-DATE-OUT TO WS-DUE-DATE
           END-IF.
       4000-APPLY-CHANGE.
           MOVE SCH-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                  MOVE 'NO SUCH ACCOUNT' TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON = SPACES
               IF ACCT-CLOSED OR ACCT-ESCHEATED OR ACCT-CHARGED-OFF
                   MOVE 'ACCOUNT NO LONGER OPEN' TO WS-REJECT-REASON
               ELSE
                   MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
                   EVALUATE TRUE
                       WHEN SCH-BRANCH
                           PERFORM 4100-CHANGE-BRANCH
                       WHEN SCH-CYCLE
                           PERFORM 4200-CHANGE-CYCLE
                       WHEN SCH-OD-LIMIT
                           PERFORM 4300-CHANGE-OD-LIMIT
                       WHEN SCH-HOLD
                           PERFORM 4400-CHANGE-HOLD
                       WHEN OTHER
                           MOVE 'UNKNOWN FIELD' TO WS-REJECT-REASON
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                      MOVE 'ACCOUNT REWRITE FAILED'
                          TO WS-REJECT-REASON
                   NOT INVALID KEY
                      ADD 1 TO WS-APPLIED-COUNT
                      MOVE ACCOUNT-RECORD TO WS-MH-AFTER
                      CALL 'MNTHIST' USING WS-HIST-AREA
                      MOVE 'APPLIED' TO WS-D-RESULT
                      PERFORM 6100-WRITE-DETAIL
               END-REWRITE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 6000-REPORT-REJECTED
           END-IF.
       4100-CHANGE-BRANCH.
           MOVE ACCT-BRANCH-CODE TO WS-CURRENT-VALUE
           EVALUATE TRUE
               WHEN SCH-NEW-BRANCH = SPACES
                   MOVE 'BAD NEW VALUE' TO WS-REJECT-REASON
               WHEN SCH-OLD-VALUE NOT = SPACES
                   AND SCH-OLD-BRANCH NOT = ACCT-BRANCH-CODE
                   MOVE 'VALUE CHANGED SINCE SCHEDULED'
                       TO WS-REJECT-REASON
               WHEN SCH-NEW-BRANCH = ACCT-BRANCH-CODE
                   MOVE 'ALREADY AT NEW VALUE' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SCH-NEW-BRANCH TO ACCT-BRANCH-CODE
           END-EVALUATE.
       4200-CHANGE-CYCLE.
           MOVE ACCT-STMT-CYCLE TO WS-CURRENT-VALUE
           EVALUATE TRUE
               WHEN SCH-NEW-CYCLE IS NOT NUMERIC
                   OR SCH-NEW-CYCLE < 1 OR SCH-NEW-CYCLE > 28
                   MOVE 'BAD NEW VALUE' TO WS-REJECT-REASON
               WHEN SCH-OLD-VALUE NOT = SPACES
                   AND SCH-OLD-VALUE (1:2) NOT = WS-CURRENT-VALUE (1:2)
                   MOVE 'VALUE CHANGED SINCE SCHEDULED'
                       TO WS-REJECT-REASON
               WHEN SCH-NEW-CYCLE = ACCT-STMT-CYCLE
                   MOVE 'ALREADY AT NEW VALUE' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SCH-NEW-CYCLE TO ACCT-STMT-CYCLE
           END-EVALUATE.
       4300-CHANGE-OD-LIMIT.
           MOVE ACCT-OVERDRAFT-LIMIT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-CURRENT-VALUE
           IF SCH-NEW-AMOUNT IS NOT NUMERIC
               MOVE 'BAD NEW VALUE' TO WS-REJECT-REASON
           ELSE
               MOVE SCH-NEW-AMOUNT TO WS-NEW-AMOUNT
               MOVE SCH-NEW-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-NEW-DISPLAY
               EVALUATE TRUE
                   WHEN SCH-OLD-VALUE NOT = SPACES
                       AND (SCH-OLD-AMOUNT IS NOT NUMERIC
                           OR SCH-OLD-AMOUNT NOT = ACCT-OVERDRAFT-LIMIT)
                       MOVE 'VALUE CHANGED SINCE SCHEDULED'
                           TO WS-REJECT-REASON
                   WHEN WS-NEW-AMOUNT = ACCT-OVERDRAFT-LIMIT
                       MOVE 'ALREADY AT NEW VALUE' TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE WS-NEW-AMOUNT TO ACCT-OVERDRAFT-LIMIT
               END-EVALUATE
           END-IF.
       4400-CHANGE-HOLD.
      *    ONLY THE ACCOUNT-LEVEL FREEZE IS SCHEDULED HERE; MEMO
      *    HOLDS ON ACCTHOLD CARRY THEIR OWN EXPIRY DATES.
           IF ACCT-ON-HOLD
               MOVE 'H' TO WS-CURRENT-VALUE
           ELSE
               MOVE 'N' TO WS-CURRENT-VALUE
           END-IF
           EVALUATE TRUE
               WHEN SCH-NEW-HOLD NOT = 'H' AND SCH-NEW-HOLD NOT = 'N'
                   MOVE 'BAD NEW VALUE' TO WS-REJECT-REASON
               WHEN SCH-OLD-VALUE NOT = SPACES
                   AND SCH-OLD-HOLD NOT = WS-CURRENT-VALUE (1:1)
                   MOVE 'VALUE CHANGED SINCE SCHEDULED'
                       TO WS-REJECT-REASON
               WHEN SCH-NEW-HOLD = WS-CURRENT-VALUE (1:1)
                   MOVE 'ALREADY AT NEW VALUE' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SCH-NEW-HOLD TO HOLD-INDICATOR
           END-EVALUATE.
       6000-REPORT-REJECTED.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE 'REJECTED' TO WS-D-RESULT
           PERFORM 6100-WRITE-DETAIL.
       6100-WRITE-DETAIL.
           MOVE SCH-ACCT-ID TO WS-D-ACCT-ID
           MOVE SCH-FIELD TO WS-D-FIELD
           MOVE WS-CURRENT-VALUE TO WS-D-CURRENT
           MOVE WS-NEW-DISPLAY TO WS-D-NEW
           IF SCH-EFFECTIVE-DATE IS NUMERIC
               MOVE SCH-EFFECTIVE-DATE TO WS-D-EFFECTIVE
           ELSE
               MOVE 0 TO WS-D-EFFECTIVE
           END-IF
           MOVE SCH-OPERATOR TO WS-D-OPERATOR
           MOVE WS-REJECT-REASON TO WS-D-REASON
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE SCHEDULE-FILE
           CLOSE RETAINED-FILE
           CLOSE REPORT-FILE.
