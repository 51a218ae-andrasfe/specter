       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSUBSTMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSUB-FILE ASSIGN TO 'VSUBACCT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS VSB-KEY
               FILE STATUS IS WS-VSB-STATUS.
           SELECT OPTIONAL VSUB-HIST-FILE ASSIGN TO 'VSUBHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VSH-STATUS.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO 'VSUBSPRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
           SELECT STATEMENT-FILE ASSIGN TO 'VSUBSTMT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VSUB-FILE.
       01 VSUB-RECORD.
           COPY VSUBREC.
       FD VSUB-HIST-FILE.
       01 VSUB-HIST-RECORD.
           COPY VSHREC.
       FD RUN-PARM-FILE.
       01 RUN-PARM-RECORD    PIC X(40).
       SD SORT-WORK-FILE.
      * ONE 'A' ROW PER SUB-ACCOUNT, FOLLOWED BY ITS 'H' HISTORY ROWS
      * UP TO THE END OF THE PERIOD IN POSTING ORDER.  THE SEQUENCE
      * NUMBER KEEPS SAME-DAY ROWS IN THE ORDER THEY WERE APPENDED.
       01 SORT-RECORD.
          05 SRT-MASTER-ACCT-ID PIC X(10).
          05 SRT-SUB-REF     PIC X(12).
          05 SRT-ROW-TYPE    PIC X(01).
             88 SRT-ACCOUNT-ROW  VALUE 'A'.
             88 SRT-HISTORY-ROW  VALUE 'H'.
          05 SRT-POST-DATE   PIC 9(8).
          05 SRT-SEQ         PIC 9(9).
          05 SRT-NAME        PIC X(30).
          05 SRT-STATUS      PIC X(01).
          05 SRT-TRN-CODE    PIC X(01).
          05 SRT-AMOUNT      PIC S9(9)V99.
          05 SRT-BALANCE     PIC S9(9)V99.
          05 SRT-TRN-REF     PIC X(12).
       FD STATEMENT-FILE.
       01 STATEMENT-LINE     PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-VSB-STATUS      PIC XX VALUE '00'.
       01 WS-VSH-STATUS      PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-STMT-STATUS     PIC XX VALUE '00'.
       01 WS-VSB-EOF         PIC X VALUE 'N'.
           88 VSUB-EOF       VALUE 'Y'.
       01 WS-VSH-EOF         PIC X VALUE 'N'.
           88 VSUB-HIST-EOF  VALUE 'Y'.
       01 WS-PARM-EOF        PIC X VALUE 'N'.
           88 PARM-EOF       VALUE 'Y'.
       01 WS-SORT-EOF        PIC X VALUE 'N'.
           88 SORT-EOF       VALUE 'Y'.
       01 WS-SUB-SWITCH      PIC X VALUE 'N'.
           88 SUB-ACCOUNT-IN-HAND VALUE 'Y'.
       01 WS-PRINTED-SWITCH  PIC X VALUE 'N'.
           88 STATEMENT-STARTED VALUE 'Y'.
      * THE PERIOD IS THE CALENDAR MONTH BEFORE THE RUN UNLESS A
      * MONTH=CCYYMM CARD ON VSUBSPRM NAMES ANOTHER.
       01 WS-MONTH-PREFIX    PIC X(06) VALUE 'MONTH='.
       01 WS-PERIOD-MONTH    PIC 9(6) VALUE 0.
       01 WS-PERIOD-MONTH-R REDEFINES WS-PERIOD-MONTH.
          05 WS-P-YEAR       PIC 9(4).
          05 WS-P-MONTH      PIC 9(2).
       01 WS-PERIOD-START    PIC 9(8) VALUE 0.
       01 WS-PERIOD-END      PIC 9(8) VALUE 0.
       01 WS-NEXT-MONTH-START PIC 9(8) VALUE 0.
       01 WS-HIST-SEQ        PIC 9(9) VALUE 0.
       01 WS-CURRENT-KEY.
          05 WS-C-MASTER     PIC X(10) VALUE LOW-VALUES.
          05 WS-C-SUB-REF    PIC X(12) VALUE LOW-VALUES.
       01 WS-ROW-KEY.
          05 WS-R-MASTER     PIC X(10).
          05 WS-R-SUB-REF    PIC X(12).
       01 WS-S-NAME          PIC X(30).
       01 WS-S-STATUS        PIC X(01).
          88 WS-S-CLOSED     VALUE 'C'.
       01 WS-S-OPENING       PIC S9(9)V99 VALUE 0.
       01 WS-S-CLOSING       PIC S9(9)V99 VALUE 0.
       01 WS-S-CREDITS       PIC S9(11)V99 VALUE 0.
       01 WS-S-DEBITS        PIC S9(11)V99 VALUE 0.
       01 WS-S-ENTRIES       PIC 9(5) COMP VALUE 0.
       01 WS-SUBS-READ       PIC 9(7) COMP VALUE 0.
       01 WS-HIST-READ       PIC 9(7) COMP VALUE 0.
       01 WS-STMT-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-SKIPPED-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-ENTRY-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TITLE-LINE.
          05 FILLER          PIC X(30)
             VALUE 'CLIENT SUB-ACCOUNT STATEMENT  '.
          05 WS-T-START      PIC 9(8).
          05 FILLER          PIC X(04) VALUE ' TO '.
          05 WS-T-END        PIC 9(8).
       01 WS-MASTER-LINE.
          05 FILLER          PIC X(16) VALUE 'HELD IN ACCOUNT '.
          05 WS-ML-MASTER    PIC X(11).
          05 FILLER          PIC X(13) VALUE 'CLIENT REF: '.
          05 WS-ML-SUB-REF   PIC X(12).
       01 WS-NAME-LINE.
          05 FILLER          PIC X(16) VALUE 'CLIENT NAME:    '.
          05 WS-NL-NAME      PIC X(30).
          05 WS-NL-CLOSED    PIC X(10).
       01 WS-HEADING-LINE.
          05 FILLER          PIC X(10) VALUE 'DATE'.
          05 FILLER          PIC X(20) VALUE 'DESCRIPTION'.
          05 FILLER          PIC X(13) VALUE 'REFERENCE'.
          05 FILLER          PIC X(16) VALUE '          AMOUNT'.
          05 FILLER          PIC X(17) VALUE '          BALANCE'.
       01 WS-ENTRY-LINE.
          05 WS-EL-DATE      PIC 9(8).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-EL-DESC      PIC X(20).
          05 WS-EL-REF       PIC X(13).
          05 WS-EL-AMOUNT    PIC -(12)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-EL-BALANCE   PIC -(12)9.99.
       01 WS-BALANCE-LINE.
          05 WS-BL-LABEL     PIC X(59).
          05 WS-BL-BALANCE   PIC -(12)9.99.
       01 WS-TOTAL-LINE.
          05 WS-TL-LABEL     PIC X(43).
          05 WS-TL-AMOUNT    PIC -(12)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    ONE STATEMENT PER SUB-ACCOUNT FOR THE MONTH: THE BALANCE
      *    BROUGHT FORWARD FROM THE LAST MOVEMENT BEFORE THE PERIOD,
      *    EVERY MOVEMENT IN IT, AND THE BALANCE CARRIED FORWARD.  A
      *    CLOSED SUB-ACCOUNT WITH NOTHING IN THE PERIOD AND NOTHING
      *    LEFT ON IT GETS NO STATEMENT.
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           PERFORM 1100-READ-RUN-PARMS
           MOVE WS-PERIOD-START TO WS-T-START
           MOVE WS-PERIOD-END TO WS-T-END
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-MASTER-ACCT-ID
               ON ASCENDING KEY SRT-SUB-REF
               ON ASCENDING KEY SRT-ROW-TYPE
               ON ASCENDING KEY SRT-POST-DATE
               ON ASCENDING KEY SRT-SEQ
               INPUT PROCEDURE IS 2000-FEED-SUB-LEDGER
               OUTPUT PROCEDURE IS 3000-WRITE-STATEMENTS
           DISPLAY 'STATEMENT PERIOD      : ' WS-PERIOD-START
               ' TO ' WS-PERIOD-END
           DISPLAY 'SUB-ACCOUNTS READ     : ' WS-SUBS-READ
           DISPLAY 'HISTORY ROWS READ     : ' WS-HIST-READ
           DISPLAY 'STATEMENTS PRODUCED   : ' WS-STMT-COUNT
           DISPLAY 'CLOSED, NOT PRODUCED  : ' WS-SKIPPED-COUNT
           DISPLAY 'ENTRIES LISTED        : ' WS-ENTRY-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
           OPEN INPUT VSUB-FILE
           IF WS-VSB-STATUS NOT = '00'
               DISPLAY 'SUB-ACCOUNT FILE OPEN ERROR: ' WS-VSB-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = '00'
               DISPLAY 'STATEMENT FILE OPEN ERROR: ' WS-STMT-STATUS
               CLOSE VSUB-FILE
               STOP RUN
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
           PERFORM 1110-READ-RUN-PARM.
       2000-FEED-SUB-LEDGER.
           PERFORM 2100-READ-SUB-ACCOUNT
           PERFORM 2200-RELEASE-SUB-ACCOUNT UNTIL VSUB-EOF
           OPEN INPUT VSUB-HIST-FILE
           IF WS-VSH-STATUS = '00' OR WS-VSH-STATUS = '05'
               PERFORM 2400-READ-HISTORY
               PERFORM 2500-RELEASE-HISTORY UNTIL VSUB-HIST-EOF
               CLOSE VSUB-HIST-FILE
           ELSE
               DISPLAY 'SUB-ACCOUNT HISTORY UNAVAILABLE, STATUS '
                   WS-VSH-STATUS ', NO ENTRIES LISTED'
           END-IF.
       2100-READ-SUB-ACCOUNT.
           READ VSUB-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-VSB-EOF
           END-READ
           IF NOT VSUB-EOF AND WS-VSB-STATUS NOT = '00'
               DISPLAY 'SUB-ACCOUNT FILE READ ERROR: ' WS-VSB-STATUS
               MOVE 'Y' TO WS-VSB-EOF
           END-IF.
       2200-RELEASE-SUB-ACCOUNT.
           ADD 1 TO WS-SUBS-READ
           INITIALIZE SORT-RECORD
           MOVE VSB-MASTER-ACCT-ID TO SRT-MASTER-ACCT-ID
           MOVE VSB-SUB-REF TO SRT-SUB-REF
           SET SRT-ACCOUNT-ROW TO TRUE
           MOVE VSB-NAME TO SRT-NAME
           MOVE VSB-STATUS TO SRT-STATUS
           MOVE VSB-BALANCE TO SRT-BALANCE
           RELEASE SORT-RECORD
           PERFORM 2100-READ-SUB-ACCOUNT.
       2400-READ-HISTORY.
           READ VSUB-HIST-FILE
               AT END
                  MOVE 'Y' TO WS-VSH-EOF
           END-READ.
       2500-RELEASE-HISTORY.
      *    MOVEMENTS AFTER THE PERIOD ARE LEFT FOR NEXT MONTH'S
      *    STATEMENT; THOSE BEFORE IT ONLY SET THE OPENING BALANCE.
           ADD 1 TO WS-HIST-READ
           ADD 1 TO WS-HIST-SEQ
           IF VSH-POST-DATE NOT > WS-PERIOD-END
               INITIALIZE SORT-RECORD
               MOVE VSH-MASTER-ACCT-ID TO SRT-MASTER-ACCT-ID
               MOVE VSH-SUB-REF TO SRT-SUB-REF
               SET SRT-HISTORY-ROW TO TRUE
               MOVE VSH-POST-DATE TO SRT-POST-DATE
               MOVE WS-HIST-SEQ TO SRT-SEQ
               MOVE VSH-TRN-CODE TO SRT-TRN-CODE
               MOVE VSH-AMOUNT TO SRT-AMOUNT
               MOVE VSH-RESULT-BALANCE TO SRT-BALANCE
               MOVE VSH-TRN-REF TO SRT-TRN-REF
               RELEASE SORT-RECORD
           END-IF
           PERFORM 2400-READ-HISTORY.
       3000-WRITE-STATEMENTS.
           MOVE WS-TITLE-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM 3100-RETURN-ROW
           PERFORM 3200-PROCESS-ROW UNTIL SORT-EOF
           PERFORM 3300-FINISH-SUB-ACCOUNT.
       3100-RETURN-ROW.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
               AT END
                  MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       3200-PROCESS-ROW.
      *    HISTORY FOR A SUB-ACCOUNT NO LONGER ON FILE HAS NO
      *    ACCOUNT ROW AHEAD OF IT AND IS PASSED OVER.
           MOVE SRT-MASTER-ACCT-ID TO WS-R-MASTER
           MOVE SRT-SUB-REF TO WS-R-SUB-REF
           IF WS-ROW-KEY NOT = WS-CURRENT-KEY
               PERFORM 3300-FINISH-SUB-ACCOUNT
               MOVE WS-ROW-KEY TO WS-CURRENT-KEY
           END-IF
           IF SRT-ACCOUNT-ROW
               MOVE 'Y' TO WS-SUB-SWITCH
               MOVE SRT-NAME TO WS-S-NAME
               MOVE SRT-STATUS TO WS-S-STATUS
           ELSE
               IF SUB-ACCOUNT-IN-HAND
                   PERFORM 3400-APPLY-HISTORY
               END-IF
           END-IF
           PERFORM 3100-RETURN-ROW.
       3300-FINISH-SUB-ACCOUNT.
           IF SUB-ACCOUNT-IN-HAND
               IF STATEMENT-STARTED
                   PERFORM 3600-WRITE-CLOSING
               ELSE
                   IF WS-S-CLOSED AND WS-S-CLOSING = 0
                       ADD 1 TO WS-SKIPPED-COUNT
                   ELSE
                       PERFORM 3500-START-STATEMENT
                       MOVE SPACES TO WS-ENTRY-LINE
                       MOVE '  NO MOVEMENTS IN THE PERIOD'
                           TO WS-ENTRY-LINE
                       MOVE WS-ENTRY-LINE TO STATEMENT-LINE
                       WRITE STATEMENT-LINE
                       PERFORM 3600-WRITE-CLOSING
                   END-IF
               END-IF
           END-IF
           MOVE 'N' TO WS-SUB-SWITCH
           MOVE 'N' TO WS-PRINTED-SWITCH
           MOVE 0 TO WS-S-OPENING
           MOVE 0 TO WS-S-CLOSING
           MOVE 0 TO WS-S-CREDITS
           MOVE 0 TO WS-S-DEBITS
           MOVE 0 TO WS-S-ENTRIES.
       3400-APPLY-HISTORY.
           IF SRT-POST-DATE < WS-PERIOD-START
               MOVE SRT-BALANCE TO WS-S-OPENING
               MOVE SRT-BALANCE TO WS-S-CLOSING
           ELSE
               IF NOT STATEMENT-STARTED
                   PERFORM 3500-START-STATEMENT
               END-IF
               MOVE SRT-POST-DATE TO WS-EL-DATE
               EVALUATE SRT-TRN-CODE
                   WHEN 'C'
                       MOVE 'CREDIT RECEIVED' TO WS-EL-DESC
                   WHEN 'D'
                       MOVE 'PAYMENT MADE' TO WS-EL-DESC
                   WHEN 'F'
                       MOVE 'CHARGE' TO WS-EL-DESC
                   WHEN 'I'
                       MOVE 'INTEREST CREDITED' TO WS-EL-DESC
                   WHEN 'L'
                       MOVE 'OPENING BALANCE LOAD' TO WS-EL-DESC
                   WHEN OTHER
                       MOVE 'ADJUSTMENT' TO WS-EL-DESC
               END-EVALUATE
               MOVE SRT-TRN-REF TO WS-EL-REF
               IF SRT-TRN-CODE = 'D' OR SRT-TRN-CODE = 'F'
                   COMPUTE WS-EL-AMOUNT = 0 - SRT-AMOUNT
                   ADD SRT-AMOUNT TO WS-S-DEBITS
               ELSE
                   MOVE SRT-AMOUNT TO WS-EL-AMOUNT
                   ADD SRT-AMOUNT TO WS-S-CREDITS
               END-IF
               MOVE SRT-BALANCE TO WS-EL-BALANCE
               MOVE WS-ENTRY-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SRT-BALANCE TO WS-S-CLOSING
               ADD 1 TO WS-S-ENTRIES
               ADD 1 TO WS-ENTRY-COUNT
           END-IF.
       3500-START-STATEMENT.
           ADD 1 TO WS-STMT-COUNT
           MOVE 'Y' TO WS-PRINTED-SWITCH
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-C-MASTER TO WS-ML-MASTER
           MOVE WS-C-SUB-REF TO WS-ML-SUB-REF
           MOVE WS-MASTER-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-S-NAME TO WS-NL-NAME
           IF WS-S-CLOSED
               MOVE ' (CLOSED)' TO WS-NL-CLOSED
           ELSE
               MOVE SPACES TO WS-NL-CLOSED
           END-IF
           MOVE WS-NAME-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-HEADING-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'BALANCE BROUGHT FORWARD' TO WS-BL-LABEL
           MOVE WS-S-OPENING TO WS-BL-BALANCE
           MOVE WS-BALANCE-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.
       3600-WRITE-CLOSING.
           MOVE 'BALANCE CARRIED FORWARD' TO WS-BL-LABEL
           MOVE WS-S-CLOSING TO WS-BL-BALANCE
           MOVE WS-BALANCE-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'TOTAL PAID IN' TO WS-TL-LABEL
           MOVE WS-S-CREDITS TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'TOTAL PAID OUT' TO WS-TL-LABEL
           MOVE WS-S-DEBITS TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.
       9000-CLOSE-FILES.
           CLOSE VSUB-FILE
           CLOSE STATEMENT-FILE.
