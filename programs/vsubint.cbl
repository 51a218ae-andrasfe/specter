       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSUBINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSUB-FILE ASSIGN TO 'VSUBACCT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VSB-KEY
               FILE STATUS IS WS-VSB-STATUS.
           SELECT OPTIONAL VSUB-HIST-FILE ASSIGN TO 'VSUBHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VSH-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO 'VSUBIPRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'VSUBINRP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VSUB-FILE.
       01 VSUB-RECORD.
           COPY VSUBREC.
       FD VSUB-HIST-FILE.
       01 VSUB-HIST-RECORD.
           COPY VSHREC.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY JRNLREC.
       FD RUN-PARM-FILE.
       01 RUN-PARM-RECORD    PIC X(40).
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-VSB-STATUS      PIC XX VALUE '00'.
       01 WS-VSH-STATUS      PIC XX VALUE '00'.
       01 WS-JRN-STATUS      PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-VSB-EOF         PIC X VALUE 'N'.
           88 VSUB-EOF       VALUE 'Y'.
       01 WS-PARM-EOF        PIC X VALUE 'N'.
           88 PARM-EOF       VALUE 'Y'.
       01 WS-SCAN-EOF        PIC X VALUE 'N'.
           88 SCAN-DONE      VALUE 'Y'.
       01 WS-DONE-SWITCH     PIC X VALUE 'N'.
           88 ALREADY-SHARED VALUE 'Y'.
      * THE RUN DATE IS TODAY UNLESS A DATE=CCYYMMDD CARD ON
      * VSUBIPRM NAMES THE DAY THE MASTER'S INTEREST WAS POSTED.
       01 WS-DATE-PREFIX     PIC X(05) VALUE 'DATE='.
       01 WS-RUN-DATE        PIC 9(8) VALUE 0.
       01 WS-RUN-ID          PIC X(08) VALUE 'VSUBINT'.
       01 WS-INT-REF.
          05 FILLER          PIC X(04) VALUE 'INT '.
          05 WS-IR-DATE      PIC 9(8).
      * THE SUB-ACCOUNTS OF THE MASTER IN HAND.  THE NEXT MASTER'S
      * FIRST SUB-ACCOUNT, ALREADY READ, IS HELD BY KEY WHILE THE
      * GROUP IS REWRITTEN AND THE FILE IS REPOSITIONED ON IT AFTER.
       01 WS-SUB-MAX         PIC 9(4) COMP VALUE 500.
       01 WS-SUB-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-SUB-IDX         PIC 9(4) COMP VALUE 0.
       01 WS-LARGEST-IDX     PIC 9(4) COMP VALUE 0.
       01 WS-SUB-TABLE.
          05 WS-SUB-ENTRY OCCURS 500 TIMES.
             10 WS-ST-SUB-REF   PIC X(12).
             10 WS-ST-BALANCE   PIC S9(9)V99.
             10 WS-ST-SHARE     PIC S9(9)V99.
       01 WS-CURRENT-MASTER  PIC X(10) VALUE LOW-VALUES.
       01 WS-NEXT-KEY        PIC X(22) VALUE SPACES.
       01 WS-M-INTEREST      PIC S9(9)V99 VALUE 0.
       01 WS-M-BASE          PIC S9(11)V99 VALUE 0.
       01 WS-M-ALLOCATED     PIC S9(9)V99 VALUE 0.
       01 WS-MASTER-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-SHARED-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-NO-INT-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-DONE-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-NO-BASE-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-CREDIT-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-TOTAL-SHARED    PIC S9(11)V99 VALUE 0.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TITLE-LINE.
          05 FILLER          PIC X(38)
             VALUE 'SUB-ACCOUNT INTEREST ALLOCATION FOR '.
          05 WS-T-DATE       PIC 9(8).
       01 WS-MASTER-LINE.
          05 FILLER          PIC X(08) VALUE 'MASTER: '.
          05 WS-ML-MASTER    PIC X(11).
          05 FILLER          PIC X(16) VALUE 'NET INTEREST:   '.
          05 WS-ML-INTEREST  PIC -(9)9.99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-ML-RESULT    PIC X(30).
       01 WS-SHARE-LINE.
          05 FILLER          PIC X(04) VALUE SPACES.
          05 WS-SL-SUB-REF   PIC X(13).
          05 FILLER          PIC X(09) VALUE 'BALANCE: '.
          05 WS-SL-BALANCE   PIC -(10)9.99.
          05 FILLER          PIC X(09) VALUE '  SHARE: '.
          05 WS-SL-SHARE     PIC -(9)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    THE NET INTEREST ACCTINTR POSTED TO A MASTER ON THE RUN
      *    DATE (INTEREST AND BONUS LESS TAX WITHHELD) IS SHARED
      *    AMONG ITS OPEN SUB-ACCOUNTS IN PROPORTION TO THEIR
      *    BALANCES, SO THE SUB-LEDGER STAYS IN STEP WITH THE
      *    MASTER.  SUB-ACCOUNTS AT OR BELOW ZERO EARN NOTHING.
      *    EACH SHARE IS CUT TO THE CENT AND THE CENTS LEFT OVER GO
      *    TO THE LARGEST BALANCE.  A MASTER ALREADY SHARED OUT FOR
      *    THE DATE IS NOT SHARED AGAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-RUN-PARMS
           MOVE WS-RUN-DATE TO WS-T-DATE
           MOVE WS-RUN-DATE TO WS-IR-DATE
           MOVE WS-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-READ-SUB-ACCOUNT
           PERFORM 3000-COLLECT-MASTER UNTIL VSUB-EOF
           DISPLAY 'INTEREST DATE         : ' WS-RUN-DATE
           DISPLAY 'MASTERS READ          : ' WS-MASTER-COUNT
           DISPLAY 'MASTERS SHARED OUT    : ' WS-SHARED-COUNT
           DISPLAY 'NO INTEREST POSTED    : ' WS-NO-INT-COUNT
           DISPLAY 'ALREADY SHARED OUT    : ' WS-DONE-COUNT
           DISPLAY 'NO BALANCE TO SHARE ON: ' WS-NO-BASE-COUNT
           DISPLAY 'SUB-ACCOUNTS CREDITED : ' WS-CREDIT-COUNT
           DISPLAY 'INTEREST SHARED OUT   : ' WS-TOTAL-SHARED
           IF WS-NO-BASE-COUNT > 0
               DISPLAY 'ALERT: INTEREST LEFT UNSHARED ON '
                   WS-NO-BASE-COUNT ' MASTER ACCOUNT(S)'
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
           OPEN I-O VSUB-FILE
           IF WS-VSB-STATUS NOT = '00'
               DISPLAY 'SUB-ACCOUNT FILE OPEN ERROR: ' WS-VSB-STATUS
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'JOURNAL FILE OPEN ERROR: ' WS-JRN-STATUS
               CLOSE VSUB-FILE
               STOP RUN
           END-IF
           OPEN EXTEND VSUB-HIST-FILE
           IF WS-VSH-STATUS NOT = '00' AND WS-VSH-STATUS NOT = '05'
               DISPLAY 'SUB-ACCOUNT HISTORY OPEN ERROR: '
                   WS-VSH-STATUS
               CLOSE VSUB-FILE
               CLOSE JOURNAL-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE VSUB-FILE
               CLOSE JOURNAL-FILE
               CLOSE VSUB-HIST-FILE
               STOP RUN
           END-IF.
       1100-READ-RUN-PARMS.
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-RUN-DATE
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
           IF RUN-PARM-RECORD (1:5) = WS-DATE-PREFIX
               AND RUN-PARM-RECORD (6:8) IS NUMERIC
               MOVE RUN-PARM-RECORD (6:8) TO WS-RUN-DATE
           END-IF
           PERFORM 1110-READ-RUN-PARM.
       2000-READ-SUB-ACCOUNT.
           READ VSUB-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-VSB-EOF
           END-READ
           IF NOT VSUB-EOF AND WS-VSB-STATUS NOT = '00'
               DISPLAY 'SUB-ACCOUNT FILE READ ERROR: ' WS-VSB-STATUS
               MOVE 'Y' TO WS-VSB-EOF
           END-IF.
       3000-COLLECT-MASTER.
           ADD 1 TO WS-MASTER-COUNT
           MOVE VSB-MASTER-ACCT-ID TO WS-CURRENT-MASTER
           MOVE 0 TO WS-SUB-COUNT
           MOVE 0 TO WS-M-BASE
           MOVE 0 TO WS-LARGEST-IDX
           MOVE 'N' TO WS-DONE-SWITCH
           PERFORM 3100-COLLECT-SUB-ACCOUNT
               UNTIL VSUB-EOF
                  OR VSB-MASTER-ACCT-ID NOT = WS-CURRENT-MASTER
           IF VSUB-EOF
               MOVE SPACES TO WS-NEXT-KEY
           ELSE
               MOVE VSB-KEY TO WS-NEXT-KEY
           END-IF
           PERFORM 4000-SHARE-MASTER
           IF NOT VSUB-EOF
               PERFORM 3200-REPOSITION
           END-IF.
       3100-COLLECT-SUB-ACCOUNT.
           IF VSB-LAST-INT-DATE NOT < WS-RUN-DATE
               MOVE 'Y' TO WS-DONE-SWITCH
           END-IF
           IF VSB-OPEN AND VSB-BALANCE > 0
               IF WS-SUB-COUNT < WS-SUB-MAX
                   ADD 1 TO WS-SUB-COUNT
                   MOVE VSB-SUB-REF TO WS-ST-SUB-REF (WS-SUB-COUNT)
                   MOVE VSB-BALANCE TO WS-ST-BALANCE (WS-SUB-COUNT)
                   MOVE 0 TO WS-ST-SHARE (WS-SUB-COUNT)
                   ADD VSB-BALANCE TO WS-M-BASE
                   IF WS-LARGEST-IDX = 0
                       MOVE WS-SUB-COUNT TO WS-LARGEST-IDX
                   ELSE
                       IF VSB-BALANCE >
                           WS-ST-BALANCE (WS-LARGEST-IDX)
                           MOVE WS-SUB-COUNT TO WS-LARGEST-IDX
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'SUB-ACCOUNT TABLE FULL, MASTER '
                       VSB-MASTER-ACCT-ID ' REF ' VSB-SUB-REF
                       ' NOT SHARED'
               END-IF
           END-IF
           PERFORM 2000-READ-SUB-ACCOUNT.
       3200-REPOSITION.
           MOVE WS-NEXT-KEY TO VSB-KEY
           START VSUB-FILE KEY IS NOT LESS THAN VSB-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-VSB-EOF
           END-START
           IF NOT VSUB-EOF
               PERFORM 2000-READ-SUB-ACCOUNT
           END-IF.
       4000-SHARE-MASTER.
           PERFORM 4100-SUM-MASTER-INTEREST
           MOVE WS-CURRENT-MASTER TO WS-ML-MASTER
           MOVE WS-M-INTEREST TO WS-ML-INTEREST
           EVALUATE TRUE
               WHEN WS-M-INTEREST NOT > 0
                   ADD 1 TO WS-NO-INT-COUNT
               WHEN ALREADY-SHARED
                   ADD 1 TO WS-DONE-COUNT
                   MOVE 'ALREADY SHARED OUT' TO WS-ML-RESULT
                   MOVE WS-MASTER-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN WS-M-BASE NOT > 0
                   ADD 1 TO WS-NO-BASE-COUNT
                   MOVE 'NO BALANCE TO SHARE ON' TO WS-ML-RESULT
                   MOVE WS-MASTER-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-SHARED-COUNT
                   MOVE 'SHARED OUT' TO WS-ML-RESULT
                   MOVE WS-MASTER-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 0 TO WS-M-ALLOCATED
                   PERFORM 4200-CUT-SHARE
                       VARYING WS-SUB-IDX FROM 1 BY 1
                       UNTIL WS-SUB-IDX > WS-SUB-COUNT
                   COMPUTE WS-ST-SHARE (WS-LARGEST-IDX) =
                       WS-ST-SHARE (WS-LARGEST-IDX)
                     + WS-M-INTEREST - WS-M-ALLOCATED
                   PERFORM 4300-CREDIT-SHARE
                       VARYING WS-SUB-IDX FROM 1 BY 1
                       UNTIL WS-SUB-IDX > WS-SUB-COUNT
           END-EVALUATE.
       4100-SUM-MASTER-INTEREST.
      *    REVERSED POSTINGS AND THEIR REVERSALS CANCEL OUT AND ARE
      *    LEFT OUT OF THE AMOUNT SHARED.
           MOVE 0 TO WS-M-INTEREST
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-CURRENT-MASTER TO JRNL-ACCT-ID
           MOVE WS-RUN-DATE TO JRNL-POST-DATE
           MOVE 0 TO JRNL-SEQUENCE
           START JOURNAL-FILE KEY IS NOT LESS THAN JRNL-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 4110-TAKE-ONE-POSTING UNTIL SCAN-DONE.
       4110-TAKE-ONE-POSTING.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-JRN-STATUS NOT = '00'
                   OR JRNL-ACCT-ID NOT = WS-CURRENT-MASTER
                   OR JRNL-POST-DATE NOT = WS-RUN-DATE
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   IF NOT JRNL-IS-REVERSAL AND NOT JRNL-WAS-REVERSED
                       EVALUATE JRNL-TRN-CODE
                           WHEN 'I'
                           WHEN 'B'
                               ADD JRNL-AMOUNT TO WS-M-INTEREST
                           WHEN 'W'
                               SUBTRACT JRNL-AMOUNT FROM WS-M-INTEREST
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
       4200-CUT-SHARE.
           COMPUTE WS-ST-SHARE (WS-SUB-IDX) =
               WS-M-INTEREST * WS-ST-BALANCE (WS-SUB-IDX) / WS-M-BASE
           ADD WS-ST-SHARE (WS-SUB-IDX) TO WS-M-ALLOCATED.
       4300-CREDIT-SHARE.
           IF WS-ST-SHARE (WS-SUB-IDX) > 0
               MOVE WS-CURRENT-MASTER TO VSB-MASTER-ACCT-ID
               MOVE WS-ST-SUB-REF (WS-SUB-IDX) TO VSB-SUB-REF
               READ VSUB-FILE
                   INVALID KEY
                      DISPLAY 'SUB-ACCOUNT NOT FOUND: '
                          WS-CURRENT-MASTER ' '
                          WS-ST-SUB-REF (WS-SUB-IDX)
                   NOT INVALID KEY
                      PERFORM 4310-REWRITE-SHARE
               END-READ
           END-IF.
       4310-REWRITE-SHARE.
           ADD WS-ST-SHARE (WS-SUB-IDX) TO VSB-BALANCE
           MOVE WS-RUN-DATE TO VSB-LAST-INT-DATE
           MOVE WS-RUN-DATE TO VSB-LAST-ACTIVITY-DATE
           REWRITE VSUB-RECORD
           IF WS-VSB-STATUS NOT = '00'
               DISPLAY 'SUB-ACCOUNT REWRITE ERROR: ' WS-VSB-STATUS
                   ' ' VSB-MASTER-ACCT-ID ' ' VSB-SUB-REF
           ELSE
               ADD 1 TO WS-CREDIT-COUNT
               ADD WS-ST-SHARE (WS-SUB-IDX) TO WS-TOTAL-SHARED
               MOVE VSB-MASTER-ACCT-ID TO VSH-MASTER-ACCT-ID
               MOVE VSB-SUB-REF TO VSH-SUB-REF
               MOVE WS-RUN-DATE TO VSH-POST-DATE
               SET VSH-IS-INTEREST TO TRUE
               MOVE WS-ST-SHARE (WS-SUB-IDX) TO VSH-AMOUNT
               MOVE VSB-BALANCE TO VSH-RESULT-BALANCE
               MOVE WS-INT-REF TO VSH-TRN-REF
               MOVE WS-RUN-ID TO VSH-RUN-ID
               WRITE VSUB-HIST-RECORD
               MOVE VSB-SUB-REF TO WS-SL-SUB-REF
               MOVE WS-ST-BALANCE (WS-SUB-IDX) TO WS-SL-BALANCE
               MOVE WS-ST-SHARE (WS-SUB-IDX) TO WS-SL-SHARE
               MOVE WS-SHARE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       9000-CLOSE-FILES.
           CLOSE VSUB-FILE
           CLOSE VSUB-HIST-FILE
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE.
