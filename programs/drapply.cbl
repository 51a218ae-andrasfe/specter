       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAPPLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIPMENT-FILE ASSIGN TO 'DRSHIPMT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHP-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'DRAPLCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'DRAPRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SHIPMENT-FILE.
       01 SHIPMENT-RECORD.
           COPY DRSHREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           COPY DRSCREC.
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-SHP-STATUS      PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-CTL-STATUS      PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-SHIP-EOF        PIC X VALUE 'N'.
           88 SHIPMENT-DONE  VALUE 'Y'.
       01 WS-ACCT-EOF        PIC X VALUE 'N'.
           88 ACCOUNT-DONE   VALUE 'Y'.
       01 WS-ACCT-FOUND      PIC X VALUE 'N'.
           88 ACCOUNT-FOUND  VALUE 'Y'.
       01 WS-REFUSE-SWITCH   PIC X VALUE 'N'.
           88 SHIPMENT-REFUSED VALUE 'Y'.
       01 WS-TRAILER-SWITCH  PIC X VALUE 'N'.
           88 TRAILER-SEEN   VALUE 'Y'.
       01 WS-RETURN-CODE     PIC S9(4) VALUE 0.
       01 WS-REFUSE-REASON   PIC X(40) VALUE SPACES.
      * THE LAST SHIPMENT APPLIED HERE, FROM DRAPLCTL.  WITH NO
      * CONTROL RECORD THE DR COPY HAS JUST BEEN LOADED FROM THE
      * BACKUP AND THE FIRST SHIPMENT IS EXPECTED.
       01 WS-LAST-SHIP-NO    PIC 9(7) VALUE 0.
       01 WS-LAST-SEQUENCE   PIC 9(9) VALUE 0.
       01 WS-BASE-DATE       PIC 9(8) VALUE 0.
       01 WS-EXPECTED-SEQ    PIC 9(9) VALUE 0.
      * THE SHIPMENT'S HEADER AND TRAILER, KEPT FROM THE CHECKING
      * PASS FOR THE APPLY AND THE CONTROL TOTALS.
       01 WS-HEADER-DATA     PIC X(535) VALUE ZEROS.
       01 WS-HEADER-R REDEFINES WS-HEADER-DATA.
          05 WS-H-SHIP-NO    PIC 9(7).
          05 WS-H-SHIP-DATE  PIC 9(8).
          05 WS-H-FROM-DATE  PIC 9(8).
          05 WS-H-FROM-TIME  PIC 9(6).
          05 WS-H-TO-DATE    PIC 9(8).
          05 WS-H-TO-TIME    PIC 9(6).
          05 WS-H-MODE       PIC X(01).
             88 WS-H-FINAL   VALUE 'F'.
          05 FILLER          PIC X(491).
       01 WS-TRAILER-DATA    PIC X(535).
       01 WS-TRAILER-R REDEFINES WS-TRAILER-DATA.
          05 WS-T-SHIP-NO    PIC 9(7).
          05 WS-T-DETAIL-COUNT PIC 9(9).
          05 WS-T-ACCOUNT-COUNT PIC 9(9).
          05 WS-T-IMAGE-COUNT PIC 9(9).
          05 WS-T-POSTING-COUNT PIC 9(9).
          05 WS-T-NET-MOVEMENT PIC S9(13)V99.
          05 WS-T-FILE-RECORDS PIC 9(9).
          05 WS-T-FILE-BALANCE PIC S9(13)V99.
          05 WS-T-FILE-CHARGEOFF PIC S9(13)V99.
          05 FILLER          PIC X(438).
       01 WS-TRAILER-SEQ     PIC 9(9) VALUE 0.
       01 WS-HISTORY-RECORD.
           COPY MHREC.
       01 WS-JOURNAL-RECORD.
           COPY JRNLREC.
       01 WS-HELD-BALANCE    PIC S9(9)V99 VALUE 0.
       01 WS-MOVEMENT        PIC S9(11)V99 VALUE 0.
       01 WS-NET-MOVEMENT    PIC S9(13)V99 VALUE 0.
       01 WS-FILE-RECORDS    PIC 9(9) VALUE 0.
       01 WS-FILE-BALANCE    PIC S9(13)V99 VALUE 0.
       01 WS-FILE-CHARGEOFF  PIC S9(13)V99 VALUE 0.
       01 WS-DETAIL-COUNT    PIC 9(9) VALUE 0.
       01 WS-ACCOUNT-COUNT   PIC 9(9) VALUE 0.
       01 WS-IMAGE-COUNT     PIC 9(9) VALUE 0.
       01 WS-POSTING-COUNT   PIC 9(9) VALUE 0.
       01 WS-ADDED-COUNT     PIC 9(9) COMP VALUE 0.
       01 WS-PRESENT-COUNT   PIC 9(9) COMP VALUE 0.
       01 WS-REPLACED-COUNT  PIC 9(9) COMP VALUE 0.
       01 WS-POSTED-COUNT    PIC 9(9) COMP VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(9) COMP VALUE 0.
       01 WS-EXCEPTION-LINE.
          05 FILLER          PIC X(11) VALUE 'EXCEPTION  '.
          05 WS-E-SEQUENCE   PIC 9(9) VALUE 0.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-E-ACCT-ID    PIC X(11).
          05 WS-E-TEXT       PIC X(40).
       01 WS-TOTAL-LINE.
          05 WS-TL-LABEL     PIC X(24).
          05 WS-TL-SHIPPED   PIC -(14)9.99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-TL-APPLIED   PIC -(14)9.99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-TL-RESULT    PIC X(10).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    APPLIES THE NEXT DRSHIP SHIPMENT TO THE DR COPY OF
      *    ACCTFILE.  THE SHIPMENT IS CHECKED END TO END FIRST: A
      *    SHIPMENT OUT OF TURN, A GAP OR REPEAT IN THE SEQUENCE
      *    NUMBERS, OR A TRAILER THAT DOES NOT ACCOUNT FOR THE
      *    DETAIL IS REFUSED BEFORE ANYTHING IS TOUCHED.  NEW
      *    ACCOUNTS ARE ADDED, ACCOUNT IMAGES REPLACE THE DR RECORD
      *    IN THE ORDER THEY WERE TAKEN, AND POSTINGS MOVE THE
      *    BALANCE.  THE RUN ENDS WITH THE ACCTFILE CONTROL TOTALS
      *    SET AGAINST THE TRAILER'S.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-CONTROL
           PERFORM 2000-CHECK-SHIPMENT
           IF SHIPMENT-REFUSED
               PERFORM 2900-REPORT-REFUSAL
           ELSE
               PERFORM 3000-APPLY-SHIPMENT
               PERFORM 4000-TAKE-FILE-TOTALS
               PERFORM 5000-COMPARE-TOTALS
               PERFORM 8000-WRITE-CONTROL
           END-IF
           DISPLAY 'SHIPMENT NUMBER    : ' WS-H-SHIP-NO
           DISPLAY 'DETAIL RECORDS     : ' WS-DETAIL-COUNT
           DISPLAY 'ACCOUNTS ADDED     : ' WS-ADDED-COUNT
           DISPLAY 'ALREADY ON FILE    : ' WS-PRESENT-COUNT
           DISPLAY 'IMAGES APPLIED     : ' WS-REPLACED-COUNT
           DISPLAY 'POSTINGS APPLIED   : ' WS-POSTED-COUNT
           DISPLAY 'EXCEPTIONS         : ' WS-EXCEPTION-COUNT
           PERFORM 9000-CLOSE-FILES
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN INPUT SHIPMENT-FILE
           IF WS-SHP-STATUS NOT = '00'
               DISPLAY 'SHIPMENT FILE OPEN ERROR: ' WS-SHP-STATUS
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE SHIPMENT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE SHIPMENT-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF.
       1100-READ-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                      CONTINUE
                   NOT AT END
                      MOVE DRC-SHIP-NO TO WS-LAST-SHIP-NO
                      MOVE DRC-LAST-SEQUENCE TO WS-LAST-SEQUENCE
                      MOVE DRC-BASE-DATE TO WS-BASE-DATE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
       2000-CHECK-SHIPMENT.
           PERFORM 2100-READ-SHIPMENT
           IF SHIPMENT-DONE OR NOT DRS-HEADER
               MOVE 'SHIPMENT HAS NO HEADER' TO WS-REFUSE-REASON
               MOVE 'Y' TO WS-REFUSE-SWITCH
           ELSE
               MOVE DRS-DATA TO WS-HEADER-DATA
               PERFORM 2200-CHECK-HEADER
           END-IF
           IF NOT SHIPMENT-REFUSED
               MOVE WS-LAST-SEQUENCE TO WS-EXPECTED-SEQ
               PERFORM 2100-READ-SHIPMENT
               PERFORM 2300-CHECK-RECORD
                   UNTIL SHIPMENT-DONE OR SHIPMENT-REFUSED
               IF NOT SHIPMENT-REFUSED
                   PERFORM 2400-CHECK-TRAILER
               END-IF
           END-IF
           CLOSE SHIPMENT-FILE.
       2100-READ-SHIPMENT.
           READ SHIPMENT-FILE
               AT END
                  MOVE 'Y' TO WS-SHIP-EOF
           END-READ.
       2200-CHECK-HEADER.
           IF WS-H-SHIP-NO NOT > WS-LAST-SHIP-NO
               MOVE 'SHIPMENT ALREADY APPLIED' TO WS-REFUSE-REASON
               MOVE 'Y' TO WS-REFUSE-SWITCH
           ELSE
               IF WS-H-SHIP-NO NOT = WS-LAST-SHIP-NO + 1
                   MOVE 'EARLIER SHIPMENT MISSING' TO WS-REFUSE-REASON
                   MOVE 'Y' TO WS-REFUSE-SWITCH
               ELSE
                   IF DRS-SEQUENCE NOT = WS-LAST-SEQUENCE
                       MOVE 'SEQUENCE DOES NOT FOLLOW LAST APPLIED'
                           TO WS-REFUSE-REASON
                       MOVE 'Y' TO WS-REFUSE-SWITCH
                   END-IF
               END-IF
           END-IF.
       2300-CHECK-RECORD.
           IF TRAILER-SEEN
               MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-REFUSE-REASON
               MOVE 'Y' TO WS-REFUSE-SWITCH
           ELSE
               IF DRS-TRAILER
                   MOVE 'Y' TO WS-TRAILER-SWITCH
                   MOVE DRS-SEQUENCE TO WS-TRAILER-SEQ
                   MOVE DRS-DATA TO WS-TRAILER-DATA
               ELSE
                   PERFORM 2310-CHECK-DETAIL
               END-IF
           END-IF
           IF NOT SHIPMENT-REFUSED
               PERFORM 2100-READ-SHIPMENT
           END-IF.
       2310-CHECK-DETAIL.
           ADD 1 TO WS-EXPECTED-SEQ
           EVALUATE TRUE
               WHEN DRS-SEQUENCE < WS-EXPECTED-SEQ
                   MOVE 'DUPLICATE SEQUENCE NUMBER'
                       TO WS-REFUSE-REASON
                   MOVE 'Y' TO WS-REFUSE-SWITCH
               WHEN DRS-SEQUENCE > WS-EXPECTED-SEQ
                   MOVE 'GAP IN SEQUENCE NUMBERS' TO WS-REFUSE-REASON
                   MOVE 'Y' TO WS-REFUSE-SWITCH
               WHEN DRS-NEW-ACCOUNT
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD 1 TO WS-ACCOUNT-COUNT
               WHEN DRS-IMAGE
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD 1 TO WS-IMAGE-COUNT
               WHEN DRS-POSTING
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD 1 TO WS-POSTING-COUNT
               WHEN OTHER
                   MOVE 'UNKNOWN RECORD TYPE' TO WS-REFUSE-REASON
                   MOVE 'Y' TO WS-REFUSE-SWITCH
           END-EVALUATE
           IF SHIPMENT-REFUSED
               MOVE DRS-SEQUENCE TO WS-E-SEQUENCE
           END-IF.
       2400-CHECK-TRAILER.
           EVALUATE TRUE
               WHEN NOT TRAILER-SEEN
                   MOVE 'SHIPMENT HAS NO TRAILER' TO WS-REFUSE-REASON
                   MOVE 'Y' TO WS-REFUSE-SWITCH
               WHEN WS-T-SHIP-NO NOT = WS-H-SHIP-NO
                   MOVE 'TRAILER IS FOR ANOTHER SHIPMENT'
                       TO WS-REFUSE-REASON
                   MOVE 'Y' TO WS-REFUSE-SWITCH
               WHEN WS-TRAILER-SEQ NOT = WS-EXPECTED-SEQ
                   MOVE 'TRAILER SEQUENCE DOES NOT MATCH'
                       TO WS-REFUSE-REASON
                   MOVE 'Y' TO WS-REFUSE-SWITCH
               WHEN WS-T-DETAIL-COUNT NOT = WS-DETAIL-COUNT
                   OR WS-T-ACCOUNT-COUNT NOT = WS-ACCOUNT-COUNT
                   OR WS-T-IMAGE-COUNT NOT = WS-IMAGE-COUNT
                   OR WS-T-POSTING-COUNT NOT = WS-POSTING-COUNT
                   MOVE 'TRAILER COUNTS DO NOT MATCH'
                       TO WS-REFUSE-REASON
                   MOVE 'Y' TO WS-REFUSE-SWITCH
           END-EVALUATE.
       2900-REPORT-REFUSAL.
           MOVE SPACES TO REPORT-LINE
           STRING 'DR SHIPMENT ' WS-H-SHIP-NO ' REFUSED: '
               WS-REFUSE-REASON DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LAST SHIPMENT APPLIED ' WS-LAST-SHIP-NO
               ' THROUGH SEQUENCE ' WS-LAST-SEQUENCE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-E-SEQUENCE NOT = 0
               MOVE SPACES TO REPORT-LINE
               STRING 'EXPECTED SEQUENCE ' WS-EXPECTED-SEQ
                   ' FOUND ' WS-E-SEQUENCE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           DISPLAY 'DR SHIPMENT REFUSED: ' WS-REFUSE-REASON
           MOVE 8 TO WS-RETURN-CODE.
       3000-APPLY-SHIPMENT.
           MOVE SPACES TO REPORT-LINE
           STRING 'DR SHIPMENT ' WS-H-SHIP-NO ' CUT ' WS-H-SHIP-DATE
               ' IMAGES FROM ' WS-H-FROM-DATE ' ' WS-H-FROM-TIME
               ' BEFORE ' WS-H-TO-DATE ' ' WS-H-TO-TIME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-SHIP-EOF
           OPEN INPUT SHIPMENT-FILE
           IF WS-SHP-STATUS NOT = '00'
               DISPLAY 'SHIPMENT FILE REOPEN ERROR: ' WS-SHP-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF
           PERFORM 2100-READ-SHIPMENT
           PERFORM 2100-READ-SHIPMENT
           PERFORM 3100-APPLY-RECORD UNTIL SHIPMENT-DONE
           CLOSE SHIPMENT-FILE.
       3100-APPLY-RECORD.
           EVALUATE TRUE
               WHEN DRS-NEW-ACCOUNT
                   PERFORM 3200-APPLY-NEW-ACCOUNT
               WHEN DRS-IMAGE
                   PERFORM 3300-APPLY-IMAGE
               WHEN DRS-POSTING
                   PERFORM 3400-APPLY-POSTING
               WHEN OTHER
                   MOVE 'Y' TO WS-SHIP-EOF
           END-EVALUATE
           IF NOT SHIPMENT-DONE
               PERFORM 2100-READ-SHIPMENT
           END-IF.
       3200-APPLY-NEW-ACCOUNT.
      *    AN ACCOUNT ALREADY HERE CAME IN AN EARLIER SHIPMENT OR
      *    WITH THE BACKUP, AND IS LEFT TO ITS IMAGES AND POSTINGS.
           MOVE DRS-DATA (1:10) TO ACCT-ID
           PERFORM 6000-READ-ACCOUNT
           IF ACCOUNT-FOUND
               ADD 1 TO WS-PRESENT-COUNT
           ELSE
               MOVE DRS-DATA TO ACCOUNT-RECORD
               WRITE ACCOUNT-RECORD
                   INVALID KEY
                      MOVE 'NEW ACCOUNT WRITE FAILED' TO WS-E-TEXT
                      PERFORM 7000-WRITE-EXCEPTION
                   NOT INVALID KEY
                      ADD 1 TO WS-ADDED-COUNT
               END-WRITE
           END-IF.
       3300-APPLY-IMAGE.
      *    THE AFTER-IMAGE REPLACES THE DR RECORD BUT FOR THE
      *    BALANCE, WHICH IS MOVED ONLY BY THE POSTINGS THAT FOLLOW.
      *    AN ACCOUNT THE DR COPY HAS NEVER HAD IS ADDED AS IMAGED.
           MOVE DRS-DATA TO WS-HISTORY-RECORD
           MOVE MH-ACCT-ID TO ACCT-ID
           PERFORM 6000-READ-ACCOUNT
           IF ACCOUNT-FOUND
               MOVE ACCT-BALANCE TO WS-HELD-BALANCE
               MOVE MH-AFTER-IMAGE TO ACCOUNT-RECORD
               MOVE WS-HELD-BALANCE TO ACCT-BALANCE
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                      MOVE 'IMAGE REWRITE FAILED' TO WS-E-TEXT
                      PERFORM 7000-WRITE-EXCEPTION
                   NOT INVALID KEY
                      ADD 1 TO WS-REPLACED-COUNT
               END-REWRITE
           ELSE
               MOVE MH-AFTER-IMAGE TO ACCOUNT-RECORD
               WRITE ACCOUNT-RECORD
                   INVALID KEY
                      MOVE 'IMAGE WRITE FAILED' TO WS-E-TEXT
                   NOT INVALID KEY
                      ADD 1 TO WS-REPLACED-COUNT
                      MOVE 'NOT ON DR FILE, ADDED FROM IMAGE'
                          TO WS-E-TEXT
               END-WRITE
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.
       3400-APPLY-POSTING.
           MOVE DRS-DATA TO WS-JOURNAL-RECORD
           MOVE JRNL-ACCT-ID TO ACCT-ID
           PERFORM 6100-TAKE-MOVEMENT
           ADD WS-MOVEMENT TO WS-NET-MOVEMENT
           PERFORM 6000-READ-ACCOUNT
           IF ACCOUNT-FOUND
               ADD WS-MOVEMENT TO ACCT-BALANCE
               IF JRNL-POST-DATE > ACCT-LAST-ACTIVITY-DATE
                   MOVE JRNL-POST-DATE TO ACCT-LAST-ACTIVITY-DATE
               END-IF
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                      MOVE 'POSTING REWRITE FAILED' TO WS-E-TEXT
                      PERFORM 7000-WRITE-EXCEPTION
                   NOT INVALID KEY
                      ADD 1 TO WS-POSTED-COUNT
               END-REWRITE
           ELSE
               MOVE 'POSTING FOR ACCOUNT NOT ON DR FILE'
                   TO WS-E-TEXT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.
       4000-TAKE-FILE-TOTALS.
      *    THE SAME TOTALS DRSHIP TOOK OVER THE PRODUCTION FILE.
           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-ID
               INVALID KEY
                  MOVE 'Y' TO WS-ACCT-EOF
           END-START
           PERFORM 4100-ADD-ACCOUNT-TOTALS UNTIL ACCOUNT-DONE.
       4100-ADD-ACCOUNT-TOTALS.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-ACCT-EOF
           END-READ
           IF NOT ACCOUNT-DONE
               ADD 1 TO WS-FILE-RECORDS
               ADD ACCT-BALANCE TO WS-FILE-BALANCE
               ADD ACCT-CHARGEOFF-AMOUNT TO WS-FILE-CHARGEOFF
           END-IF.
       5000-COMPARE-TOTALS.
      *    THE POSTING NET MUST ALWAYS AGREE.  THE FILE TOTALS MUST
      *    AGREE AFTER THE BATCH-END SHIPMENT; AFTER AN INTERVAL
      *    SHIPMENT THE ONLINE DAY HAS MOVED ON SINCE THEY WERE
      *    TAKEN AND A DIFFERENCE IS ONLY REPORTED.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'CONTROL TOTAL' TO WS-TL-LABEL
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           MOVE 'SHIPPED' TO REPORT-LINE (34:7)
           MOVE 'DR SITE' TO REPORT-LINE (53:7)
           WRITE REPORT-LINE
           MOVE 'POSTINGS NET MOVEMENT' TO WS-TL-LABEL
           MOVE WS-T-NET-MOVEMENT TO WS-TL-SHIPPED
           MOVE WS-NET-MOVEMENT TO WS-TL-APPLIED
           IF WS-T-NET-MOVEMENT = WS-NET-MOVEMENT
               MOVE 'AGREES' TO WS-TL-RESULT
           ELSE
               MOVE 'DIFFERS' TO WS-TL-RESULT
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ACCTFILE RECORDS' TO WS-TL-LABEL
           MOVE WS-T-FILE-RECORDS TO WS-TL-SHIPPED
           MOVE WS-FILE-RECORDS TO WS-TL-APPLIED
           IF WS-T-FILE-RECORDS = WS-FILE-RECORDS
               MOVE 'AGREES' TO WS-TL-RESULT
           ELSE
               PERFORM 5100-FILE-TOTAL-DIFFERS
           END-IF
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ACCTFILE BALANCES' TO WS-TL-LABEL
           MOVE WS-T-FILE-BALANCE TO WS-TL-SHIPPED
           MOVE WS-FILE-BALANCE TO WS-TL-APPLIED
           IF WS-T-FILE-BALANCE = WS-FILE-BALANCE
               MOVE 'AGREES' TO WS-TL-RESULT
           ELSE
               PERFORM 5100-FILE-TOTAL-DIFFERS
           END-IF
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ACCTFILE CHARGED OFF' TO WS-TL-LABEL
           MOVE WS-T-FILE-CHARGEOFF TO WS-TL-SHIPPED
           MOVE WS-FILE-CHARGEOFF TO WS-TL-APPLIED
           IF WS-T-FILE-CHARGEOFF = WS-FILE-CHARGEOFF
               MOVE 'AGREES' TO WS-TL-RESULT
           ELSE
               PERFORM 5100-FILE-TOTAL-DIFFERS
           END-IF
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-EXCEPTION-COUNT > 0 AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       5100-FILE-TOTAL-DIFFERS.
           IF WS-H-FINAL
               MOVE 'DIFFERS' TO WS-TL-RESULT
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE 'MOVED ON' TO WS-TL-RESULT
           END-IF.
       6000-READ-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND
           READ ACCOUNT-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-ACCT-FOUND
           END-READ.
       6100-TAKE-MOVEMENT.
      *    SAME CODE RULES AS ACCTRECN: MEMO-ONLY CODES MOVE NO
      *    BALANCE, TRAPPED FUNDS LEAVE, AND A WRITE-OFF ADDS THE
      *    CHARGED-OFF DEBT BACK TO ZERO THE BALANCE.
           EVALUATE TRUE
               WHEN JRNL-IS-WITHHOLD OR JRNL-IS-INT-ACCRUAL
                   MOVE 0 TO WS-MOVEMENT
               WHEN JRNL-TRN-CODE = 'R' OR JRNL-TRN-CODE = 'G'
                   MOVE 0 TO WS-MOVEMENT
               WHEN JRNL-TRN-CODE = 'L'
                   COMPUTE WS-MOVEMENT = 0 - JRNL-AMOUNT
               WHEN JRNL-TRN-CODE = 'X'
                   MOVE JRNL-AMOUNT TO WS-MOVEMENT
               WHEN JRNL-DEBIT-TYPE
                   COMPUTE WS-MOVEMENT = 0 - JRNL-AMOUNT
               WHEN OTHER
                   MOVE JRNL-AMOUNT TO WS-MOVEMENT
           END-EVALUATE.
       7000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE DRS-SEQUENCE TO WS-E-SEQUENCE
           MOVE ACCT-ID TO WS-E-ACCT-ID
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       8000-WRITE-CONTROL.
      *    THE SHIPMENT IS RECORDED AS APPLIED EVEN WHEN THE TOTALS
      *    DIFFER, SO THE NEXT ONE FOLLOWS ON; THE DIFFERENCE IS FOR
      *    ACCTCMP AGAINST AN UNLOAD OF PRODUCTION TO RUN DOWN.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'DR APPLY CONTROL FILE OPEN ERROR: '
                   WS-CTL-STATUS ', SHIPMENT ' WS-H-SHIP-NO
                   ' NOT RECORDED AS APPLIED'
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE WS-H-SHIP-NO TO DRC-SHIP-NO
               MOVE WS-EXPECTED-SEQ TO DRC-LAST-SEQUENCE
               MOVE WS-H-TO-DATE TO DRC-CUTOFF-DATE
               MOVE WS-H-TO-TIME TO DRC-CUTOFF-TIME
               ACCEPT DRC-RUN-DATE FROM DATE YYYYMMDD
               MOVE WS-BASE-DATE TO DRC-BASE-DATE
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
           END-IF.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE REPORT-FILE.
