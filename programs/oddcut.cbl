       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODDCUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO 'ODDQUEUE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ODD-KEY
               FILE STATUS IS WS-ODD-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT RETURN-FILE ASSIGN TO 'ODDRTN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'ODDCUTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DECISION-FILE.
       01 DECISION-RECORD.
           COPY ODDREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY JRNLREC.
      * OUTBOUND RETURN IN THE EXTBANK WIRE SHAPE EXTBRTN READS
      * INBOUND, SO THE RETURNED ITEM GOES BACK TO THE PRESENTING
      * BANK THROUGH THE SAME CHANNEL IT ARRIVED ON.
       FD RETURN-FILE.
       01 RETURN-RECORD.
          05 RTN-BANK-REF    PIC X(12).
          05 RTN-ACCT-ID     PIC X(10).
          05 RTN-TRN-TYPE    PIC X(02).
          05 RTN-AMOUNT      PIC 9(9)V99.
          05 RTN-CURRENCY    PIC X(03).
          05 RTN-VALUE-DATE  PIC 9(8).
          05 RTN-REASON      PIC X(04).
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ODD-STATUS      PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-JRN-STATUS      PIC XX VALUE '00'.
       01 WS-RTN-STATUS      PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-ODD-SCAN-EOF    PIC X VALUE 'N'.
           88 ODD-SCAN-DONE  VALUE 'Y'.
       01 WS-ACCT-FOUND      PIC X VALUE 'N'.
           88 ACCOUNT-FOUND  VALUE 'Y'.
       01 WS-JRNL-SEQ        PIC 9(7) VALUE 0.
       01 WS-JRNL-WRITE-SWITCH PIC X VALUE 'N'.
           88 JOURNAL-WRITE-OK   VALUE 'Y'.
           88 JOURNAL-WRITE-DEAD VALUE 'A'.
      * FEE CHARGED FOR EVERY ITEM RETURNED UNPAID.  IT IS POSTED
      * HERE RATHER THAN QUEUED FOR ACCTPOST SO THE FEE ITSELF CAN
      * NEVER BE REJECTED AS AN OVERDRAFT.
       01 WS-NSF-FEE         PIC S9(5)V99 VALUE 35.00.
       01 WS-NSF-SEQ         PIC 9(4) VALUE 0.
       01 WS-NSF-REF         PIC X(12) VALUE SPACES.
      * CLOSED-OUT ITEMS ARE KEPT THIS MANY DAYS SO ACCTPOST CAN
      * COUNT EACH ACCOUNT'S EARLIER OVERDRAFTS.
       01 WS-RETAIN-DAYS     PIC 9(3) VALUE 365.
       01 WS-PURGE-BEFORE    PIC 9(8) VALUE 0.
       01 WS-DEFAULT-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-RETURNED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-FEE-COUNT       PIC 9(7) COMP VALUE 0.
       01 WS-FEE-SKIP-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-PURGED-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-FEE-TOTAL       PIC S9(9)V99 VALUE 0.
       01 WS-HIST-AREA.
          05 WS-MH-PROGRAM    PIC X(08) VALUE 'ODDCUT  '.
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
       01 WS-TODAY           PIC 9(8).
       01 WS-DETAIL-LINE.
          05 WS-D-ACCT-ID    PIC X(10).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-TRN-REF    PIC X(12).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-AMOUNT     PIC Z(6)9.99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-TEXT       PIC X(44).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    RUN AT THE DECISION CUTOFF.  EVERY OVERDRAFT ITEM NO
      *    OFFICER HAS DECIDED IS DEFAULTED TO RETURN AND LISTED;
      *    EVERY ITEM TO BE RETURNED GOES OUT ON THE RETURN FILE AND
      *    THE ACCOUNT IS CHARGED THE NSF FEE.  ITEMS MARKED PAY ARE
      *    LEFT FOR THE NEXT ACCTPOST RUN TO REPOST.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           COMPUTE WS-PURGE-BEFORE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY) - WS-RETAIN-DAYS)
           MOVE SPACES TO REPORT-LINE
           STRING 'OVERDRAFT DECISION CUTOFF ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LOW-VALUES TO ODD-KEY
           START DECISION-FILE KEY IS NOT LESS THAN ODD-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-ODD-SCAN-EOF
           END-START
           PERFORM 2000-WORK-ONE-ITEM UNTIL ODD-SCAN-DONE
           DISPLAY 'DEFAULTED TO RETURN : ' WS-DEFAULT-COUNT
           DISPLAY 'ITEMS RETURNED      : ' WS-RETURNED-COUNT
           DISPLAY 'NSF FEES CHARGED    : ' WS-FEE-COUNT
           DISPLAY 'NSF FEES NOT CHARGED: ' WS-FEE-SKIP-COUNT
           DISPLAY 'NSF FEE TOTAL       : ' WS-FEE-TOTAL
           DISPLAY 'CLOSED ITEMS PURGED : ' WS-PURGED-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O DECISION-FILE
           IF WS-ODD-STATUS NOT = '00'
               DISPLAY 'DECISION QUEUE OPEN ERROR: ' WS-ODD-STATUS
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE DECISION-FILE
               STOP RUN
           END-IF
           OPEN I-O JOURNAL-FILE
           IF WS-JRN-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'JOURNAL FILE OPEN ERROR: ' WS-JRN-STATUS
               CLOSE DECISION-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT RETURN-FILE
           IF WS-RTN-STATUS NOT = '00'
               DISPLAY 'RETURN FILE OPEN ERROR: ' WS-RTN-STATUS
               CLOSE DECISION-FILE
               CLOSE ACCOUNT-FILE
               CLOSE JOURNAL-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE DECISION-FILE
               CLOSE ACCOUNT-FILE
               CLOSE JOURNAL-FILE
               CLOSE RETURN-FILE
               STOP RUN
           END-IF.
       2000-WORK-ONE-ITEM.
           READ DECISION-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-ODD-SCAN-EOF
           END-READ
           IF NOT ODD-SCAN-DONE
               IF WS-ODD-STATUS NOT = '00'
                   MOVE 'Y' TO WS-ODD-SCAN-EOF
               ELSE
                   IF ODD-UNDECIDED
                       PERFORM 3000-DEFAULT-TO-RETURN
                   END-IF
                   IF ODD-RETURN
                       PERFORM 4000-RETURN-ITEM
                   ELSE
                       IF ODD-CLOSED-OUT
                           AND ODD-CLOSED-DATE < WS-PURGE-BEFORE
                           PERFORM 6000-PURGE-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3000-DEFAULT-TO-RETURN.
           ADD 1 TO WS-DEFAULT-COUNT
           SET ODD-RETURN TO TRUE
           MOVE 'Y' TO ODD-DEFAULTED
           MOVE 'CUTOFF' TO ODD-DECIDED-BY
           MOVE WS-TODAY TO ODD-DECISION-DATE
           MOVE 'NO DECISION BY CUTOFF - DEFAULTED TO RETURN'
               TO WS-D-TEXT
           PERFORM 5000-WRITE-DETAIL-LINE.
       4000-RETURN-ITEM.
           MOVE 'N' TO WS-ACCT-FOUND
           MOVE ODD-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  DISPLAY 'RETURN ACCOUNT NOT FOUND: ' ODD-ACCT-ID
               NOT INVALID KEY
                  MOVE 'Y' TO WS-ACCT-FOUND
           END-READ
           MOVE ODD-TRN-REF TO RTN-BANK-REF
           MOVE ODD-ACCT-ID TO RTN-ACCT-ID
           MOVE 'DR' TO RTN-TRN-TYPE
           MOVE ODD-AMOUNT TO RTN-AMOUNT
           IF ACCOUNT-FOUND AND ACCT-CURRENCY-CODE NOT = SPACES
               MOVE ACCT-CURRENCY-CODE TO RTN-CURRENCY
           ELSE
               MOVE 'USD' TO RTN-CURRENCY
           END-IF
           MOVE WS-TODAY TO RTN-VALUE-DATE
           MOVE 'NSF ' TO RTN-REASON
           WRITE RETURN-RECORD
           ADD 1 TO WS-RETURNED-COUNT
           IF ACCOUNT-FOUND
               IF ACCT-CLOSED OR ACCT-ESCHEATED OR ACCT-CHARGED-OFF
                   ADD 1 TO WS-FEE-SKIP-COUNT
                   MOVE 'RETURNED - NSF FEE NOT CHARGED, INACTIVE'
                       TO WS-D-TEXT
                   PERFORM 5000-WRITE-DETAIL-LINE
               ELSE
                   PERFORM 4100-CHARGE-NSF-FEE
               END-IF
           ELSE
               ADD 1 TO WS-FEE-SKIP-COUNT
               MOVE 'RETURNED - NSF FEE NOT CHARGED, NO ACCOUNT'
                   TO WS-D-TEXT
               PERFORM 5000-WRITE-DETAIL-LINE
           END-IF
           SET ODD-RETURNED TO TRUE
           MOVE WS-TODAY TO ODD-CLOSED-DATE
           REWRITE DECISION-RECORD
               INVALID KEY
                  DISPLAY 'DECISION QUEUE REWRITE FAILED, STATUS '
                      WS-ODD-STATUS ': ' ODD-TRN-REF
           END-REWRITE.
       4100-CHARGE-NSF-FEE.
           MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
           SUBTRACT WS-NSF-FEE FROM ACCT-BALANCE
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                  ADD 1 TO WS-FEE-SKIP-COUNT
                  DISPLAY 'NSF FEE REWRITE FAILED, STATUS '
                      WS-FILE-STATUS ': ' ACCT-ID
                  MOVE 'RETURNED - NSF FEE REWRITE FAILED'
                      TO WS-D-TEXT
                  PERFORM 5000-WRITE-DETAIL-LINE
               NOT INVALID KEY
                  ADD 1 TO WS-FEE-COUNT
                  ADD WS-NSF-FEE TO WS-FEE-TOTAL
                  MOVE ACCOUNT-RECORD TO WS-MH-AFTER
                  CALL 'MNTHIST' USING WS-HIST-AREA
                  PERFORM 4200-WRITE-FEE-JOURNAL
                  MOVE SPACES TO WS-D-TEXT
                  STRING 'RETURNED - NSF FEE CHARGED, REF '
                      WS-NSF-REF DELIMITED BY SIZE INTO WS-D-TEXT
                  PERFORM 5000-WRITE-DETAIL-LINE
           END-REWRITE.
       4200-WRITE-FEE-JOURNAL.
           ADD 1 TO WS-NSF-SEQ
           MOVE SPACES TO WS-NSF-REF
           STRING 'NS' WS-TODAY (3:6) WS-NSF-SEQ
               DELIMITED BY SIZE INTO WS-NSF-REF
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE 'F' TO JRNL-TRN-CODE
           MOVE WS-NSF-FEE TO JRNL-AMOUNT
           MOVE ACCT-BALANCE TO JRNL-RESULT-BALANCE
           MOVE 'ODDCUT' TO JRNL-OPERATOR-ID
           MOVE 'ODDCUT' TO JRNL-RUN-ID
           MOVE WS-NSF-REF TO JRNL-TRN-REF
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 4210-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD.
       4210-JOURNAL-WRITE-ATTEMPT.
           WRITE JOURNAL-RECORD
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-JRNL-WRITE-SWITCH
           END-WRITE
           IF NOT JOURNAL-WRITE-OK
               IF WS-JRN-STATUS = '22'
                   ADD 1 TO WS-JRNL-SEQ
                   MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
               ELSE
                   DISPLAY 'JOURNAL WRITE FAILED, STATUS '
                       WS-JRN-STATUS ': ' ACCT-ID
                   MOVE 'A' TO WS-JRNL-WRITE-SWITCH
               END-IF
           END-IF.
       5000-WRITE-DETAIL-LINE.
           MOVE ODD-ACCT-ID TO WS-D-ACCT-ID
           MOVE ODD-TRN-REF TO WS-D-TRN-REF
           MOVE ODD-AMOUNT TO WS-D-AMOUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       6000-PURGE-ITEM.
           DELETE DECISION-FILE RECORD
               INVALID KEY
                  DISPLAY 'DECISION QUEUE DELETE FAILED, STATUS '
                      WS-ODD-STATUS ': ' ODD-TRN-REF
               NOT INVALID KEY
                  ADD 1 TO WS-PURGED-COUNT
           END-DELETE.
       9000-CLOSE-FILES.
           CLOSE DECISION-FILE
           CLOSE ACCOUNT-FILE
           CLOSE JOURNAL-FILE
           CLOSE RETURN-FILE
           CLOSE REPORT-FILE.
