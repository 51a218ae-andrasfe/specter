       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO 'CARDFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MAINT-CARD-FILE ASSIGN TO 'CARDCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCARD-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CARDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CARD-FILE.
       01 CARD-RECORD.
           COPY CARDREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD MAINT-CARD-FILE.
       01 MAINT-CARD-RECORD.
          05 MC-ACTION       PIC X(01).
             88 MC-ISSUE        VALUE 'I'.
             88 MC-BLOCK        VALUE 'B'.
             88 MC-UNBLOCK      VALUE 'U'.
             88 MC-CLOSE        VALUE 'X'.
             88 MC-LIMITS       VALUE 'M'.
          05 MC-CARD-NUMBER  PIC X(16).
          05 MC-ACCT-ID      PIC X(10).
          05 MC-EXPIRY       PIC 9(6).
          05 MC-ATM-LIMIT    PIC 9(7)V99.
          05 MC-POS-LIMIT    PIC 9(7)V99.
      *    L = REPORTED LOST, S = REPORTED STOLEN; BLOCK CARDS ONLY.
          05 MC-BLOCK-TYPE   PIC X(01).
          05 MC-OPERATOR     PIC X(08).
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CARD-FILE-STATUS PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-MCARD-STATUS    PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 MAINT-EOF      VALUE 'Y'.
       01 WS-ACCT-FOUND      PIC X VALUE 'N'.
           88 ACCOUNT-FOUND  VALUE 'Y'.
       01 WS-ISSUED-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-BLOCKED-COUNT   PIC 9(5) COMP VALUE 0.
       01 WS-UNBLOCKED-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-CLOSED-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-LIMITS-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) COMP VALUE 0.
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
          05 WS-D-CARD       PIC X(16).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-ACCT-ID    PIC X(10).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-TEXT       PIC X(40).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-OPERATOR   PIC X(08).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    ISSUES, BLOCKS, UNBLOCKS AND CLOSES DEBIT CARDS AND SETS
      *    THEIR DAILY ATM AND POS LIMITS.  A CARD REPORTED LOST OR
      *    STOLEN AT THE COUNTER IS BLOCKED ONLINE AT ONCE; THESE
      *    CARDS CARRY THE BRANCH'S PAPER INSTRUCTIONS.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           MOVE SPACES TO REPORT-LINE
           STRING 'DEBIT CARD MAINTENANCE ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-READ-MAINT-CARD
           PERFORM 3000-APPLY-MAINT-CARD UNTIL MAINT-EOF
           DISPLAY 'CARDS ISSUED        : ' WS-ISSUED-COUNT
           DISPLAY 'CARDS BLOCKED       : ' WS-BLOCKED-COUNT
           DISPLAY 'CARDS UNBLOCKED     : ' WS-UNBLOCKED-COUNT
           DISPLAY 'CARDS CLOSED        : ' WS-CLOSED-COUNT
           DISPLAY 'LIMITS CHANGED      : ' WS-LIMITS-COUNT
           DISPLAY 'CARDS REJECTED      : ' WS-REJECT-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O CARD-FILE
           IF WS-CARD-FILE-STATUS = '35'
               OPEN OUTPUT CARD-FILE
               CLOSE CARD-FILE
               OPEN I-O CARD-FILE
           END-IF
           IF WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'CARD MASTER OPEN ERROR: ' WS-CARD-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE CARD-FILE
               STOP RUN
           END-IF
           OPEN INPUT MAINT-CARD-FILE
           IF WS-MCARD-STATUS NOT = '00'
               DISPLAY 'CARD MAINTENANCE FILE OPEN ERROR: '
                   WS-MCARD-STATUS
               CLOSE CARD-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE CARD-FILE
               CLOSE ACCOUNT-FILE
               CLOSE MAINT-CARD-FILE
               STOP RUN
           END-IF.
       2000-READ-MAINT-CARD.
           READ MAINT-CARD-FILE INTO MAINT-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-APPLY-MAINT-CARD.
           IF MC-CARD-NUMBER = SPACES OR MC-OPERATOR = SPACES
               MOVE 'REJECTED - BAD CARD DATA' TO WS-D-TEXT
               PERFORM 8000-REJECT-CARD
           ELSE
               IF MC-ISSUE
                   PERFORM 4000-ISSUE-CARD
               ELSE
                   PERFORM 5000-CHANGE-CARD
               END-IF
           END-IF
           PERFORM 2000-READ-MAINT-CARD.
       4000-ISSUE-CARD.
           MOVE 'N' TO WS-ACCT-FOUND
           MOVE MC-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  MOVE 'N' TO WS-ACCT-FOUND
               NOT INVALID KEY
                  MOVE 'Y' TO WS-ACCT-FOUND
           END-READ
           EVALUATE TRUE
               WHEN NOT ACCOUNT-FOUND
                   MOVE 'REJECTED - ACCOUNT NOT FOUND' TO WS-D-TEXT
                   PERFORM 8000-REJECT-CARD
               WHEN ACCT-CLOSED OR ACCT-ESCHEATED OR ACCT-CHARGED-OFF
                   MOVE 'REJECTED - ACCOUNT NOT ACTIVE' TO WS-D-TEXT
                   PERFORM 8000-REJECT-CARD
               WHEN MC-EXPIRY IS NOT NUMERIC
                   OR MC-EXPIRY < WS-TODAY (1:6)
                   MOVE 'REJECTED - BAD EXPIRY' TO WS-D-TEXT
                   PERFORM 8000-REJECT-CARD
               WHEN MC-ATM-LIMIT IS NOT NUMERIC
                   OR MC-POS-LIMIT IS NOT NUMERIC
                   MOVE 'REJECTED - BAD LIMITS' TO WS-D-TEXT
                   PERFORM 8000-REJECT-CARD
               WHEN OTHER
                   MOVE MC-CARD-NUMBER TO CARD-NUMBER
                   MOVE MC-ACCT-ID TO CARD-ACCT-ID
                   MOVE ACCT-CUSTOMER-NO TO CARD-CUSTOMER-NO
                   SET CARD-ACTIVE TO TRUE
                   MOVE MC-EXPIRY TO CARD-EXPIRY
                   MOVE MC-ATM-LIMIT TO CARD-ATM-LIMIT
                   MOVE MC-POS-LIMIT TO CARD-POS-LIMIT
                   MOVE 0 TO CARD-USAGE-DATE
                   MOVE 0 TO CARD-ATM-USED
                   MOVE 0 TO CARD-POS-USED
                   MOVE WS-TODAY TO CARD-ISSUED-DATE
                   MOVE MC-OPERATOR TO CARD-ISSUED-BY
                   MOVE 0 TO CARD-BLOCKED-DATE
                   MOVE SPACES TO CARD-BLOCKED-BY
                   WRITE CARD-RECORD
                       INVALID KEY
                          MOVE 'REJECTED - CARD ALREADY ON FILE'
                              TO WS-D-TEXT
                          PERFORM 8000-REJECT-CARD
                       NOT INVALID KEY
                          ADD 1 TO WS-ISSUED-COUNT
                          MOVE 'ISSUED' TO WS-D-TEXT
                          PERFORM 7000-WRITE-DETAIL-LINE
                   END-WRITE
           END-EVALUATE.
       5000-CHANGE-CARD.
           MOVE MC-CARD-NUMBER TO CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                  MOVE 'REJECTED - CARD NOT ON FILE' TO WS-D-TEXT
                  PERFORM 8000-REJECT-CARD
               NOT INVALID KEY
                  MOVE CARD-ACCT-ID TO MC-ACCT-ID
                  PERFORM 5100-APPLY-CHANGE
           END-READ.
       5100-APPLY-CHANGE.
      *    A CLOSED CARD IS FINAL; A NEW CARD NUMBER IS ISSUED.
           EVALUATE TRUE
               WHEN CARD-CLOSED
                   MOVE 'REJECTED - CARD IS CLOSED' TO WS-D-TEXT
                   PERFORM 8000-REJECT-CARD
               WHEN MC-BLOCK
                   AND (MC-BLOCK-TYPE = 'L' OR MC-BLOCK-TYPE = 'S')
                   MOVE MC-BLOCK-TYPE TO CARD-STATUS
                   MOVE WS-TODAY TO CARD-BLOCKED-DATE
                   MOVE MC-OPERATOR TO CARD-BLOCKED-BY
                   ADD 1 TO WS-BLOCKED-COUNT
                   IF CARD-LOST
                       MOVE 'BLOCKED - REPORTED LOST' TO WS-D-TEXT
                   ELSE
                       MOVE 'BLOCKED - REPORTED STOLEN' TO WS-D-TEXT
                   END-IF
                   PERFORM 5200-REWRITE-CARD
               WHEN MC-BLOCK
                   MOVE 'REJECTED - BLOCK TYPE MUST BE L OR S'
                       TO WS-D-TEXT
                   PERFORM 8000-REJECT-CARD
               WHEN MC-UNBLOCK AND CARD-BLOCKED
                   SET CARD-ACTIVE TO TRUE
                   ADD 1 TO WS-UNBLOCKED-COUNT
                   MOVE 'UNBLOCKED' TO WS-D-TEXT
                   PERFORM 5200-REWRITE-CARD
               WHEN MC-UNBLOCK
                   MOVE 'REJECTED - CARD IS NOT BLOCKED' TO WS-D-TEXT
                   PERFORM 8000-REJECT-CARD
               WHEN MC-CLOSE
                   SET CARD-CLOSED TO TRUE
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE 'CLOSED' TO WS-D-TEXT
                   PERFORM 5200-REWRITE-CARD
               WHEN MC-LIMITS
                   AND MC-ATM-LIMIT IS NUMERIC
                   AND MC-POS-LIMIT IS NUMERIC
                   MOVE MC-ATM-LIMIT TO CARD-ATM-LIMIT
                   MOVE MC-POS-LIMIT TO CARD-POS-LIMIT
                   ADD 1 TO WS-LIMITS-COUNT
                   MOVE 'DAILY LIMITS CHANGED' TO WS-D-TEXT
                   PERFORM 5200-REWRITE-CARD
               WHEN OTHER
                   MOVE 'REJECTED - BAD ACTION OR DATA' TO WS-D-TEXT
                   PERFORM 8000-REJECT-CARD
           END-EVALUATE.
       5200-REWRITE-CARD.
           REWRITE CARD-RECORD
               INVALID KEY
                  MOVE 'REJECTED - CARD REWRITE FAILED' TO WS-D-TEXT
                  PERFORM 8000-REJECT-CARD
               NOT INVALID KEY
                  PERFORM 7000-WRITE-DETAIL-LINE
           END-REWRITE.
       7000-WRITE-DETAIL-LINE.
           MOVE MC-CARD-NUMBER TO WS-D-CARD
           MOVE MC-ACCT-ID TO WS-D-ACCT-ID
           MOVE MC-OPERATOR TO WS-D-OPERATOR
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       8000-REJECT-CARD.
           ADD 1 TO WS-REJECT-COUNT
           PERFORM 7000-WRITE-DETAIL-LINE.
       9000-CLOSE-FILES.
           CLOSE CARD-FILE
           CLOSE ACCOUNT-FILE
           CLOSE MAINT-CARD-FILE
           CLOSE REPORT-FILE.
