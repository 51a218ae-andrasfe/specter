       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTMPREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREFERENCE-FILE ASSIGN TO 'NOTEPREF'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PREF-ACCT-ID
               FILE STATUS IS WS-PREF-STATUS.
           SELECT OPTIONAL ENROL-CARD-FILE ASSIGN TO 'ESTMCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT OPTIONAL BOUNCE-FILE ASSIGN TO 'EMAILBNC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNC-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'ESTMAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PREFERENCE-FILE.
       01 PREFERENCE-RECORD.
           COPY NPRFREC.
       FD ENROL-CARD-FILE.
       01 ENROL-CARD-RECORD.
          05 CARD-ACTION     PIC X(01).
             88 CARD-ENROL   VALUE 'E'.
             88 CARD-PAPER   VALUE 'P'.
          05 CARD-ACCT-ID    PIC X(10).
          05 CARD-EMAIL-ADDR PIC X(50).
          05 CARD-OPERATOR   PIC X(08).
      * ONE RECORD PER UNDELIVERABLE 'STATEMENT READY' EMAIL, AS
      * RETURNED BY THE EMAIL GATEWAY.
       FD BOUNCE-FILE.
       01 BOUNCE-RECORD.
          05 BNC-ACCT-ID     PIC X(10).
          05 BNC-DATE        PIC 9(8).
          05 BNC-REASON      PIC X(30).
       FD AUDIT-FILE.
       01 AUDIT-RECORD       PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PREF-STATUS     PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-BNC-STATUS      PIC XX VALUE '00'.
       01 WS-AUD-STATUS      PIC XX VALUE '00'.
       01 WS-CARD-EOF-SWITCH PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-BNC-EOF-SWITCH  PIC X VALUE 'N'.
           88 BOUNCE-EOF     VALUE 'Y'.
       01 WS-PREF-FOUND      PIC X VALUE 'N'.
           88 PREFERENCE-FOUND VALUE 'Y'.
       01 WS-AT-COUNT        PIC 9(3) COMP VALUE 0.
       01 WS-ACTION          PIC X(20) VALUE SPACES.
       01 WS-ENROLLED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-PAPER-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-BOUNCED-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-BNC-IGNORED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    MAINTAINS STATEMENT DELIVERY ON NOTEPREF.  ENROLMENT
      *    CARDS PUT AN ACCOUNT ON E-STATEMENTS AT THE GIVEN EMAIL
      *    ADDRESS, OR BACK ON PAPER AT THE CUSTOMER'S REQUEST.  THE
      *    GATEWAY'S BOUNCE FILE THEN PUTS BACK ON PAPER ANY ACCOUNT
      *    WHOSE 'STATEMENT READY' EMAIL COULD NOT BE DELIVERED, SO
      *    THE NEXT STATEMENT IS MAILED; THE AUDIT LISTS THOSE FOR
      *    THE BRANCH TO OBTAIN A WORKING ADDRESS.
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 2000-READ-ENROL-CARD
           PERFORM 3000-APPLY-ENROL-CARD UNTIL CARD-EOF
           PERFORM 2100-READ-BOUNCE
           PERFORM 4000-APPLY-BOUNCE UNTIL BOUNCE-EOF
           DISPLAY 'ENROLLED FOR E-STATEMENTS: ' WS-ENROLLED-COUNT
           DISPLAY 'RETURNED TO PAPER        : ' WS-PAPER-COUNT
           DISPLAY 'PAPER AFTER BOUNCE       : ' WS-BOUNCED-COUNT
           DISPLAY 'BOUNCES IGNORED          : ' WS-BNC-IGNORED-COUNT
           DISPLAY 'CARDS REJECTED           : ' WS-REJECT-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
           OPEN I-O PREFERENCE-FILE
           IF WS-PREF-STATUS = '35'
               OPEN OUTPUT PREFERENCE-FILE
               CLOSE PREFERENCE-FILE
               OPEN I-O PREFERENCE-FILE
           END-IF
           IF WS-PREF-STATUS NOT = '00'
               DISPLAY 'PREFERENCE FILE OPEN ERROR: ' WS-PREF-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ENROL-CARD-FILE
           IF WS-CARD-STATUS NOT = '00' AND WS-CARD-STATUS NOT = '05'
               DISPLAY 'ENROLMENT CARD OPEN ERROR: ' WS-CARD-STATUS
               CLOSE PREFERENCE-FILE
               STOP RUN
           END-IF
           OPEN INPUT BOUNCE-FILE
           IF WS-BNC-STATUS NOT = '00' AND WS-BNC-STATUS NOT = '05'
               DISPLAY 'BOUNCE FILE OPEN ERROR: ' WS-BNC-STATUS
               CLOSE PREFERENCE-FILE
               CLOSE ENROL-CARD-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-FILE
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'AUDIT FILE OPEN ERROR: ' WS-AUD-STATUS
               CLOSE PREFERENCE-FILE
               CLOSE ENROL-CARD-FILE
               CLOSE BOUNCE-FILE
               STOP RUN
           END-IF.
       2000-READ-ENROL-CARD.
           READ ENROL-CARD-FILE INTO ENROL-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-CARD-EOF-SWITCH
           END-READ.
       2100-READ-BOUNCE.
           READ BOUNCE-FILE INTO BOUNCE-RECORD
               AT END
                  MOVE 'Y' TO WS-BNC-EOF-SWITCH
           END-READ.
       3000-APPLY-ENROL-CARD.
           MOVE 0 TO WS-AT-COUNT
           INSPECT CARD-EMAIL-ADDR TALLYING WS-AT-COUNT FOR ALL '@'
           EVALUATE TRUE
               WHEN CARD-ACCT-ID = SPACES
                   MOVE 'NO ACCOUNT' TO WS-ACTION
                   PERFORM 3900-REJECT-CARD
               WHEN CARD-ENROL AND WS-AT-COUNT NOT = 1
                   MOVE 'BAD EMAIL ADDRESS' TO WS-ACTION
                   PERFORM 3900-REJECT-CARD
               WHEN CARD-ENROL
                   PERFORM 3100-ENROL-ACCOUNT
               WHEN CARD-PAPER
                   PERFORM 3200-RETURN-TO-PAPER
               WHEN OTHER
                   MOVE 'BAD ACTION' TO WS-ACTION
                   PERFORM 3900-REJECT-CARD
           END-EVALUATE
           PERFORM 2000-READ-ENROL-CARD.
       3100-ENROL-ACCOUNT.
      *    AN ACCOUNT WITH NO PREFERENCE YET IS ADDED WITH LETTERS
      *    AS ITS NOTICE CHANNEL, THE DEFAULT NOTIFDSP ASSUMES.
           PERFORM 5000-READ-PREFERENCE
           SET PREF-E-STATEMENT TO TRUE
           MOVE CARD-EMAIL-ADDR TO PREF-EMAIL-ADDR
           MOVE WS-TODAY TO PREF-STMT-CHANGED
           MOVE SPACE TO PREF-PAPER-REASON
           MOVE 'E-STATEMENTS' TO WS-ACTION
           IF PREFERENCE-FOUND
               REWRITE PREFERENCE-RECORD
                   INVALID KEY
                      MOVE 'UPDATE FAILED' TO WS-ACTION
                      PERFORM 3900-REJECT-CARD
                   NOT INVALID KEY
                      ADD 1 TO WS-ENROLLED-COUNT
                      PERFORM 6000-WRITE-CARD-AUDIT
               END-REWRITE
           ELSE
               WRITE PREFERENCE-RECORD
                   INVALID KEY
                      MOVE 'ADD FAILED' TO WS-ACTION
                      PERFORM 3900-REJECT-CARD
                   NOT INVALID KEY
                      ADD 1 TO WS-ENROLLED-COUNT
                      PERFORM 6000-WRITE-CARD-AUDIT
               END-WRITE
           END-IF.
       3200-RETURN-TO-PAPER.
           PERFORM 5000-READ-PREFERENCE
           IF NOT PREFERENCE-FOUND OR NOT PREF-E-STATEMENT
               MOVE 'NOT ON E-STATEMENTS' TO WS-ACTION
               PERFORM 3900-REJECT-CARD
           ELSE
               MOVE 'P' TO PREF-STMT-DELIVERY
               MOVE WS-TODAY TO PREF-STMT-CHANGED
               SET PREF-PAPER-BY-CUSTOMER TO TRUE
               MOVE 'PAPER STATEMENTS' TO WS-ACTION
               REWRITE PREFERENCE-RECORD
                   INVALID KEY
                      MOVE 'UPDATE FAILED' TO WS-ACTION
                      PERFORM 3900-REJECT-CARD
                   NOT INVALID KEY
                      ADD 1 TO WS-PAPER-COUNT
                      PERFORM 6000-WRITE-CARD-AUDIT
               END-REWRITE
           END-IF.
       3900-REJECT-CARD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO AUDIT-RECORD
           STRING 'REJECTED ' WS-ACTION
               ' ACCT: ' CARD-ACCT-ID
               ' ACTION: ' CARD-ACTION
               ' BY: ' CARD-OPERATOR
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.
       4000-APPLY-BOUNCE.
      *    A BOUNCE FOR AN ACCOUNT ALREADY BACK ON PAPER, OR NEVER
      *    ENROLLED, NEEDS NO CHANGE.
           MOVE BNC-ACCT-ID TO CARD-ACCT-ID
           PERFORM 5000-READ-PREFERENCE
           IF NOT PREFERENCE-FOUND OR NOT PREF-E-STATEMENT
               ADD 1 TO WS-BNC-IGNORED-COUNT
           ELSE
               MOVE 'P' TO PREF-STMT-DELIVERY
               MOVE WS-TODAY TO PREF-STMT-CHANGED
               SET PREF-PAPER-BY-BOUNCE TO TRUE
               REWRITE PREFERENCE-RECORD
                   INVALID KEY
                      DISPLAY 'BOUNCE NOT APPLIED, STATUS '
                          WS-PREF-STATUS ': ' BNC-ACCT-ID
                   NOT INVALID KEY
                      ADD 1 TO WS-BOUNCED-COUNT
                      MOVE SPACES TO AUDIT-RECORD
                      STRING 'PAPER AFTER BOUNCE ACCT: ' BNC-ACCT-ID
                          ' EMAIL: ' PREF-EMAIL-ADDR
                          ' BOUNCED: ' BNC-DATE
                          ' ' BNC-REASON
                          DELIMITED BY SIZE INTO AUDIT-RECORD
                      WRITE AUDIT-RECORD
               END-REWRITE
           END-IF
           PERFORM 2100-READ-BOUNCE.
       5000-READ-PREFERENCE.
           MOVE 'N' TO WS-PREF-FOUND
           MOVE CARD-ACCT-ID TO PREF-ACCT-ID
           READ PREFERENCE-FILE
               INVALID KEY
                  MOVE SPACES TO PREFERENCE-RECORD
                  MOVE CARD-ACCT-ID TO PREF-ACCT-ID
                  MOVE 'L' TO PREF-CHANNEL
                  MOVE 0 TO PREF-STMT-CHANGED
               NOT INVALID KEY
                  MOVE 'Y' TO WS-PREF-FOUND
           END-READ.
       6000-WRITE-CARD-AUDIT.
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-ACTION
               ' ACCT: ' CARD-ACCT-ID
               ' EMAIL: ' PREF-EMAIL-ADDR
               ' BY: ' CARD-OPERATOR
               ' ON: ' WS-TODAY
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.
       9000-CLOSE-FILES.
           CLOSE PREFERENCE-FILE
           CLOSE ENROL-CARD-FILE
           CLOSE BOUNCE-FILE
           CLOSE AUDIT-FILE.
