       IDENTIFICATION DIVISION.
       PROGRAM-ID. LHLDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO 'LGLHOLD'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-LH-STATUS.
           SELECT HOLD-CARD-FILE ASSIGN TO 'LHCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'LHAUDIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HOLD-FILE.
       01 HOLD-RECORD.
           COPY LHLDREC.
       FD HOLD-CARD-FILE.
       01 HOLD-CARD-RECORD.
          05 CARD-ACTION     PIC X(01).
             88 CARD-PLACE      VALUE 'P'.
             88 CARD-RELEASE    VALUE 'R'.
          05 CARD-HOLD-TYPE  PIC X(01).
          05 CARD-HOLD-ID    PIC X(10).
          05 CARD-MATTER-NO  PIC X(12).
          05 CARD-OPERATOR   PIC X(08).
          05 CARD-DATE       PIC 9(8).
          05 CARD-DESCRIPTION PIC X(30).
       FD AUDIT-FILE.
       01 AUDIT-RECORD       PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-LH-STATUS       PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-AUD-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-PLACED-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-RELEASED-COUNT  PIC 9(5) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-ACTION          PIC X(08) VALUE SPACES.
       01 WS-CARD-DATE       PIC 9(8) VALUE 0.
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
      *    COUNSEL'S INSTRUCTIONS ARRIVE AS CARDS: P PLACES A HOLD
      *    ON AN ACCOUNT (TYPE A) OR CUSTOMER (TYPE C) UNDER A
      *    MATTER NUMBER, R RELEASES IT.  THE CARD DATE IS THE DATE
      *    PLACED OR RELEASED, ZERO MEANING TODAY.  A HOLD IS NEVER
      *    DELETED, SO THE REGISTRY KEEPS THE FULL LIFE OF EVERY
      *    MATTER; PLACING A RELEASED HOLD AGAIN REOPENS IT.
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 2000-READ-HOLD-CARD
           PERFORM 3000-APPLY-HOLD-CARD UNTIL CARD-EOF
           DISPLAY 'LEGAL HOLDS PLACED  : ' WS-PLACED-COUNT
           DISPLAY 'LEGAL HOLDS RELEASED: ' WS-RELEASED-COUNT
           DISPLAY 'CARDS REJECTED      : ' WS-REJECT-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
           OPEN I-O HOLD-FILE
           IF WS-LH-STATUS = '35'
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-LH-STATUS NOT = '00'
               DISPLAY 'LEGAL HOLD FILE OPEN ERROR: ' WS-LH-STATUS
               STOP RUN
           END-IF
           OPEN INPUT HOLD-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'LEGAL HOLD CARD FILE OPEN ERROR: '
                   WS-CARD-STATUS
               CLOSE HOLD-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-FILE
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'LEGAL HOLD AUDIT FILE OPEN ERROR: '
                   WS-AUD-STATUS
               CLOSE HOLD-FILE
               CLOSE HOLD-CARD-FILE
               STOP RUN
           END-IF.
       2000-READ-HOLD-CARD.
           READ HOLD-CARD-FILE INTO HOLD-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-APPLY-HOLD-CARD.
           IF CARD-DATE IS NUMERIC AND CARD-DATE NOT = 0
               MOVE CARD-DATE TO WS-CARD-DATE
           ELSE
               MOVE WS-TODAY TO WS-CARD-DATE
           END-IF
           IF CARD-HOLD-ID = SPACES OR CARD-MATTER-NO = SPACES
               OR CARD-OPERATOR = SPACES
               OR (CARD-HOLD-TYPE NOT = 'A'
               AND CARD-HOLD-TYPE NOT = 'C')
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'LEGAL HOLD CARD REJECTED, BAD DATA: '
                   CARD-HOLD-TYPE ' ' CARD-HOLD-ID ' ' CARD-MATTER-NO
           ELSE
               EVALUATE TRUE
                   WHEN CARD-PLACE
                       PERFORM 4000-PLACE-HOLD
                   WHEN CARD-RELEASE
                       PERFORM 5000-RELEASE-HOLD
                   WHEN OTHER
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'LEGAL HOLD CARD REJECTED, BAD ACTION: '
                           CARD-ACTION ' ' CARD-HOLD-ID
               END-EVALUATE
           END-IF
           PERFORM 2000-READ-HOLD-CARD.
       4000-PLACE-HOLD.
           MOVE CARD-HOLD-TYPE TO LH-HOLD-TYPE
           MOVE CARD-HOLD-ID TO LH-HOLD-ID
           MOVE CARD-MATTER-NO TO LH-MATTER-NO
           MOVE WS-CARD-DATE TO LH-PLACED-DATE
           MOVE CARD-OPERATOR TO LH-PLACED-BY
           MOVE 0 TO LH-RELEASE-DATE
           MOVE SPACES TO LH-RELEASED-BY
           MOVE CARD-DESCRIPTION TO LH-DESCRIPTION
           WRITE HOLD-RECORD
               INVALID KEY
                  PERFORM 4100-REOPEN-HOLD
               NOT INVALID KEY
                  ADD 1 TO WS-PLACED-COUNT
                  MOVE 'PLACED' TO WS-ACTION
                  PERFORM 6000-WRITE-AUDIT
           END-WRITE.
       4100-REOPEN-HOLD.
           READ HOLD-FILE
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'LEGAL HOLD PLACE FAILED, STATUS '
                      WS-LH-STATUS ': ' CARD-HOLD-ID
               NOT INVALID KEY
                  PERFORM 4200-REWRITE-REOPENED
           END-READ.
       4200-REWRITE-REOPENED.
           IF LH-RELEASE-DATE = 0
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'LEGAL HOLD PLACE REJECTED, ALREADY OPEN: '
                   CARD-HOLD-ID ' ' CARD-MATTER-NO
           ELSE
               MOVE WS-CARD-DATE TO LH-PLACED-DATE
               MOVE CARD-OPERATOR TO LH-PLACED-BY
               MOVE 0 TO LH-RELEASE-DATE
               MOVE SPACES TO LH-RELEASED-BY
               IF CARD-DESCRIPTION NOT = SPACES
                   MOVE CARD-DESCRIPTION TO LH-DESCRIPTION
               END-IF
               REWRITE HOLD-RECORD
                   INVALID KEY
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'LEGAL HOLD REOPEN FAILED, STATUS '
                          WS-LH-STATUS ': ' CARD-HOLD-ID
                   NOT INVALID KEY
                      ADD 1 TO WS-PLACED-COUNT
                      MOVE 'REOPENED' TO WS-ACTION
                      PERFORM 6000-WRITE-AUDIT
               END-REWRITE
           END-IF.
       5000-RELEASE-HOLD.
           MOVE CARD-HOLD-TYPE TO LH-HOLD-TYPE
           MOVE CARD-HOLD-ID TO LH-HOLD-ID
           MOVE CARD-MATTER-NO TO LH-MATTER-NO
           READ HOLD-FILE
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'LEGAL HOLD RELEASE REJECTED, NOT HELD: '
                      CARD-HOLD-ID ' ' CARD-MATTER-NO
               NOT INVALID KEY
                  PERFORM 5100-REWRITE-RELEASED
           END-READ.
       5100-REWRITE-RELEASED.
           IF LH-RELEASE-DATE NOT = 0
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'LEGAL HOLD RELEASE REJECTED, ALREADY '
                   'RELEASED: ' CARD-HOLD-ID ' ' CARD-MATTER-NO
           ELSE
               MOVE WS-CARD-DATE TO LH-RELEASE-DATE
               MOVE CARD-OPERATOR TO LH-RELEASED-BY
               REWRITE HOLD-RECORD
                   INVALID KEY
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'LEGAL HOLD RELEASE FAILED, STATUS '
                          WS-LH-STATUS ': ' CARD-HOLD-ID
                   NOT INVALID KEY
                      ADD 1 TO WS-RELEASED-COUNT
                      MOVE 'RELEASED' TO WS-ACTION
                      PERFORM 6000-WRITE-AUDIT
               END-REWRITE
           END-IF.
       6000-WRITE-AUDIT.
           MOVE SPACES TO AUDIT-RECORD
           STRING 'LEGAL HOLD ' WS-ACTION
               ' TYPE: ' LH-HOLD-TYPE
               ' ID: ' LH-HOLD-ID
               ' MATTER: ' LH-MATTER-NO
               ' BY: ' CARD-OPERATOR
               ' ON: ' WS-TODAY
               ' EFFECTIVE: ' WS-CARD-DATE
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.
       9000-CLOSE-FILES.
           CLOSE HOLD-FILE
           CLOSE HOLD-CARD-FILE
           CLOSE AUDIT-FILE.
