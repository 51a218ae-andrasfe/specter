       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDSETL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-FILE ASSIGN TO 'CRDSTLIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STL-STATUS.
           SELECT CARD-FILE ASSIGN TO 'CARDFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'ACCTHOLD'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.
           SELECT AUTH-FILE ASSIGN TO 'CARDAUTH'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CAUT-AUTH-ID
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT POSTING-FILE ASSIGN TO 'CRDTRN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CRDSTLR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * ONE CARD ITEM SETTLED BY THE NETWORK.  THE AUTHORIZATION ID
      * TIES IT BACK TO THE HOLD PLACED BY CRDAUTH; THE SETTLED
      * AMOUNT MAY DIFFER FROM THE AMOUNT AUTHORIZED.
       FD SETTLE-FILE.
       01 SETTLE-RECORD.
          05 STL-SETTLE-REF  PIC X(12).
          05 STL-AUTH-ID     PIC X(12).
          05 STL-CARD-NUMBER PIC X(16).
          05 STL-AMOUNT-TEXT PIC X(11).
          05 STL-AMOUNT REDEFINES STL-AMOUNT-TEXT PIC 9(9)V99.
          05 STL-MERCHANT    PIC X(20).
       FD CARD-FILE.
       01 CARD-RECORD.
           COPY CARDREC.
       FD HOLD-FILE.
       01 HOLD-RECORD.
           COPY HOLDREC.
       FD AUTH-FILE.
       01 AUTH-RECORD.
           COPY CAUTREC.
      * SETTLED ITEMS GO TO THE POSTING CYCLE AS ORDINARY DEBITS.
       FD POSTING-FILE.
       01 POSTING-RECORD.
          05 TRN-ACCT-ID     PIC X(10).
          05 TRN-CODE        PIC X(01).
          05 TRN-AMOUNT      PIC S9(9)V99.
          05 TRN-REF         PIC X(12).
          05 TRN-EFFECTIVE-DATE PIC 9(8).
          05 TRN-DEST-ACCT-ID PIC X(10).
          05 TRN-ORIG-REF    PIC X(12).
          05 TRN-CHQ-SERIAL  PIC X(10).
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-STL-STATUS      PIC XX VALUE '00'.
       01 WS-CARD-FILE-STATUS PIC XX VALUE '00'.
       01 WS-HLD-STATUS      PIC XX VALUE '00'.
       01 WS-AUTH-STATUS     PIC XX VALUE '00'.
       01 WS-OUT-STATUS      PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 SETTLE-EOF     VALUE 'Y'.
       01 WS-SCAN-EOF        PIC X VALUE 'N'.
           88 SCAN-DONE      VALUE 'Y'.
       01 WS-AUTH-FOUND      PIC X VALUE 'N'.
           88 AUTH-ON-FILE   VALUE 'Y'.
       01 WS-POST-ACCT-ID    PIC X(10) VALUE SPACES.
       01 WS-MATCHED-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-FORCED-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-REJECTED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-EXPIRED-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-POSTED-TOTAL    PIC S9(11)V99 VALUE 0.
       01 WS-EXPIRED-TOTAL   PIC S9(11)V99 VALUE 0.
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
          05 WS-D-AUTH-ID    PIC X(12).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-ACCT-ID    PIC X(10).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-REF        PIC X(12).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-AMOUNT     PIC Z(6)9.99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-TEXT       PIC X(31).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    A SETTLED ITEM RELEASES THE HOLD ITS AUTHORIZATION PLACED
      *    AND GOES TO POSTING AS A DEBIT FOR THE SETTLED AMOUNT, SO
      *    THE AVAILABLE BALANCE IS NEVER REDUCED TWICE.  THE HOLD
      *    IS RELEASED HERE, BEFORE ACCTPOST RUNS.  A SETTLEMENT
      *    WITH NO AUTHORIZATION ON A KNOWN CARD IS A FORCED POST
      *    AND IS POSTED AND REPORTED.  AUTHORIZATIONS WHOSE HOLD HAS
      *    RUN OUT WITHOUT SETTLING ARE THEN MARKED EXPIRED.
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           MOVE SPACES TO REPORT-LINE
           STRING 'CARD SETTLEMENT AND HOLD EXPIRY ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-READ-SETTLEMENT
           PERFORM 3000-PROCESS-SETTLEMENT UNTIL SETTLE-EOF
           PERFORM 5000-EXPIRE-AUTHORIZATIONS
           DISPLAY 'SETTLEMENTS MATCHED : ' WS-MATCHED-COUNT
           DISPLAY 'FORCED POSTS        : ' WS-FORCED-COUNT
           DISPLAY 'SETTLEMENTS REJECTED: ' WS-REJECTED-COUNT
           DISPLAY 'AMOUNT POSTED       : ' WS-POSTED-TOTAL
           DISPLAY 'HOLDS EXPIRED       : ' WS-EXPIRED-COUNT
           DISPLAY 'AMOUNT EXPIRED      : ' WS-EXPIRED-TOTAL
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
           OPEN INPUT SETTLE-FILE
           IF WS-STL-STATUS NOT = '00'
               DISPLAY 'SETTLEMENT FILE OPEN ERROR: ' WS-STL-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'CARD MASTER OPEN ERROR: ' WS-CARD-FILE-STATUS
               CLOSE SETTLE-FILE
               STOP RUN
           END-IF
           OPEN I-O HOLD-FILE
           IF WS-HLD-STATUS NOT = '00'
               DISPLAY 'HOLD FILE OPEN ERROR: ' WS-HLD-STATUS
               CLOSE SETTLE-FILE
               CLOSE CARD-FILE
               STOP RUN
           END-IF
           OPEN I-O AUTH-FILE
           IF WS-AUTH-STATUS NOT = '00'
               DISPLAY 'AUTHORIZATION FILE OPEN ERROR: '
                   WS-AUTH-STATUS
               CLOSE SETTLE-FILE
               CLOSE CARD-FILE
               CLOSE HOLD-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT POSTING-FILE
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY 'POSTING FILE OPEN ERROR: ' WS-OUT-STATUS
               CLOSE SETTLE-FILE
               CLOSE CARD-FILE
               CLOSE HOLD-FILE
               CLOSE AUTH-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE SETTLE-FILE
               CLOSE CARD-FILE
               CLOSE HOLD-FILE
               CLOSE AUTH-FILE
               CLOSE POSTING-FILE
               STOP RUN
           END-IF.
       2000-READ-SETTLEMENT.
           READ SETTLE-FILE INTO SETTLE-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-PROCESS-SETTLEMENT.
           MOVE SPACES TO WS-D-TEXT
           MOVE SPACES TO WS-POST-ACCT-ID
           IF STL-AMOUNT-TEXT IS NOT NUMERIC
               OR STL-AMOUNT = 0
               MOVE 'REJECTED - INVALID AMOUNT' TO WS-D-TEXT
           ELSE
               MOVE STL-AUTH-ID TO CAUT-AUTH-ID
               READ AUTH-FILE
                   INVALID KEY
                      MOVE 'N' TO WS-AUTH-FOUND
                   NOT INVALID KEY
                      MOVE 'Y' TO WS-AUTH-FOUND
               END-READ
               IF AUTH-ON-FILE
                   PERFORM 3100-MATCH-AUTHORIZATION
               ELSE
                   PERFORM 3300-FORCE-POST
               END-IF
           END-IF
           IF WS-POST-ACCT-ID NOT = SPACES
               PERFORM 4000-WRITE-POSTING
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           PERFORM 8000-WRITE-DETAIL-LINE
           PERFORM 2000-READ-SETTLEMENT.
       3100-MATCH-AUTHORIZATION.
           EVALUATE TRUE
               WHEN CAUT-SETTLED
                   MOVE 'REJECTED - ALREADY SETTLED' TO WS-D-TEXT
               WHEN CAUT-DECLINED
      *            THE NETWORK SHOULD NOT SETTLE A DECLINE; TREAT IT
      *            AS A FORCED POST ON THE CARD.
                   PERFORM 3300-FORCE-POST
               WHEN OTHER
      *            AN EXPIRED AUTHORIZATION STILL MATCHES; ITS HOLD
      *            IS ALREADY GONE SO ONLY THE DEBIT REMAINS.
                   IF CAUT-HELD
                       PERFORM 3200-RELEASE-HOLD
                       MOVE 'MATCHED - HOLD RELEASED' TO WS-D-TEXT
                   ELSE
                       MOVE 'MATCHED - HOLD HAD EXPIRED' TO WS-D-TEXT
                   END-IF
                   SET CAUT-SETTLED TO TRUE
                   MOVE STL-AMOUNT TO CAUT-SETTLED-AMOUNT
                   MOVE WS-TODAY TO CAUT-SETTLED-DATE
                   MOVE STL-SETTLE-REF TO CAUT-SETTLE-REF
                   REWRITE AUTH-RECORD
                       INVALID KEY
                          DISPLAY 'AUTHORIZATION REWRITE FAILED, '
                              'STATUS ' WS-AUTH-STATUS ': '
                              CAUT-AUTH-ID
                   END-REWRITE
                   MOVE CAUT-ACCT-ID TO WS-POST-ACCT-ID
                   ADD 1 TO WS-MATCHED-COUNT
           END-EVALUATE.
       3200-RELEASE-HOLD.
           MOVE CAUT-ACCT-ID TO HLD-ACCT-ID
           MOVE CAUT-HOLD-SEQ TO HLD-SEQ
           READ HOLD-FILE
               INVALID KEY
                  DISPLAY 'CARD HOLD NOT FOUND: ' CAUT-ACCT-ID ' '
                      CAUT-HOLD-SEQ
               NOT INVALID KEY
                  IF HLD-ACTIVE
                      SET HLD-RELEASED TO TRUE
                      REWRITE HOLD-RECORD
                          INVALID KEY
                             DISPLAY 'CARD HOLD REWRITE FAILED, '
                                 'STATUS ' WS-HLD-STATUS ': '
                                 HLD-ACCT-ID ' ' HLD-SEQ
                      END-REWRITE
                  END-IF
           END-READ.
       3300-FORCE-POST.
           MOVE STL-CARD-NUMBER TO CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                  MOVE 'REJECTED - UNKNOWN CARD' TO WS-D-TEXT
               NOT INVALID KEY
                  MOVE CARD-ACCT-ID TO WS-POST-ACCT-ID
                  MOVE 'FORCED POST - NO AUTHORIZATION' TO WS-D-TEXT
                  ADD 1 TO WS-FORCED-COUNT
           END-READ.
       4000-WRITE-POSTING.
           MOVE WS-POST-ACCT-ID TO TRN-ACCT-ID
           MOVE 'D' TO TRN-CODE
           MOVE STL-AMOUNT TO TRN-AMOUNT
           MOVE STL-SETTLE-REF TO TRN-REF
           MOVE WS-TODAY TO TRN-EFFECTIVE-DATE
           MOVE SPACES TO TRN-DEST-ACCT-ID
           MOVE SPACES TO TRN-ORIG-REF
           MOVE SPACES TO TRN-CHQ-SERIAL
           WRITE POSTING-RECORD
           ADD STL-AMOUNT TO WS-POSTED-TOTAL.
       5000-EXPIRE-AUTHORIZATIONS.
      *    A HOLD PAST ITS EXPIRY NO LONGER REDUCES THE AVAILABLE
      *    BALANCE; MARK IT AND ITS AUTHORIZATION EXPIRED SO THE
      *    ITEM DROPS OFF THE OPEN LIST AND IS REPORTED ONCE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'AUTHORIZATIONS EXPIRED WITHOUT SETTLEMENT'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO CAUT-AUTH-ID
           START AUTH-FILE KEY IS NOT LESS THAN CAUT-AUTH-ID
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 5100-CHECK-ONE-AUTHORIZATION UNTIL SCAN-DONE.
       5100-CHECK-ONE-AUTHORIZATION.
           READ AUTH-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF CAUT-HELD AND CAUT-HOLD-EXPIRY < WS-TODAY
                   PERFORM 5200-EXPIRE-AUTHORIZATION
               END-IF
           END-IF.
       5200-EXPIRE-AUTHORIZATION.
           MOVE CAUT-ACCT-ID TO HLD-ACCT-ID
           MOVE CAUT-HOLD-SEQ TO HLD-SEQ
           READ HOLD-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF HLD-ACTIVE
                      SET HLD-EXPIRED TO TRUE
                      REWRITE HOLD-RECORD
                          INVALID KEY
                             DISPLAY 'CARD HOLD REWRITE FAILED, '
                                 'STATUS ' WS-HLD-STATUS ': '
                                 HLD-ACCT-ID ' ' HLD-SEQ
                      END-REWRITE
                  END-IF
           END-READ
           SET CAUT-EXPIRED TO TRUE
           REWRITE AUTH-RECORD
               INVALID KEY
                  DISPLAY 'AUTHORIZATION REWRITE FAILED, STATUS '
                      WS-AUTH-STATUS ': ' CAUT-AUTH-ID
           END-REWRITE
           ADD 1 TO WS-EXPIRED-COUNT
           ADD CAUT-AMOUNT TO WS-EXPIRED-TOTAL
           MOVE CAUT-AUTH-ID TO WS-D-AUTH-ID
           MOVE CAUT-ACCT-ID TO WS-D-ACCT-ID
           MOVE CAUT-CARD-NUMBER (13:4) TO WS-D-REF
           MOVE CAUT-AMOUNT TO WS-D-AMOUNT
           MOVE CAUT-MERCHANT TO WS-D-TEXT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       8000-WRITE-DETAIL-LINE.
           MOVE STL-AUTH-ID TO WS-D-AUTH-ID
           MOVE WS-POST-ACCT-ID TO WS-D-ACCT-ID
           MOVE STL-SETTLE-REF TO WS-D-REF
           IF STL-AMOUNT-TEXT IS NUMERIC
               MOVE STL-AMOUNT TO WS-D-AMOUNT
           ELSE
               MOVE 0 TO WS-D-AMOUNT
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       9000-CLOSE-FILES.
           CLOSE SETTLE-FILE
           CLOSE CARD-FILE
           CLOSE HOLD-FILE
           CLOSE AUTH-FILE
           CLOSE POSTING-FILE
           CLOSE REPORT-FILE.
