           SELECT AGING-REPORT-FILE ASSIGN TO 'FRQAGE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-MASTER-FILE ASSIGN TO 'AUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AUDM-KEY
               FILE STATUS IS WS-MSTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CASE-FILE.
          05 CLR-REVIEWER    PIC X(08).
       FD AGING-REPORT-FILE.
       01 AGING-REPORT-LINE  PIC X(100).
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD AUDIT-MASTER-FILE.
       01 AUDIT-MASTER-RECORD.
           COPY AUDMREC.
       WORKING-STORAGE SECTION.
       01 WS-CASE-STATUS     PIC XX VALUE '00'.
       01 WS-FRQ-STATUS      PIC XX VALUE '00'.
       01 WS-OPR-STATUS      PIC XX VALUE '00'.
       01 WS-CLR-STATUS      PIC XX VALUE '00'.
       01 WS-AGE-STATUS      PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-MSTR-STATUS     PIC XX VALUE '00'.
       01 WS-MSTR-EOF        PIC X VALUE 'N'.
           88 MASTER-SCAN-DONE VALUE 'Y'.
      * FREEZES ON CONFIRMED SANCTIONS MATCHES ARE AUDITED UNDER
      * THIS RUN ID, NUMBERED ON FROM ANY EARLIER RUN THE SAME DAY.
       01 WS-AUDIT-RUN-ID    PIC X(08) VALUE 'FRQCASE'.
       01 WS-AUDIT-SEQ       PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-FROZEN PIC 9(7) COMP VALUE 0.
       01 WS-FRQ-EOF         PIC X VALUE 'N'.
           88 QUEUE-EOF      VALUE 'Y'.
       01 WS-CARD-EOF        PIC X VALUE 'N'.
       01 WS-DAYS-DISPLAY    PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           MOVE WS-YEAR TO WS-T-YEAR
           MOVE WS-MONTH TO WS-T-MONTH
           MOVE WS-DAY TO WS-T-DAY
           PERFORM 1200-FIND-LAST-AUDIT-SEQ
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           PERFORM 2000-BUILD-CASES-FROM-QUEUE
           DISPLAY 'CASES UPDATED : ' WS-CASES-UPDATED
           DISPLAY 'CARDS REJECTED: ' WS-CARDS-REJECTED
           DISPLAY 'CASES PAST SLA: ' WS-CASES-AGED
           DISPLAY 'ACCTS FROZEN  : ' WS-ACCOUNTS-FROZEN
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O CASE-FILE
           IF WS-CASE-STATUS = '35'
           ELSE
               DISPLAY 'ENTITLEMENT FILE UNAVAILABLE, STATUS '
                   WS-ENTL-STATUS ', PRIVILEGE DEFAULTS APPLIED'
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE CASE-FILE
               CLOSE CLEARED-FILE
               CLOSE AGING-REPORT-FILE
               IF ENTITLEMENTS-AVAILABLE
                   CLOSE ENTITLEMENT-FILE
               END-IF
               STOP RUN
           END-IF
           OPEN I-O AUDIT-MASTER-FILE
           IF WS-MSTR-STATUS = '35'
               OPEN OUTPUT AUDIT-MASTER-FILE
               CLOSE AUDIT-MASTER-FILE
               OPEN I-O AUDIT-MASTER-FILE
           END-IF
           IF WS-MSTR-STATUS NOT = '00'
               DISPLAY 'AUDIT MASTER OPEN ERROR: ' WS-MSTR-STATUS
               CLOSE CASE-FILE
               CLOSE CLEARED-FILE
               CLOSE AGING-REPORT-FILE
               CLOSE ACCOUNT-FILE
               IF ENTITLEMENTS-AVAILABLE
                   CLOSE ENTITLEMENT-FILE
               END-IF
               STOP RUN
           END-IF.
       1200-FIND-LAST-AUDIT-SEQ.
           MOVE 'N' TO WS-MSTR-EOF
           MOVE WS-TODAY-DATE TO AUDM-DATE
           MOVE WS-AUDIT-RUN-ID TO AUDM-RUN-ID
           MOVE 0 TO AUDM-SEQUENCE
           START AUDIT-MASTER-FILE KEY IS NOT LESS THAN AUDM-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-MSTR-EOF
           END-START
           PERFORM 1210-SCAN-AUDIT-MASTER UNTIL MASTER-SCAN-DONE.
       1210-SCAN-AUDIT-MASTER.
           READ AUDIT-MASTER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-MSTR-EOF
           END-READ
           IF NOT MASTER-SCAN-DONE
               IF WS-MSTR-STATUS NOT = '00'
                   OR AUDM-DATE NOT = WS-TODAY-DATE
                   OR AUDM-RUN-ID NOT = WS-AUDIT-RUN-ID
                   MOVE 'Y' TO WS-MSTR-EOF
               ELSE
                   MOVE AUDM-SEQUENCE TO WS-AUDIT-SEQ
               END-IF
           END-IF.
       2000-BUILD-CASES-FROM-QUEUE.
           OPEN INPUT REVIEW-QUEUE-FILE
      *            ACCOUNT ID, SUCH AS A VELOCITY RULE ID, RIDES
      *            INTO THE CASE NOTES FOR THE REVIEWER.
                   MOVE REVIEW-QUEUE-RECORD (37:40) TO CASE-NOTES
                   SET CASE-FROM-FRAUD-QUEUE TO TRUE
                   MOVE SPACES TO CASE-SOURCE-REF
                   MOVE 0 TO CASE-MATCH-SCORE
                   WRITE CASE-RECORD
                       INVALID KEY
                          CONTINUE
                      WHEN CARD-CONFIRM
                          SET CASE-CONFIRMED TO TRUE
                          MOVE WS-TODAY-DATE TO CASE-DISP-DATE
                          IF CASE-FROM-SANCTIONS
                              PERFORM 4500-FREEZE-SANCTIONED-ACCT
                          END-IF
                  END-EVALUATE
                  MOVE CARD-REVIEWER TO CASE-REVIEWER
                  MOVE CARD-NOTES TO CASE-NOTES
               INVALID KEY
                  REWRITE CLEARED-RECORD
           END-WRITE.
       4500-FREEZE-SANCTIONED-ACCT.
      *    A CONFIRMED SANCTIONS MATCH FREEZES THE ACCOUNT AT ONCE.
      *    AN ACCOUNT ALREADY CLOSED, ESCHEATED OR CHARGED OFF HAS
      *    NO FUNDS TO BLOCK AND KEEPS ITS STATUS; THE CONFIRMATION
      *    IS AUDITED EITHER WAY.
           MOVE CASE-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                  DISPLAY 'ALERT: SANCTIONED ACCOUNT NOT ON FILE: '
                      CASE-ACCT-ID
                  MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                  IF ACCT-ACTIVE OR ACCT-DORMANT
                      SET ACCT-FROZEN TO TRUE
                      REWRITE ACCOUNT-RECORD
                          INVALID KEY
                             DISPLAY 'ALERT: SANCTIONS FREEZE FAILED,'
                                 ' STATUS ' WS-FILE-STATUS ': '
                                 CASE-ACCT-ID
                             MOVE 4 TO RETURN-CODE
                          NOT INVALID KEY
                             ADD 1 TO WS-ACCOUNTS-FROZEN
                      END-REWRITE
                  END-IF
                  PERFORM 4600-WRITE-FREEZE-AUDIT
           END-READ.
       4600-WRITE-FREEZE-AUDIT.
           ADD 1 TO WS-AUDIT-SEQ
           MOVE WS-TODAY-DATE TO AUDM-DATE
           MOVE WS-AUDIT-RUN-ID TO AUDM-RUN-ID
           MOVE WS-AUDIT-SEQ TO AUDM-SEQUENCE
           MOVE CASE-ACCT-ID TO AUDM-ACCT-ID
           MOVE SPACES TO AUDM-TEXT
           STRING 'SANCTIONS CONFIRMED ACCT: ' CASE-ACCT-ID
               ' STATUS: ' ACCT-STATUS
               ' LIST REF: ' CASE-SOURCE-REF
               ' BY: ' CARD-REVIEWER
               DELIMITED BY SIZE INTO AUDM-TEXT
           WRITE AUDIT-MASTER-RECORD
               INVALID KEY
                  DISPLAY 'ALERT: SANCTIONS FREEZE NOT AUDITED, STATUS '
                      WS-MSTR-STATUS ': ' CASE-ACCT-ID
                  MOVE 4 TO RETURN-CODE
           END-WRITE.
       6000-AGE-OPEN-CASES.
           MOVE 'N' TO WS-CASE-EOF
           MOVE LOW-VALUES TO CASE-KEY
           CLOSE CASE-FILE
           CLOSE CLEARED-FILE
           CLOSE AGING-REPORT-FILE
           CLOSE ACCOUNT-FILE
           CLOSE AUDIT-MASTER-FILE
           IF ENTITLEMENTS-AVAILABLE
               CLOSE ENTITLEMENT-FILE
           END-IF.
