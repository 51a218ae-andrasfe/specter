       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDAUTH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO 'AUTHIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
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
           SELECT HOLD-FILE ASSIGN TO 'ACCTHOLD'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.
           SELECT AUTH-FILE ASSIGN TO 'CARDAUTH'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAUT-AUTH-ID
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO 'AUTHRSP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSP-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * ONE AUTHORIZATION REQUEST FROM THE CARD NETWORK.
       FD REQUEST-FILE.
       01 REQUEST-RECORD.
          05 REQ-AUTH-ID     PIC X(12).
          05 REQ-CARD-NUMBER PIC X(16).
          05 REQ-CHANNEL     PIC X(01).
             88 REQ-ATM         VALUE 'A'.
             88 REQ-POS         VALUE 'P'.
          05 REQ-AMOUNT-TEXT PIC X(11).
          05 REQ-AMOUNT REDEFINES REQ-AMOUNT-TEXT PIC 9(9)V99.
          05 REQ-MERCHANT    PIC X(20).
       FD CARD-FILE.
       01 CARD-RECORD.
           COPY CARDREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD HOLD-FILE.
       01 HOLD-RECORD.
           COPY HOLDREC.
       FD AUTH-FILE.
       01 AUTH-RECORD.
           COPY CAUTREC.
      * APPROVE OR DECLINE BACK TO THE NETWORK, WITH THE REASON.
       FD RESPONSE-FILE.
       01 RESPONSE-RECORD.
          05 RSP-AUTH-ID     PIC X(12).
          05 RSP-RESULT      PIC X(01).
          05 RSP-REASON      PIC X(04).
       WORKING-STORAGE SECTION.
       01 WS-REQ-STATUS      PIC XX VALUE '00'.
       01 WS-CARD-FILE-STATUS PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-HLD-STATUS      PIC XX VALUE '00'.
       01 WS-AUTH-STATUS     PIC XX VALUE '00'.
       01 WS-RSP-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 REQUEST-EOF    VALUE 'Y'.
       01 WS-HOLD-SCAN-EOF   PIC X VALUE 'N'.
           88 HOLD-SCAN-DONE VALUE 'Y'.
       01 WS-CARD-FOUND      PIC X VALUE 'N'.
           88 CARD-FOUND     VALUE 'Y'.
       01 WS-ACCT-FOUND      PIC X VALUE 'N'.
           88 ACCOUNT-FOUND  VALUE 'Y'.
       01 WS-DECLINE-REASON  PIC X(04) VALUE SPACES.
       01 WS-HOLD-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-HOLD-NEXT-SEQ   PIC 9(3) VALUE 0.
       01 WS-CHANNEL-ROOM    PIC S9(9)V99 VALUE 0.
      * AN AUTHORIZATION THAT HAS NOT SETTLED IN THIS MANY DAYS
      * STOPS REDUCING THE AVAILABLE BALANCE; CRDSETL REPORTS IT.
       01 WS-HOLD-DAYS       PIC 9(3) VALUE 7.
       01 WS-HOLD-EXPIRY     PIC 9(8) VALUE 0.
       01 WS-APPROVED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-DECLINED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-APPROVED-TOTAL  PIC S9(11)V99 VALUE 0.
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
      *    EVERY APPROVED AUTHORIZATION PLACES A MEMO HOLD FOR ITS
      *    AMOUNT, SO THE AVAILABLE BALANCE SHOWN ONLINE AND USED BY
      *    POSTING DROPS THE MOMENT THE CARD IS USED RATHER THAN
      *    WHEN THE MERCHANT SETTLES.  A REQUEST IS APPROVED ONLY ON
      *    AN ACTIVE, UNEXPIRED CARD, WITHIN THE CARD'S DAILY LIMIT
      *    FOR THE CHANNEL AND THE ACCOUNT'S AVAILABLE BALANCE.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           COMPUTE WS-HOLD-EXPIRY = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY) + WS-HOLD-DAYS)
           PERFORM 2000-READ-REQUEST
           PERFORM 3000-AUTHORIZE-REQUEST UNTIL REQUEST-EOF
           DISPLAY 'AUTHORIZATIONS APPROVED: ' WS-APPROVED-COUNT
           DISPLAY 'AMOUNT HELD            : ' WS-APPROVED-TOTAL
           DISPLAY 'AUTHORIZATIONS DECLINED: ' WS-DECLINED-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'AUTHORIZATION REQUEST OPEN ERROR: '
                   WS-REQ-STATUS
               STOP RUN
           END-IF
           OPEN I-O CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'CARD MASTER OPEN ERROR: ' WS-CARD-FILE-STATUS
               CLOSE REQUEST-FILE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE REQUEST-FILE
               CLOSE CARD-FILE
               STOP RUN
           END-IF
           OPEN I-O HOLD-FILE
           IF WS-HLD-STATUS = '35'
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-HLD-STATUS NOT = '00'
               DISPLAY 'HOLD FILE OPEN ERROR: ' WS-HLD-STATUS
               CLOSE REQUEST-FILE
               CLOSE CARD-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN I-O AUTH-FILE
           IF WS-AUTH-STATUS = '35'
               OPEN OUTPUT AUTH-FILE
               CLOSE AUTH-FILE
               OPEN I-O AUTH-FILE
           END-IF
           IF WS-AUTH-STATUS NOT = '00'
               DISPLAY 'AUTHORIZATION FILE OPEN ERROR: '
                   WS-AUTH-STATUS
               CLOSE REQUEST-FILE
               CLOSE CARD-FILE
               CLOSE ACCOUNT-FILE
               CLOSE HOLD-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT RESPONSE-FILE
           IF WS-RSP-STATUS NOT = '00'
               DISPLAY 'RESPONSE FILE OPEN ERROR: ' WS-RSP-STATUS
               CLOSE REQUEST-FILE
               CLOSE CARD-FILE
               CLOSE ACCOUNT-FILE
               CLOSE HOLD-FILE
               CLOSE AUTH-FILE
               STOP RUN
           END-IF.
       2000-READ-REQUEST.
           READ REQUEST-FILE INTO REQUEST-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-AUTHORIZE-REQUEST.
           MOVE SPACES TO WS-DECLINE-REASON
           MOVE REQ-AUTH-ID TO CAUT-AUTH-ID
           READ AUTH-FILE
               INVALID KEY
                  PERFORM 3100-CHECK-REQUEST
                  IF WS-DECLINE-REASON = SPACES
                      PERFORM 4000-APPROVE-REQUEST
                  ELSE
                      PERFORM 5000-DECLINE-REQUEST
                  END-IF
               NOT INVALID KEY
      *           A REPEATED AUTHORIZATION ID IS ANSWERED BUT NEVER
      *           HOLDS THE AMOUNT A SECOND TIME.
                  MOVE 'DUPL' TO WS-DECLINE-REASON
                  ADD 1 TO WS-DECLINED-COUNT
                  PERFORM 6000-WRITE-RESPONSE
           END-READ
           PERFORM 2000-READ-REQUEST.
       3100-CHECK-REQUEST.
           MOVE 'N' TO WS-CARD-FOUND
           MOVE 'N' TO WS-ACCT-FOUND
           IF REQ-AMOUNT-TEXT IS NOT NUMERIC
               OR (NOT REQ-ATM AND NOT REQ-POS)
               MOVE 'DATA' TO WS-DECLINE-REASON
           ELSE
               MOVE REQ-CARD-NUMBER TO CARD-NUMBER
               READ CARD-FILE
                   INVALID KEY
                      MOVE 'NOCD' TO WS-DECLINE-REASON
                   NOT INVALID KEY
                      MOVE 'Y' TO WS-CARD-FOUND
               END-READ
           END-IF
           IF CARD-FOUND
               EVALUATE TRUE
                   WHEN CARD-BLOCKED
                       MOVE 'BLKD' TO WS-DECLINE-REASON
                   WHEN NOT CARD-ACTIVE
                       MOVE 'CLSD' TO WS-DECLINE-REASON
                   WHEN CARD-EXPIRY < WS-TODAY (1:6)
                       MOVE 'EXPD' TO WS-DECLINE-REASON
                   WHEN OTHER
                       PERFORM 3200-CHECK-DAILY-LIMIT
               END-EVALUATE
           END-IF
           IF WS-DECLINE-REASON = SPACES
               PERFORM 3300-CHECK-ACCOUNT
           END-IF.
       3200-CHECK-DAILY-LIMIT.
           IF CARD-USAGE-DATE NOT = WS-TODAY
               MOVE WS-TODAY TO CARD-USAGE-DATE
               MOVE 0 TO CARD-ATM-USED
               MOVE 0 TO CARD-POS-USED
           END-IF
           IF REQ-ATM
               COMPUTE WS-CHANNEL-ROOM = CARD-ATM-LIMIT - CARD-ATM-USED
           ELSE
               COMPUTE WS-CHANNEL-ROOM = CARD-POS-LIMIT - CARD-POS-USED
           END-IF
           IF REQ-AMOUNT > WS-CHANNEL-ROOM
               MOVE 'LIMT' TO WS-DECLINE-REASON
           END-IF.
       3300-CHECK-ACCOUNT.
           MOVE CARD-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  MOVE 'N' TO WS-ACCT-FOUND
               NOT INVALID KEY
                  MOVE 'Y' TO WS-ACCT-FOUND
           END-READ
           IF NOT ACCOUNT-FOUND
               OR NOT ACCT-ACTIVE OR ACCT-ON-HOLD
               MOVE 'ACCT' TO WS-DECLINE-REASON
           ELSE
               PERFORM 3400-SUM-ACTIVE-HOLDS
               IF (ACCT-BALANCE - WS-HOLD-TOTAL - REQ-AMOUNT) <
                   (0 - ACCT-OVERDRAFT-LIMIT)
                   MOVE 'NSF ' TO WS-DECLINE-REASON
               END-IF
           END-IF.
       3400-SUM-ACTIVE-HOLDS.
      *    THE SAME AVAILABLE BALANCE POSTING USES: LEDGER LESS
      *    EVERY ACTIVE, UNEXPIRED HOLD.  THE SCAN ALSO FINDS THE
      *    LAST HOLD SEQUENCE FOR THE NEW HOLD.
           MOVE 0 TO WS-HOLD-TOTAL
           MOVE 0 TO WS-HOLD-NEXT-SEQ
           MOVE 'N' TO WS-HOLD-SCAN-EOF
           MOVE ACCT-ID TO HLD-ACCT-ID
           MOVE 0 TO HLD-SEQ
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-HOLD-SCAN-EOF
           END-START
           PERFORM 3410-SUM-ONE-HOLD UNTIL HOLD-SCAN-DONE
           ADD 1 TO WS-HOLD-NEXT-SEQ.
       3410-SUM-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-HOLD-SCAN-EOF
           END-READ
           IF NOT HOLD-SCAN-DONE
               IF WS-HLD-STATUS NOT = '00'
                   OR HLD-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-HOLD-SCAN-EOF
               ELSE
                   MOVE HLD-SEQ TO WS-HOLD-NEXT-SEQ
                   IF HLD-ACTIVE
                       AND (HLD-EXPIRY-DATE = 0
                           OR HLD-EXPIRY-DATE >= WS-TODAY)
                       ADD HLD-AMOUNT TO WS-HOLD-TOTAL
                   END-IF
               END-IF
           END-IF.
       4000-APPROVE-REQUEST.
           MOVE ACCT-ID TO HLD-ACCT-ID
           MOVE WS-HOLD-NEXT-SEQ TO HLD-SEQ
           MOVE REQ-AMOUNT TO HLD-AMOUNT
           MOVE SPACES TO HLD-REASON
           STRING 'CARD AUTH ' REQ-AUTH-ID (1:10)
               DELIMITED BY SIZE INTO HLD-REASON
           MOVE WS-HOLD-EXPIRY TO HLD-EXPIRY-DATE
           MOVE WS-TODAY TO HLD-PLACED-DATE
           MOVE 'CRDAUTH' TO HLD-PLACED-BY
           SET HLD-ACTIVE TO TRUE
           WRITE HOLD-RECORD
               INVALID KEY
                  DISPLAY 'CARD HOLD WRITE FAILED, STATUS '
                      WS-HLD-STATUS ': ' ACCT-ID
                  MOVE 'SYST' TO WS-DECLINE-REASON
           END-WRITE
           IF WS-DECLINE-REASON NOT = SPACES
               PERFORM 5000-DECLINE-REQUEST
           ELSE
               IF REQ-ATM
                   ADD REQ-AMOUNT TO CARD-ATM-USED
               ELSE
                   ADD REQ-AMOUNT TO CARD-POS-USED
               END-IF
               REWRITE CARD-RECORD
                   INVALID KEY
                      DISPLAY 'CARD USAGE REWRITE FAILED, STATUS '
                          WS-CARD-FILE-STATUS ': ' CARD-NUMBER
               END-REWRITE
               ADD 1 TO WS-APPROVED-COUNT
               ADD REQ-AMOUNT TO WS-APPROVED-TOTAL
               SET CAUT-HELD TO TRUE
               MOVE HLD-SEQ TO CAUT-HOLD-SEQ
               MOVE WS-HOLD-EXPIRY TO CAUT-HOLD-EXPIRY
               PERFORM 5500-WRITE-AUTH-RECORD
               PERFORM 6000-WRITE-RESPONSE
           END-IF.
       5000-DECLINE-REQUEST.
           ADD 1 TO WS-DECLINED-COUNT
           SET CAUT-DECLINED TO TRUE
           MOVE 0 TO CAUT-HOLD-SEQ
           MOVE 0 TO CAUT-HOLD-EXPIRY
           PERFORM 5500-WRITE-AUTH-RECORD
           PERFORM 6000-WRITE-RESPONSE.
       5500-WRITE-AUTH-RECORD.
           MOVE REQ-AUTH-ID TO CAUT-AUTH-ID
           MOVE REQ-CARD-NUMBER TO CAUT-CARD-NUMBER
           IF CARD-FOUND
               MOVE CARD-ACCT-ID TO CAUT-ACCT-ID
           ELSE
               MOVE SPACES TO CAUT-ACCT-ID
           END-IF
           MOVE REQ-CHANNEL TO CAUT-CHANNEL
           IF REQ-AMOUNT-TEXT IS NUMERIC
               MOVE REQ-AMOUNT TO CAUT-AMOUNT
           ELSE
               MOVE 0 TO CAUT-AMOUNT
           END-IF
           MOVE REQ-MERCHANT TO CAUT-MERCHANT
           MOVE WS-TODAY TO CAUT-AUTH-DATE
           MOVE WS-DECLINE-REASON TO CAUT-DECLINE-REASON
           MOVE 0 TO CAUT-SETTLED-AMOUNT
           MOVE 0 TO CAUT-SETTLED-DATE
           MOVE SPACES TO CAUT-SETTLE-REF
           WRITE AUTH-RECORD
               INVALID KEY
                  DISPLAY 'AUTHORIZATION WRITE FAILED, STATUS '
                      WS-AUTH-STATUS ': ' CAUT-AUTH-ID
           END-WRITE.
       6000-WRITE-RESPONSE.
           MOVE REQ-AUTH-ID TO RSP-AUTH-ID
           IF WS-DECLINE-REASON = SPACES
               MOVE 'A' TO RSP-RESULT
           ELSE
               MOVE 'D' TO RSP-RESULT
           END-IF
           MOVE WS-DECLINE-REASON TO RSP-REASON
           WRITE RESPONSE-RECORD.
       9000-CLOSE-FILES.
           CLOSE REQUEST-FILE
           CLOSE CARD-FILE
           CLOSE ACCOUNT-FILE
           CLOSE HOLD-FILE
           CLOSE AUTH-FILE
           CLOSE RESPONSE-FILE.
