       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSUBMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSUB-FILE ASSIGN TO 'VSUBACCT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VSB-KEY
               FILE STATUS IS WS-VSB-STATUS.
           SELECT OPTIONAL VSUB-HIST-FILE ASSIGN TO 'VSUBHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VSH-STATUS.
           SELECT VSUB-CARD-FILE ASSIGN TO 'VSUBCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VSUB-FILE.
       01 VSUB-RECORD.
           COPY VSUBREC.
       FD VSUB-HIST-FILE.
       01 VSUB-HIST-RECORD.
           COPY VSHREC.
       FD VSUB-CARD-FILE.
       01 VSUB-CARD-RECORD.
          05 CARD-ACTION     PIC X(01).
             88 CARD-OPEN       VALUE 'O'.
             88 CARD-RENAME     VALUE 'N'.
             88 CARD-CLOSE      VALUE 'C'.
             88 CARD-LOAD       VALUE 'L'.
          05 CARD-MASTER     PIC X(10).
          05 CARD-SUB-REF    PIC X(12).
          05 CARD-NAME       PIC X(30).
          05 CARD-AMOUNT     PIC 9(9)V99.
          05 CARD-OPERATOR   PIC X(08).
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       WORKING-STORAGE SECTION.
       01 WS-VSB-STATUS      PIC XX VALUE '00'.
       01 WS-VSH-STATUS      PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-CARD-OK-SWITCH  PIC X VALUE 'Y'.
           88 CARD-USABLE    VALUE 'Y'.
       01 WS-OPENED-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-RENAMED-COUNT   PIC 9(5) COMP VALUE 0.
       01 WS-CLOSED-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-LOADED-COUNT    PIC 9(5) COMP VALUE 0.
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
       PROCEDURE DIVISION.
       0000-MAIN.
      *    SUB-ACCOUNTS ARE OPENED UNDER AN EXISTING MASTER, RENAMED,
      *    AND CLOSED ONCE EMPTY.  A LOAD CARD SETS THE OPENING
      *    BALANCE OF A NEW SUB-ACCOUNT WHEN A CLIENT'S MONEY IS
      *    ALREADY IN THE MASTER; IT MOVES NOTHING ON THE MASTER
      *    ITSELF, SO THE DAILY PROOF SHOWS WHETHER THE LOADS AGREE.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 2000-READ-VSUB-CARD
           PERFORM 3000-APPLY-VSUB-CARD UNTIL CARD-EOF
           DISPLAY 'SUB-ACCOUNTS OPENED   : ' WS-OPENED-COUNT
           DISPLAY 'SUB-ACCOUNTS RENAMED  : ' WS-RENAMED-COUNT
           DISPLAY 'SUB-ACCOUNTS CLOSED   : ' WS-CLOSED-COUNT
           DISPLAY 'OPENING BALANCES SET  : ' WS-LOADED-COUNT
           DISPLAY 'CARDS REJECTED        : ' WS-REJECT-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O VSUB-FILE
           IF WS-VSB-STATUS = '35'
               OPEN OUTPUT VSUB-FILE
               CLOSE VSUB-FILE
               OPEN I-O VSUB-FILE
           END-IF
           IF WS-VSB-STATUS NOT = '00'
               DISPLAY 'SUB-ACCOUNT FILE OPEN ERROR: ' WS-VSB-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND VSUB-HIST-FILE
           IF WS-VSH-STATUS NOT = '00' AND WS-VSH-STATUS NOT = '05'
               DISPLAY 'SUB-ACCOUNT HISTORY OPEN ERROR: '
                   WS-VSH-STATUS
               CLOSE VSUB-FILE
               STOP RUN
           END-IF
           OPEN INPUT VSUB-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'SUB-ACCOUNT CARD FILE OPEN ERROR: '
                   WS-CARD-STATUS
               CLOSE VSUB-FILE
               CLOSE VSUB-HIST-FILE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE VSUB-FILE
               CLOSE VSUB-HIST-FILE
               CLOSE VSUB-CARD-FILE
               STOP RUN
           END-IF.
       2000-READ-VSUB-CARD.
           READ VSUB-CARD-FILE INTO VSUB-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-APPLY-VSUB-CARD.
           EVALUATE TRUE
               WHEN CARD-MASTER = SPACES OR CARD-SUB-REF = SPACES
                   OR CARD-OPERATOR = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'SUB-ACCOUNT CARD REJECTED, BAD DATA: '
                       CARD-MASTER ' ' CARD-SUB-REF
               WHEN CARD-OPEN
                   PERFORM 4000-OPEN-SUB-ACCOUNT
               WHEN CARD-RENAME
                   PERFORM 5000-RENAME-SUB-ACCOUNT
               WHEN CARD-CLOSE
                   PERFORM 6000-CLOSE-SUB-ACCOUNT
               WHEN CARD-LOAD
                   PERFORM 7000-LOAD-OPENING-BALANCE
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'SUB-ACCOUNT CARD REJECTED, BAD ACTION: '
                       CARD-ACTION ' ' CARD-MASTER ' ' CARD-SUB-REF
           END-EVALUATE
           PERFORM 2000-READ-VSUB-CARD.
       4000-OPEN-SUB-ACCOUNT.
           MOVE 'Y' TO WS-CARD-OK-SWITCH
           IF CARD-NAME = SPACES
               MOVE 'N' TO WS-CARD-OK-SWITCH
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'SUB-ACCOUNT OPEN REJECTED, NO NAME: '
                   CARD-MASTER ' ' CARD-SUB-REF
           END-IF
           IF CARD-USABLE
               PERFORM 4100-VERIFY-MASTER
           END-IF
           IF CARD-USABLE
               MOVE CARD-MASTER TO VSB-MASTER-ACCT-ID
               MOVE CARD-SUB-REF TO VSB-SUB-REF
               MOVE CARD-NAME TO VSB-NAME
               MOVE 0 TO VSB-BALANCE
               SET VSB-OPEN TO TRUE
               MOVE WS-TODAY TO VSB-OPENED-DATE
               MOVE CARD-OPERATOR TO VSB-OPENED-BY
               MOVE WS-TODAY TO VSB-LAST-ACTIVITY-DATE
               MOVE 0 TO VSB-LAST-INT-DATE
               WRITE VSUB-RECORD
                   INVALID KEY
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'SUB-ACCOUNT OPEN REJECTED, ALREADY '
                          'ON FILE: ' CARD-MASTER ' ' CARD-SUB-REF
                   NOT INVALID KEY
                      ADD 1 TO WS-OPENED-COUNT
               END-WRITE
           END-IF.
       4100-VERIFY-MASTER.
      *    ONLY A LIVE DEPOSIT ACCOUNT CAN HOLD CLIENT MONEY.
           MOVE CARD-MASTER TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                  MOVE 'N' TO WS-CARD-OK-SWITCH
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'SUB-ACCOUNT OPEN REJECTED, MASTER NOT '
                      'FOUND: ' CARD-MASTER
               NOT INVALID KEY
                  IF ACCT-CLOSED OR ACCT-ESCHEATED
                      OR ACCT-CHARGED-OFF
                      MOVE 'N' TO WS-CARD-OK-SWITCH
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'SUB-ACCOUNT OPEN REJECTED, MASTER '
                          'NOT ACTIVE: ' CARD-MASTER
                  END-IF
           END-READ.
       5000-RENAME-SUB-ACCOUNT.
           MOVE CARD-MASTER TO VSB-MASTER-ACCT-ID
           MOVE CARD-SUB-REF TO VSB-SUB-REF
           READ VSUB-FILE
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'SUB-ACCOUNT RENAME REJECTED, NOT ON '
                      'FILE: ' CARD-MASTER ' ' CARD-SUB-REF
               NOT INVALID KEY
                  IF CARD-NAME = SPACES
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'SUB-ACCOUNT RENAME REJECTED, NO '
                          'NAME: ' CARD-MASTER ' ' CARD-SUB-REF
                  ELSE
                      MOVE CARD-NAME TO VSB-NAME
                      PERFORM 8000-REWRITE-SUB-ACCOUNT
                      IF WS-VSB-STATUS = '00'
                          ADD 1 TO WS-RENAMED-COUNT
                      END-IF
                  END-IF
           END-READ.
       6000-CLOSE-SUB-ACCOUNT.
      *    A SUB-ACCOUNT STILL HOLDING CLIENT MONEY CANNOT CLOSE; THE
      *    BALANCE MUST BE PAID AWAY THROUGH A ROUTED DEBIT FIRST.
           MOVE CARD-MASTER TO VSB-MASTER-ACCT-ID
           MOVE CARD-SUB-REF TO VSB-SUB-REF
           READ VSUB-FILE
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'SUB-ACCOUNT CLOSE REJECTED, NOT ON '
                      'FILE: ' CARD-MASTER ' ' CARD-SUB-REF
               NOT INVALID KEY
                  IF VSB-BALANCE NOT = 0
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'SUB-ACCOUNT CLOSE REJECTED, BALANCE '
                          VSB-BALANCE ': ' CARD-MASTER ' '
                          CARD-SUB-REF
                  ELSE
                      SET VSB-CLOSED TO TRUE
                      MOVE WS-TODAY TO VSB-LAST-ACTIVITY-DATE
                      PERFORM 8000-REWRITE-SUB-ACCOUNT
                      IF WS-VSB-STATUS = '00'
                          ADD 1 TO WS-CLOSED-COUNT
                      END-IF
                  END-IF
           END-READ.
       7000-LOAD-OPENING-BALANCE.
      *    ONLY AN OPEN SUB-ACCOUNT THAT HAS NEVER HELD A BALANCE MAY
      *    TAKE AN OPENING LOAD, SO A RERUN CANNOT DOUBLE IT.
           MOVE CARD-MASTER TO VSB-MASTER-ACCT-ID
           MOVE CARD-SUB-REF TO VSB-SUB-REF
           READ VSUB-FILE
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'OPENING LOAD REJECTED, NOT ON FILE: '
                      CARD-MASTER ' ' CARD-SUB-REF
               NOT INVALID KEY
                  IF NOT VSB-OPEN OR VSB-BALANCE NOT = 0
                      OR CARD-AMOUNT IS NOT NUMERIC
                      OR CARD-AMOUNT = 0
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'OPENING LOAD REJECTED, NOT A NEW '
                          'SUB-ACCOUNT OR BAD AMOUNT: ' CARD-MASTER
                          ' ' CARD-SUB-REF
                  ELSE
                      MOVE CARD-AMOUNT TO VSB-BALANCE
                      MOVE WS-TODAY TO VSB-LAST-ACTIVITY-DATE
                      PERFORM 8000-REWRITE-SUB-ACCOUNT
                      IF WS-VSB-STATUS = '00'
                          ADD 1 TO WS-LOADED-COUNT
                          PERFORM 7100-WRITE-LOAD-HISTORY
                      END-IF
                  END-IF
           END-READ.
       7100-WRITE-LOAD-HISTORY.
           MOVE VSB-MASTER-ACCT-ID TO VSH-MASTER-ACCT-ID
           MOVE VSB-SUB-REF TO VSH-SUB-REF
           MOVE WS-TODAY TO VSH-POST-DATE
           SET VSH-IS-OPENING TO TRUE
           MOVE CARD-AMOUNT TO VSH-AMOUNT
           MOVE VSB-BALANCE TO VSH-RESULT-BALANCE
           MOVE 'OPENING' TO VSH-TRN-REF
           MOVE CARD-OPERATOR TO VSH-RUN-ID
           WRITE VSUB-HIST-RECORD.
       8000-REWRITE-SUB-ACCOUNT.
           REWRITE VSUB-RECORD
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'SUB-ACCOUNT REWRITE FAILED, STATUS '
                      WS-VSB-STATUS ': ' CARD-MASTER ' '
                      CARD-SUB-REF
           END-REWRITE.
       9000-CLOSE-FILES.
           CLOSE VSUB-FILE
           CLOSE VSUB-HIST-FILE
           CLOSE VSUB-CARD-FILE
           CLOSE ACCOUNT-FILE.
