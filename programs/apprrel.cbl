               ACCESS IS RANDOM
               RECORD KEY IS REF-TRN-REF
               FILE STATUS IS WS-REF-STATUS.
           SELECT OWNER-FILE ASSIGN TO 'ACCTOWN'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OWN-KEY
               FILE STATUS IS WS-OWN-STATUS.
           SELECT VSUB-FILE ASSIGN TO 'VSUBACCT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VSB-KEY
               FILE STATUS IS WS-VSB-STATUS.
           SELECT OPTIONAL VSUB-HIST-FILE ASSIGN TO 'VSUBHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VSH-STATUS.
           SELECT CHASER-FILE ASSIGN TO 'APPRCHSR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHS-STATUS.
          05 CARD-ACTION     PIC X(01).
             88 CARD-RELEASE    VALUE 'A'.
             88 CARD-REJECT     VALUE 'R'.
             88 CARD-SIGNER     VALUE 'S'.
          05 CARD-TRN-REF    PIC X(12).
          05 CARD-CHECKER-ID PIC X(08).
      *   ON A SIGNER CARD, THE FURTHER SIGNER THE CHECKER HAS
      *   CONFIRMED FOR AN ITEM HELD FOR ITS SIGNING MANDATE.
          05 CARD-SIGNER-CUST PIC X(08).
       FD ENTITLEMENT-FILE.
       01 ENTITLEMENT-RECORD.
           COPY ENTLREC.
          05 REF-TRN-REF     PIC X(12).
          05 REF-POST-DATE   PIC 9(8).
          05 REF-RUN-ID      PIC X(08).
       FD OWNER-FILE.
       01 OWNER-RECORD.
           COPY OWNREC.
       FD VSUB-FILE.
       01 VSUB-RECORD.
           COPY VSUBREC.
       FD VSUB-HIST-FILE.
       01 VSUB-HIST-RECORD.
           COPY VSHREC.
       FD CHASER-FILE.
       01 CHASER-RECORD      PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-JRN-STATUS      PIC XX VALUE '00'.
       01 WS-REF-STATUS      PIC XX VALUE '00'.
       01 WS-CHS-STATUS      PIC XX VALUE '00'.
       01 WS-OWN-STATUS      PIC XX VALUE '00'.
       01 WS-OWN-AVAILABLE   PIC X VALUE 'N'.
           88 OWNERS-AVAILABLE VALUE 'Y'.
       01 WS-VSB-STATUS      PIC XX VALUE '00'.
       01 WS-VSH-STATUS      PIC XX VALUE '00'.
       01 WS-VSB-AVAILABLE   PIC X VALUE 'N'.
           88 SUB-LEDGER-AVAILABLE VALUE 'Y'.
       01 WS-VSUB-SWITCH     PIC X VALUE 'N'.
           88 SUB-ACCOUNT-ROUTED VALUE 'Y'.
           88 SUB-ACCOUNT-REJECT VALUE 'U' 'F'.
       01 WS-SIGNER-SWITCH   PIC X VALUE 'N'.
           88 SIGNER-ON-MANDATE VALUE 'Y'.
       01 WS-SIGNED-SWITCH   PIC X VALUE 'N'.
           88 ALREADY-SIGNED VALUE 'Y'.
       01 WS-SIGNER-IDX      PIC 9(2) COMP VALUE 0.
       01 WS-SIGNED-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-EXPIRED-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-SCAN-EOF        PIC X VALUE 'N'.
       01 WS-RELEASED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-REJECTED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-CARD-REJ-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-ENTY-AREA.
          05 WS-ENTY-FUNCTION PIC X(01).
          05 WS-ENTY-CODE     PIC X(02).
          05 WS-ENTY-NAME     PIC X(30).
          05 WS-ENTY-SETTLE-ACCT PIC X(10).
          05 WS-ENTY-OPR-ID   PIC X(08).
          05 WS-ENTY-FROM-ACCT PIC X(10).
          05 WS-ENTY-TO-ACCT  PIC X(10).
          05 WS-ENTY-TO-CODE  PIC X(02).
          05 WS-ENTY-RESULT   PIC X(01).
             88 ENTITY-OK     VALUE 'Y'.
       01 WS-AGED-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-PROJECTED-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-DAYS-PENDING    PIC S9(9) COMP VALUE 0.
      *    FOR DUAL CONTROL; A RELEASED ITEM POSTS HERE WITH THE
      *    MAKER AS THE JOURNAL OPERATOR AND THE CHECKER IN THE
      *    APPROVED-BY FIELD.  ANYTHING STILL WAITING AFTERWARDS
      *    GOES ON THE DAILY CHASER.  A SIGNER CARD CONFIRMS A
      *    FURTHER SIGNER ON A DEBIT HELD FOR ITS SIGNING MANDATE;
      *    THE CARD THAT COMPLETES THE MANDATE RELEASES THE ITEM.
      *    MANDATE ITEMS PAST THEIR EXPIRY DATE ARE EXPIRED FIRST.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
           PERFORM 2500-EXPIRE-MANDATE-ITEMS
           PERFORM 2000-READ-APPROVAL-CARD
           PERFORM 3000-APPLY-APPROVAL-CARD UNTIL CARD-EOF
           PERFORM 7000-WRITE-CHASER-REPORT
           DISPLAY 'ITEMS RELEASED      : ' WS-RELEASED-COUNT
           DISPLAY 'ITEMS REJECTED      : ' WS-REJECTED-COUNT
           DISPLAY 'SIGNERS CONFIRMED   : ' WS-SIGNED-COUNT
           DISPLAY 'MANDATE ITEMS EXPIRED: ' WS-EXPIRED-COUNT
           DISPLAY 'CARDS REJECTED      : ' WS-CARD-REJ-COUNT
           DISPLAY 'ITEMS STILL PENDING : ' WS-AGED-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O PENDING-FILE
           IF WS-PEND-STATUS NOT = '00'
               CLOSE JOURNAL-FILE
               CLOSE REFERENCE-FILE
               STOP RUN
           END-IF
      *    WITHOUT THE OWNER FILE ONLY THE PRIMARY OWNER CAN BE
      *    CONFIRMED AS A SIGNER.
           OPEN INPUT OWNER-FILE
           IF WS-OWN-STATUS = '00'
               MOVE 'Y' TO WS-OWN-AVAILABLE
           ELSE
               DISPLAY 'OWNER FILE UNAVAILABLE, STATUS '
                   WS-OWN-STATUS ', PRIMARY OWNERS ONLY SIGN'
           END-IF
      *    WITHOUT THE SUB-LEDGER AN ITEM NAMING A SUB-ACCOUNT CANNOT
      *    BE RELEASED AND STAYS WAITING.
           OPEN I-O VSUB-FILE
           IF WS-VSB-STATUS = '00'
               OPEN EXTEND VSUB-HIST-FILE
               IF WS-VSH-STATUS = '00' OR WS-VSH-STATUS = '05'
                   MOVE 'Y' TO WS-VSB-AVAILABLE
               ELSE
                   CLOSE VSUB-FILE
                   DISPLAY 'SUB-ACCOUNT HISTORY UNAVAILABLE, '
                       'STATUS ' WS-VSH-STATUS ', SUB-LEDGER OFF'
               END-IF
           ELSE
               DISPLAY 'SUB-ACCOUNT FILE UNAVAILABLE, STATUS '
                   WS-VSB-STATUS ', SUB-LEDGER OFF'
           END-IF.
       2000-READ-APPROVAL-CARD.
           READ APPROVAL-CARD-FILE INTO APPROVAL-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2500-EXPIRE-MANDATE-ITEMS.
      *    A DEBIT HELD FOR ITS SIGNING MANDATE THAT HAS NOT BEEN
      *    COMPLETED BY ITS EXPIRY DATE LAPSES; IT NEVER POSTS AND
      *    THE CUSTOMER MUST PRESENT IT AGAIN.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO PEND-TRN-REF
           START PENDING-FILE KEY IS NOT LESS THAN PEND-TRN-REF
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 2510-EXPIRE-ONE-ITEM UNTIL SCAN-DONE.
       2510-EXPIRE-ONE-ITEM.
           READ PENDING-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-PEND-STATUS NOT = '00'
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   IF PEND-WAITING AND PEND-FOR-MANDATE
                       AND PEND-EXPIRY-DATE < WS-TODAY
                       SET PEND-EXPIRED TO TRUE
                       MOVE SPACES TO PEND-CHECKER-ID
                       MOVE WS-TODAY TO PEND-DECISION-DATE
                       MOVE 'SIGNING MANDATE NOT COMPLETED'
                           TO PEND-REJECT-REASON
                       REWRITE PENDING-RECORD
                           INVALID KEY
                              DISPLAY 'PENDING REWRITE FAILED, STATUS '
                                  WS-PEND-STATUS ': ' PEND-TRN-REF
                           NOT INVALID KEY
                              ADD 1 TO WS-EXPIRED-COUNT
                              DISPLAY 'MANDATE ITEM EXPIRED: '
                                  PEND-TRN-REF ' ACCT: ' PEND-ACCT-ID
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.
       3000-APPLY-APPROVAL-CARD.
           EVALUATE TRUE
               WHEN CARD-TRN-REF = SPACES
                   ADD 1 TO WS-CARD-REJ-COUNT
                   DISPLAY 'APPROVAL CARD REJECTED, BAD DATA: '
                       CARD-TRN-REF
               WHEN CARD-SIGNER AND CARD-SIGNER-CUST = SPACES
                   ADD 1 TO WS-CARD-REJ-COUNT
                   DISPLAY 'APPROVAL CARD REJECTED, NO SIGNER: '
                       CARD-TRN-REF
               WHEN NOT CARD-RELEASE AND NOT CARD-REJECT
                   AND NOT CARD-SIGNER
                   ADD 1 TO WS-CARD-REJ-COUNT
                   DISPLAY 'APPROVAL CARD REJECTED, BAD ACTION: '
                       CARD-ACTION ' ' CARD-TRN-REF
                   DISPLAY 'APPROVAL CARD REJECTED, CHECKER IS '
                       'MAKER: ' CARD-TRN-REF
               ELSE
                   EVALUATE TRUE
                       WHEN CARD-SIGNER AND NOT PEND-FOR-MANDATE
                           ADD 1 TO WS-CARD-REJ-COUNT
                           DISPLAY 'APPROVAL CARD REJECTED, ITEM NOT '
                               'HELD FOR MANDATE: ' CARD-TRN-REF
                       WHEN CARD-SIGNER
                           PERFORM 3400-CONFIRM-SIGNER
      *                A MANDATE ITEM IS RELEASED BY THE CARD THAT
      *                CONFIRMS ITS LAST SIGNER, OR BY A RELEASE CARD
      *                ONCE EVERY SIGNER IS IN.
                       WHEN CARD-RELEASE AND PEND-FOR-MANDATE
                           AND PEND-SIGNERS-CONFIRMED
                               < PEND-SIGNERS-NEEDED
                           ADD 1 TO WS-CARD-REJ-COUNT
                           DISPLAY 'APPROVAL CARD REJECTED, SIGNERS '
                               'OUTSTANDING: ' CARD-TRN-REF
                       WHEN CARD-RELEASE
                           PERFORM 4000-RELEASE-ITEM
                       WHEN OTHER
                           PERFORM 5000-REJECT-ITEM
                   END-EVALUATE
               END-IF
           END-IF.
       3400-CONFIRM-SIGNER.
      *    THE FURTHER SIGNER MUST BE ONE OF THE ACCOUNT'S SIGNERS
      *    AND NOT ONE ALREADY COUNTED.  THE CONFIRMATION IS KEPT ON
      *    THE ITEM EVEN IF THE RELEASE IT TRIGGERS FAILS, SO A
      *    LATER RELEASE CARD CAN POST IT.
           MOVE PEND-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  ADD 1 TO WS-CARD-REJ-COUNT
                  DISPLAY 'SIGNER CARD REJECTED, ACCOUNT NOT FOUND: '
                      PEND-ACCT-ID
               NOT INVALID KEY
                  PERFORM 4050-CHECK-ENTITY
                  IF ENTITY-OK
                      PERFORM 3410-CHECK-SIGNER
                  ELSE
                      ADD 1 TO WS-CARD-REJ-COUNT
                      DISPLAY 'SIGNER CARD REJECTED, ACCOUNT NOT IN '
                          'CHECKER ENTITY: ' PEND-ACCT-ID
                  END-IF
           END-READ.
       3410-CHECK-SIGNER.
           MOVE 'N' TO WS-SIGNER-SWITCH
           IF CARD-SIGNER-CUST = ACCT-CUSTOMER-NO
               MOVE 'Y' TO WS-SIGNER-SWITCH
           ELSE
               IF OWNERS-AVAILABLE
                   MOVE PEND-ACCT-ID TO OWN-ACCT-ID
                   MOVE CARD-SIGNER-CUST TO OWN-CUST-NO
                   READ OWNER-FILE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF OWN-PRIMARY OR OWN-JOINT
                              MOVE 'Y' TO WS-SIGNER-SWITCH
                          END-IF
                   END-READ
               END-IF
           END-IF
           MOVE 'N' TO WS-SIGNED-SWITCH
           PERFORM 3420-MATCH-SIGNED
               VARYING WS-SIGNER-IDX FROM 1 BY 1
               UNTIL WS-SIGNER-IDX > PEND-SIGNERS-CONFIRMED
                   OR WS-SIGNER-IDX > 9
           EVALUATE TRUE
               WHEN NOT SIGNER-ON-MANDATE
                   ADD 1 TO WS-CARD-REJ-COUNT
                   DISPLAY 'SIGNER CARD REJECTED, NOT A SIGNER ON '
                       'THE ACCOUNT: ' CARD-TRN-REF ' '
                       CARD-SIGNER-CUST
               WHEN ALREADY-SIGNED
                   ADD 1 TO WS-CARD-REJ-COUNT
                   DISPLAY 'SIGNER CARD REJECTED, SIGNER ALREADY '
                       'COUNTED: ' CARD-TRN-REF ' ' CARD-SIGNER-CUST
               WHEN PEND-SIGNERS-CONFIRMED >= PEND-SIGNERS-NEEDED
                   ADD 1 TO WS-CARD-REJ-COUNT
                   DISPLAY 'SIGNER CARD REJECTED, MANDATE ALREADY '
                       'COMPLETE: ' CARD-TRN-REF
               WHEN OTHER
                   PERFORM 3430-RECORD-SIGNER
           END-EVALUATE.
       3420-MATCH-SIGNED.
           IF PEND-SIGNER (WS-SIGNER-IDX) = CARD-SIGNER-CUST
               MOVE 'Y' TO WS-SIGNED-SWITCH
           END-IF.
       3430-RECORD-SIGNER.
           ADD 1 TO PEND-SIGNERS-CONFIRMED
           MOVE CARD-SIGNER-CUST
               TO PEND-SIGNER (PEND-SIGNERS-CONFIRMED)
           REWRITE PENDING-RECORD
               INVALID KEY
                  ADD 1 TO WS-CARD-REJ-COUNT
                  DISPLAY 'PENDING REWRITE FAILED, STATUS '
                      WS-PEND-STATUS ': ' PEND-TRN-REF
               NOT INVALID KEY
                  ADD 1 TO WS-SIGNED-COUNT
                  DISPLAY 'SIGNER CONFIRMED: ' PEND-TRN-REF ' '
                      CARD-SIGNER-CUST ' BY ' CARD-CHECKER-ID
                  IF PEND-SIGNERS-CONFIRMED >= PEND-SIGNERS-NEEDED
                      PERFORM 4100-POST-RELEASED-DEBIT
                  END-IF
           END-REWRITE.
       4000-RELEASE-ITEM.
           MOVE PEND-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
                  DISPLAY 'RELEASE FAILED, ACCOUNT NOT FOUND: '
                      PEND-ACCT-ID
               NOT INVALID KEY
                  PERFORM 4050-CHECK-ENTITY
                  IF ENTITY-OK
                      PERFORM 4100-POST-RELEASED-DEBIT
                  ELSE
                      ADD 1 TO WS-CARD-REJ-COUNT
                      DISPLAY 'RELEASE FAILED, ACCOUNT NOT IN CHECKER '
                          'ENTITY: ' PEND-ACCT-ID
                  END-IF
           END-READ.
       4050-CHECK-ENTITY.
      *    THE CHECKER MAY ONLY RELEASE MONEY OUT OF AN ACCOUNT OF A
      *    BANK ENTITY ON THEIR OPRENTL LIST.
           MOVE 'O' TO WS-ENTY-FUNCTION
           MOVE ACCT-ENTITY-CODE TO WS-ENTY-CODE
           MOVE CARD-CHECKER-ID TO WS-ENTY-OPR-ID
           CALL 'ENTYUTIL' USING WS-ENTY-AREA.
       4100-POST-RELEASED-DEBIT.
           PERFORM 4150-CHECK-SUB-ACCOUNT
           EVALUATE TRUE
               WHEN ACCT-FROZEN OR ACCT-CLOSED OR ACCT-ON-HOLD
                   OR ACCT-ESCHEATED
                   ADD 1 TO WS-CARD-REJ-COUNT
                   DISPLAY 'RELEASE FAILED, ACCOUNT NOT ACTIVE: '
                       PEND-ACCT-ID
               WHEN SUB-ACCOUNT-REJECT
                   ADD 1 TO WS-CARD-REJ-COUNT
                   DISPLAY 'RELEASE FAILED, SUB-ACCOUNT NOT '
                       'AVAILABLE: ' PEND-ACCT-ID ' ' PEND-SUB-REF
               WHEN OTHER
                   PERFORM 4110-APPLY-RELEASE
           END-EVALUATE.
       4110-APPLY-RELEASE.
           COMPUTE WS-PROJECTED-BALANCE =
               ACCT-BALANCE - PEND-AMOUNT
           IF WS-PROJECTED-BALANCE <
               (0 - ACCT-OVERDRAFT-LIMIT)
               ADD 1 TO WS-CARD-REJ-COUNT
               DISPLAY 'RELEASE FAILED, OVERDRAFT LIMIT: '
                   PEND-ACCT-ID
           ELSE
               MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
               MOVE WS-PROJECTED-BALANCE TO ACCT-BALANCE
               MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                      ADD 1 TO WS-CARD-REJ-COUNT
                      DISPLAY 'RELEASE REWRITE FAILED, STATUS '
                          WS-FILE-STATUS ': ' PEND-ACCT-ID
                   NOT INVALID KEY
                      ADD 1 TO WS-RELEASED-COUNT
                      PERFORM 4200-WRITE-JOURNAL
                      IF SUB-ACCOUNT-ROUTED
                          PERFORM 4160-POST-SUB-ACCOUNT
                      END-IF
                      PERFORM 4300-RECORD-REFERENCE
                      PERFORM 4400-MARK-RELEASED
                      MOVE ACCOUNT-RECORD TO WS-MH-AFTER
                      CALL 'MNTHIST' USING WS-HIST-AREA
               END-REWRITE
           END-IF.
       4150-CHECK-SUB-ACCOUNT.
      *    A DEBIT HELD AGAINST A SUB-ACCOUNT OF AN ESCROW OR TRUST
      *    MASTER POSTS TO THE SUB-LEDGER AS WELL, SO THE SUB-ACCOUNT
      *    MUST STILL BE OPEN AND HOLD THE AMOUNT, AS IN ACCTPOST.
           MOVE 'N' TO WS-VSUB-SWITCH
           IF PEND-SUB-REF NOT = SPACES
               IF SUB-LEDGER-AVAILABLE
                   MOVE PEND-ACCT-ID TO VSB-MASTER-ACCT-ID
                   MOVE PEND-SUB-REF TO VSB-SUB-REF
                   READ VSUB-FILE
                       INVALID KEY
                          MOVE 'U' TO WS-VSUB-SWITCH
                       NOT INVALID KEY
                          IF NOT VSB-OPEN
                              MOVE 'U' TO WS-VSUB-SWITCH
                          ELSE
                              IF PEND-AMOUNT > VSB-BALANCE
                                  MOVE 'F' TO WS-VSUB-SWITCH
                              ELSE
                                  MOVE 'Y' TO WS-VSUB-SWITCH
                              END-IF
                          END-IF
                   END-READ
               ELSE
                   MOVE 'U' TO WS-VSUB-SWITCH
               END-IF
           END-IF.
       4160-POST-SUB-ACCOUNT.
           SUBTRACT PEND-AMOUNT FROM VSB-BALANCE
           MOVE WS-TODAY TO VSB-LAST-ACTIVITY-DATE
           REWRITE VSUB-RECORD
               INVALID KEY
                  DISPLAY 'SUB-ACCOUNT REWRITE FAILED, STATUS '
                      WS-VSB-STATUS ': ' PEND-ACCT-ID ' ' PEND-SUB-REF
               NOT INVALID KEY
                  MOVE VSB-MASTER-ACCT-ID TO VSH-MASTER-ACCT-ID
                  MOVE VSB-SUB-REF TO VSH-SUB-REF
                  MOVE WS-TODAY TO VSH-POST-DATE
                  MOVE PEND-TRN-CODE TO VSH-TRN-CODE
                  MOVE PEND-AMOUNT TO VSH-AMOUNT
                  MOVE VSB-BALANCE TO VSH-RESULT-BALANCE
                  MOVE PEND-TRN-REF TO VSH-TRN-REF
                  MOVE 'APPRREL' TO VSH-RUN-ID
                  WRITE VSUB-HIST-RECORD
           END-REWRITE.
       4200-WRITE-JOURNAL.
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE CARD-CHECKER-ID TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 4210-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD.
       4210-JOURNAL-WRITE-ATTEMPT.
                  ADD 1 TO WS-REJECTED-COUNT
           END-REWRITE.
       7000-WRITE-CHASER-REPORT.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO PEND-TRN-REF
           START PENDING-FILE KEY IS NOT LESS THAN PEND-TRN-REF
               INVALID KEY
           CLOSE ACCOUNT-FILE
           CLOSE JOURNAL-FILE
           CLOSE REFERENCE-FILE
           IF OWNERS-AVAILABLE
               CLOSE OWNER-FILE
           END-IF
           IF SUB-LEDGER-AVAILABLE
               CLOSE VSUB-FILE
               CLOSE VSUB-HIST-FILE
           END-IF
           CLOSE CHASER-FILE.
