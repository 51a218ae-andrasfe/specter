       FILE-CONTROL.
           SELECT OWNER-FILE ASSIGN TO 'ACCTOWN'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OWN-KEY
               FILE STATUS IS WS-OWN-STATUS.
           SELECT OWNER-CARD-FILE ASSIGN TO 'OWNCARD'
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'PRODFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'OWNAUDIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
          05 CARD-ACTION     PIC X(01).
             88 CARD-ADD        VALUE 'A'.
             88 CARD-DELETE     VALUE 'D'.
             88 CARD-MANDATE    VALUE 'M'.
          05 CARD-ACCT-ID    PIC X(10).
          05 CARD-CUST-NO    PIC X(08).
          05 CARD-ROLE       PIC X(01).
          05 CARD-OPERATOR   PIC X(08).
      *   ON A MANDATE CARD, THE SIGNING MANDATE FOR THE ACCOUNT AND
      *   THE AMOUNT ABOVE WHICH IT APPLIES (ZERO FOR EVERY DEBIT).
      *   NO CUSTOMER OR ROLE IS NEEDED.
          05 CARD-SIGN-MANDATE PIC X(01).
             88 CARD-VALID-MANDATE VALUE '1' '2' 'A'.
          05 CARD-MANDATE-LIMIT PIC 9(9)V99.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           COPY PRODREC.
       FD AUDIT-FILE.
       01 AUDIT-RECORD       PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-AUD-STATUS      PIC XX VALUE '00'.
       01 WS-PROD-STATUS     PIC XX VALUE '00'.
       01 WS-PROD-AVAILABLE  PIC X VALUE 'N'.
           88 PRODUCT-AVAILABLE VALUE 'Y'.
       01 WS-MINOR-SWITCH    PIC X VALUE 'N'.
           88 MINOR-ACCOUNT  VALUE 'Y'.
       01 WS-LAST-CUSTODIAN-SWITCH PIC X VALUE 'N'.
           88 LAST-CUSTODIAN VALUE 'Y'.
       01 WS-OWN-SCAN-EOF    PIC X VALUE 'N'.
           88 OWN-SCAN-DONE  VALUE 'Y'.
       01 WS-CUSTODIAN-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-CARD-OK-SWITCH  PIC X VALUE 'Y'.
       01 WS-ADDED-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-DELETED-COUNT   PIC 9(5) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-MANDATE-COUNT   PIC 9(5) COMP VALUE 0.
       01 WS-LIMIT-DISPLAY   PIC Z(8)9.99.
       01 WS-HIST-AREA.
          05 WS-MH-PROGRAM    PIC X(08) VALUE 'OWNMAINT'.
          05 WS-MH-BEFORE     PIC X(250).
          05 WS-MH-AFTER      PIC X(250).
       01 WS-ACTION          PIC X(08) VALUE SPACES.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
       01 WS-TODAY           PIC 9(8).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           PERFORM 3000-APPLY-OWNER-CARD UNTIL CARD-EOF
           DISPLAY 'OWNER LINKS ADDED  : ' WS-ADDED-COUNT
           DISPLAY 'OWNER LINKS DELETED: ' WS-DELETED-COUNT
           DISPLAY 'MANDATES SET       : ' WS-MANDATE-COUNT
           DISPLAY 'CARDS REJECTED     : ' WS-REJECT-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O OWNER-FILE
           IF WS-OWN-STATUS = '35'
               CLOSE OWNER-FILE
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE OWNER-FILE
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS = '00'
               MOVE 'Y' TO WS-PROD-AVAILABLE
           ELSE
               DISPLAY 'PRODUCT FILE UNAVAILABLE, STATUS '
                   WS-PROD-STATUS ', EVERY ACCOUNT HELD AS MINOR'
           END-IF.
       2000-READ-OWNER-CARD.
           READ OWNER-CARD-FILE INTO OWNER-CARD-RECORD
                       PERFORM 4000-ADD-OWNER-LINK
                   WHEN CARD-DELETE
                       PERFORM 5000-DELETE-OWNER-LINK
                   WHEN CARD-MANDATE
                       PERFORM 7000-SET-SIGNING-MANDATE
                   WHEN OTHER
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'OWNER CARD REJECTED, BAD ACTION: '
           PERFORM 2000-READ-OWNER-CARD.
       3100-VALIDATE-CARD.
           MOVE 'Y' TO WS-CARD-OK-SWITCH
           IF CARD-ACCT-ID = SPACES OR CARD-OPERATOR = SPACES
               OR (CARD-CUST-NO = SPACES AND NOT CARD-MANDATE)
               MOVE 'N' TO WS-CARD-OK-SWITCH
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'OWNER CARD REJECTED, BAD DATA: '
               IF CARD-ADD
                   PERFORM 3200-VALIDATE-MASTERS
               END-IF
               IF CARD-MANDATE
                   PERFORM 3300-VALIDATE-MANDATE
               END-IF
           END-IF.
       3200-VALIDATE-MASTERS.
           MOVE CARD-ACCT-ID TO ACCT-ID
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'OWNER CARD REJECTED, CUSTOMER NOT '
                          'FOUND: ' CARD-CUST-NO
                   NOT INVALID KEY
                      IF CUST-MERGED
                          MOVE 'N' TO WS-CARD-OK-SWITCH
                          ADD 1 TO WS-REJECT-COUNT
                          DISPLAY 'OWNER CARD REJECTED, CUSTOMER '
                              CARD-CUST-NO ' MERGED INTO '
                              CUST-MERGED-INTO
                      END-IF
               END-READ
           END-IF
           IF CARD-USABLE
                   DISPLAY 'OWNER CARD REJECTED, BAD ROLE: '
                       CARD-ROLE ' ' CARD-ACCT-ID
               END-IF
           END-IF
      *    THE CUSTODIAN ACTS FOR THE MINOR, SO THE MINOR WHO OWNS
      *    THE ACCOUNT CANNOT BE ITS OWN CUSTODIAN.
           IF CARD-USABLE AND OWN-CUSTODIAN
               AND CARD-CUST-NO = ACCT-CUSTOMER-NO
               MOVE 'N' TO WS-CARD-OK-SWITCH
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'OWNER CARD REJECTED, OWNER CANNOT BE '
                   'CUSTODIAN: ' CARD-ACCT-ID ' ' CARD-CUST-NO
           END-IF.
       3300-VALIDATE-MANDATE.
           IF NOT CARD-VALID-MANDATE
               OR CARD-MANDATE-LIMIT NOT NUMERIC
               MOVE 'N' TO WS-CARD-OK-SWITCH
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'OWNER CARD REJECTED, BAD MANDATE: '
                   CARD-SIGN-MANDATE ' ' CARD-ACCT-ID
           ELSE
               MOVE CARD-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                      MOVE 'N' TO WS-CARD-OK-SWITCH
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'OWNER CARD REJECTED, ACCOUNT NOT '
                          'FOUND: ' CARD-ACCT-ID
               END-READ
           END-IF.
       4000-ADD-OWNER-LINK.
           MOVE CARD-ACCT-ID TO OWN-ACCT-ID
                  PERFORM 6000-WRITE-AUDIT
           END-REWRITE.
       5000-DELETE-OWNER-LINK.
           PERFORM 5100-CHECK-LAST-CUSTODIAN
           IF LAST-CUSTODIAN
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'OWNER DELETE REJECTED, LAST CUSTODIAN OF '
                   'MINOR ACCOUNT: ' CARD-ACCT-ID ' ' CARD-CUST-NO
           ELSE
               MOVE CARD-ACCT-ID TO OWN-ACCT-ID
               MOVE CARD-CUST-NO TO OWN-CUST-NO
               DELETE OWNER-FILE
                   INVALID KEY
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'OWNER DELETE REJECTED, NOT ON FILE: '
                          CARD-ACCT-ID ' ' CARD-CUST-NO
                   NOT INVALID KEY
                      ADD 1 TO WS-DELETED-COUNT
                      MOVE 'DELETED' TO WS-ACTION
                      PERFORM 6000-WRITE-AUDIT
               END-DELETE
           END-IF.
       5100-CHECK-LAST-CUSTODIAN.
      *    A MINOR ACCOUNT MUST ALWAYS HAVE SOMEONE TO AUTHORIZE ITS
      *    DEBITS.  ITS LAST CUSTODIAN IS REMOVED ONLY BY MINORCNV AT
      *    THE AGE OF MAJORITY; A CHANGE OF CUSTODIAN ADDS THE NEW
      *    ONE BEFORE DELETING THE OLD.
           MOVE 'N' TO WS-LAST-CUSTODIAN-SWITCH
           MOVE CARD-ACCT-ID TO OWN-ACCT-ID
           MOVE CARD-CUST-NO TO OWN-CUST-NO
           READ OWNER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF OWN-CUSTODIAN
                      PERFORM 5110-CHECK-MINOR-ACCOUNT
                      IF MINOR-ACCOUNT
                          PERFORM 5120-COUNT-CUSTODIANS
                          IF WS-CUSTODIAN-COUNT < 2
                              MOVE 'Y' TO WS-LAST-CUSTODIAN-SWITCH
                          END-IF
                      END-IF
                  END-IF
           END-READ.
       5110-CHECK-MINOR-ACCOUNT.
           MOVE 'Y' TO WS-MINOR-SWITCH
           MOVE CARD-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                  MOVE 'N' TO WS-MINOR-SWITCH
               NOT INVALID KEY
                  IF PRODUCT-AVAILABLE
                      MOVE 'N' TO WS-MINOR-SWITCH
                      IF ACCT-PRODUCT-CODE NOT = SPACES
                          MOVE ACCT-ENTITY-CODE TO PROD-ENTITY-CODE
                          MOVE ACCT-PRODUCT-CODE TO PROD-CODE
                          READ PRODUCT-FILE
                              INVALID KEY
                                 CONTINUE
                              NOT INVALID KEY
                                 IF PROD-FOR-MINORS
                                     MOVE 'Y' TO WS-MINOR-SWITCH
                                 END-IF
                          END-READ
                      END-IF
                  END-IF
           END-READ.
       5120-COUNT-CUSTODIANS.
           MOVE 0 TO WS-CUSTODIAN-COUNT
           MOVE 'N' TO WS-OWN-SCAN-EOF
           MOVE CARD-ACCT-ID TO OWN-ACCT-ID
           MOVE LOW-VALUES TO OWN-CUST-NO
           START OWNER-FILE KEY IS NOT LESS THAN OWN-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-OWN-SCAN-EOF
           END-START
           PERFORM 5130-COUNT-ONE-LINK UNTIL OWN-SCAN-DONE.
       5130-COUNT-ONE-LINK.
           READ OWNER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-OWN-SCAN-EOF
           END-READ
           IF NOT OWN-SCAN-DONE
               IF WS-OWN-STATUS NOT = '00'
                   OR OWN-ACCT-ID NOT = CARD-ACCT-ID
                   MOVE 'Y' TO WS-OWN-SCAN-EOF
               ELSE
                   IF OWN-CUSTODIAN
                       ADD 1 TO WS-CUSTODIAN-COUNT
                   END-IF
               END-IF
           END-IF.
       6000-WRITE-AUDIT.
           MOVE SPACES TO AUDIT-RECORD
           STRING 'OWNER ' WS-ACTION
               ' ON: ' WS-TODAY
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.
       7000-SET-SIGNING-MANDATE.
      *    THE MANDATE SAYS HOW MANY OF THE ACCOUNT'S SIGNERS MUST
      *    AUTHORIZE A DEBIT.  ANY ONE SIGNER NEEDS NO LIMIT.  THE
      *    ACCOUNT WAS READ WHEN THE CARD WAS VALIDATED.
           MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
           MOVE CARD-SIGN-MANDATE TO ACCT-SIGN-MANDATE
           IF ACCT-MANDATE-ANY-ONE
               MOVE 0 TO ACCT-MANDATE-LIMIT
           ELSE
               MOVE CARD-MANDATE-LIMIT TO ACCT-MANDATE-LIMIT
           END-IF
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'MANDATE REWRITE FAILED, STATUS '
                      WS-FILE-STATUS ': ' CARD-ACCT-ID
               NOT INVALID KEY
                  ADD 1 TO WS-MANDATE-COUNT
                  MOVE ACCOUNT-RECORD TO WS-MH-AFTER
                  CALL 'MNTHIST' USING WS-HIST-AREA
                  MOVE ACCT-MANDATE-LIMIT TO WS-LIMIT-DISPLAY
                  MOVE SPACES TO AUDIT-RECORD
                  STRING 'MANDATE ACCT: ' CARD-ACCT-ID
                      ' TYPE: ' ACCT-SIGN-MANDATE
                      ' LIMIT: ' WS-LIMIT-DISPLAY
                      ' BY: ' CARD-OPERATOR
                      ' ON: ' WS-TODAY
                      DELIMITED BY SIZE INTO AUDIT-RECORD
                  WRITE AUDIT-RECORD
           END-REWRITE.
       9000-CLOSE-FILES.
           CLOSE OWNER-FILE
           CLOSE OWNER-CARD-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           IF PRODUCT-AVAILABLE
               CLOSE PRODUCT-FILE
           END-IF
           CLOSE AUDIT-FILE.
