               ACCESS IS SEQUENTIAL
               RECORD KEY IS ACCT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PARTY-FILE ASSIGN TO 'CUSTRELP'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RELP-KEY
               FILE STATUS IS WS-RELP-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
           SELECT OPTIONAL REVIEW-CARD-FILE ASSIGN TO 'KYCCARD'
               ORGANIZATION IS LINE SEQUENTIAL
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD PARTY-FILE.
       01 PARTY-RECORD.
           COPY RELPREC.
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           COPY ACCTREC.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-WRK-STATUS      PIC XX VALUE '00'.
       01 WS-ESC-STATUS      PIC XX VALUE '00'.
       01 WS-RELP-STATUS     PIC XX VALUE '00'.
       01 WS-PARTY-SCAN-EOF  PIC X VALUE 'N'.
           88 PARTY-SCAN-DONE VALUE 'Y'.
       01 WS-PARTY-SCAN-MODE PIC X VALUE SPACE.
           88 PARTY-STAMP    VALUE 'S'.
           88 PARTY-MEASURE  VALUE 'M'.
           88 PARTY-LIST     VALUE 'L'.
       01 WS-PARTY-CUST     PIC X(08) VALUE SPACES.
       01 WS-PARTY-STAMP-DATE PIC 9(8) VALUE 0.
       01 WS-PARTY-DUE       PIC X VALUE 'N'.
           88 PARTY-REVIEW-DUE VALUE 'Y'.
       01 WS-SIGNER-COUNT    PIC 9(3) COMP VALUE 0.
       01 WS-PARTY-DUE-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-PCT-DISPLAY     PIC ZZ9.99.
       01 WS-CARD-EOF        PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH PIC X VALUE 'N'.
      *    CUSTOMER WHOSE RISK-BASED CYCLE HAS LAPSED GOES ON THE
      *    WORK LIST WITH THEIR ACCOUNTS AND BALANCES ATTACHED;
      *    ANYONE PAST THE GRACE PERIOD ESCALATES SEPARATELY.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           DISPLAY 'CARDS REJECTED    : ' WS-REJECT-COUNT
           DISPLAY 'CUSTOMERS DUE     : ' WS-DUE-COUNT
           DISPLAY 'CUSTOMERS OVERDUE : ' WS-OVERDUE-COUNT
           DISPLAY 'RELATED PARTIES DUE: ' WS-PARTY-DUE-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT OF ACCOUNT-RECORD TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION OF ACCOUNT-RECORD
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               CLOSE CUSTOMER-FILE
               CLOSE WORKLIST-FILE
               STOP RUN
           END-IF
           OPEN I-O PARTY-FILE
           IF WS-RELP-STATUS = '35'
               OPEN OUTPUT PARTY-FILE
               CLOSE PARTY-FILE
               OPEN I-O PARTY-FILE
           END-IF
           IF WS-RELP-STATUS NOT = '00'
               DISPLAY 'RELATED PARTY FILE OPEN ERROR: '
                   WS-RELP-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE WORKLIST-FILE
               CLOSE ESCALATION-FILE
               STOP RUN
           END-IF.
       2000-APPLY-REVIEW-CARDS.
           OPEN INPUT REVIEW-CARD-FILE
                      END-IF
                      REWRITE CUSTOMER-RECORD
                      ADD 1 TO WS-UPDATED-COUNT
                      IF CUST-ENTITY
                          MOVE CUST-LAST-REVIEW-DATE
                              TO WS-PARTY-STAMP-DATE
                          SET PARTY-STAMP TO TRUE
                          PERFORM 4500-SCAN-RELATED-PARTIES
                      END-IF
                      DISPLAY 'KYC REVIEW RECORDED: ' CARD-CUST-NO
                          ' BY: ' CARD-REVIEWER
               END-READ
               END-READ
               IF WS-CUST-FOUND = 'Y' AND CUST-ACTIVE
                   PERFORM 4100-MEASURE-REVIEW-AGE
                   IF CUST-ENTITY
                       SET PARTY-MEASURE TO TRUE
                       PERFORM 4500-SCAN-RELATED-PARTIES
                   END-IF
                   PERFORM 4150-QUEUE-CUSTOMER
               END-IF
           END-IF.
       4100-MEASURE-REVIEW-AGE.
           IF WS-ANCHOR-DATE = 0
               MOVE WS-TODAY TO WS-ANCHOR-DATE
           END-IF
           PERFORM 4110-CHECK-ANCHOR-AGE.
       4110-CHECK-ANCHOR-AGE.
           COMPUTE WS-ANCHOR-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-ANCHOR-DATE)
           COMPUTE WS-DAYS-SINCE =
               WS-TODAY-JULIAN - WS-ANCHOR-JULIAN
           IF WS-DAYS-SINCE > WS-CYCLE-DAYS
               MOVE 'Y' TO WS-DUE-SWITCH
               IF WS-DAYS-SINCE > (WS-CYCLE-DAYS + WS-GRACE-DAYS)
                   MOVE 'Y' TO WS-OVERDUE-SWITCH
               END-IF
           END-IF.
       4150-QUEUE-CUSTOMER.
      *    AN ENTITY IS DUE WHEN IT OR ANY OF ITS SIGNERS OR OWNERS
      *    IS DUE, AND ITS PARTIES ARE LISTED UNDER THE HEADER SO THE
      *    REVIEWER SEES THE WHOLE OWNERSHIP STRUCTURE.
           IF REVIEW-DUE
               ADD 1 TO WS-DUE-COUNT
               PERFORM 4200-WRITE-CUSTOMER-HEADER
               IF REVIEW-OVERDUE
                   ADD 1 TO WS-OVERDUE-COUNT
                   PERFORM 4300-WRITE-ESCALATION
               END-IF
               IF CUST-ENTITY
                   SET PARTY-LIST TO TRUE
                   PERFORM 4500-SCAN-RELATED-PARTIES
                   IF WS-SIGNER-COUNT = 0
                       MOVE SPACES TO WORKLIST-RECORD
                       MOVE '    NO AUTHORIZED SIGNER ON FILE'
                           TO WORKLIST-RECORD
                       WRITE WORKLIST-RECORD
                   END-IF
               END-IF
           END-IF.
       4200-WRITE-CUSTOMER-HEADER.
           MOVE SPACES TO WORKLIST-RECORD
               ' ' CUST-NAME
               ' RISK: ' CUST-RISK-RATING
               ' LAST: ' CUST-LAST-REVIEW-DATE
               ' TYPE: ' CUST-TYPE
               DELIMITED BY SIZE INTO WORKLIST-RECORD
           WRITE WORKLIST-RECORD.
       4500-SCAN-RELATED-PARTIES.
      *    ONE PASS OVER THE ENTITY'S ACTIVE PARTIES, EITHER TO
      *    STAMP A COMPLETED REVIEW ON THEM, TO MEASURE EACH PARTY'S
      *    OWN REVIEW AGE, OR TO LIST THEM ON THE WORK LIST.
           MOVE CUST-NO TO WS-PARTY-CUST
           MOVE 0 TO WS-SIGNER-COUNT
           MOVE 'N' TO WS-PARTY-SCAN-EOF
           MOVE CUST-NO TO RELP-CUST-NO
           MOVE 0 TO RELP-SEQ
           START PARTY-FILE KEY IS NOT LESS THAN RELP-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-PARTY-SCAN-EOF
           END-START
           PERFORM 4510-SCAN-ONE-PARTY UNTIL PARTY-SCAN-DONE.
       4510-SCAN-ONE-PARTY.
           READ PARTY-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-PARTY-SCAN-EOF
           END-READ
           IF NOT PARTY-SCAN-DONE
               IF WS-RELP-STATUS NOT = '00'
                   OR RELP-CUST-NO NOT = WS-PARTY-CUST
                   MOVE 'Y' TO WS-PARTY-SCAN-EOF
               ELSE
                   IF RELP-ACTIVE
                       IF RELP-IS-SIGNER
                           ADD 1 TO WS-SIGNER-COUNT
                       END-IF
                       EVALUATE TRUE
                           WHEN PARTY-STAMP
                               PERFORM 4520-STAMP-PARTY-REVIEW
                           WHEN PARTY-MEASURE
                               PERFORM 4530-MEASURE-PARTY-AGE
                           WHEN OTHER
                               PERFORM 4540-LIST-PARTY-LINE
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
       4520-STAMP-PARTY-REVIEW.
           MOVE WS-PARTY-STAMP-DATE TO RELP-LAST-REVIEW-DATE
           REWRITE PARTY-RECORD
               INVALID KEY
                  DISPLAY 'RELATED PARTY REWRITE FAILED, STATUS '
                      WS-RELP-STATUS ': ' RELP-CUST-NO ' ' RELP-SEQ
           END-REWRITE.
       4530-MEASURE-PARTY-AGE.
      *    A PARTY RUNS ON THE ENTITY'S CYCLE FROM ITS OWN LAST
      *    REVIEW, OR FROM THE DAY IT WAS ADDED.
           IF RELP-LAST-REVIEW-DATE IS NUMERIC
               AND RELP-LAST-REVIEW-DATE NOT = 0
               MOVE RELP-LAST-REVIEW-DATE TO WS-ANCHOR-DATE
           ELSE
               MOVE RELP-ADDED-DATE TO WS-ANCHOR-DATE
           END-IF
           IF WS-ANCHOR-DATE IS NOT NUMERIC OR WS-ANCHOR-DATE = 0
               MOVE WS-TODAY TO WS-ANCHOR-DATE
           END-IF
           PERFORM 4110-CHECK-ANCHOR-AGE.
       4540-LIST-PARTY-LINE.
           IF RELP-LAST-REVIEW-DATE IS NUMERIC
               AND RELP-LAST-REVIEW-DATE NOT = 0
               MOVE RELP-LAST-REVIEW-DATE TO WS-ANCHOR-DATE
           ELSE
               MOVE RELP-ADDED-DATE TO WS-ANCHOR-DATE
           END-IF
           MOVE 'N' TO WS-PARTY-DUE
           IF WS-ANCHOR-DATE IS NUMERIC AND WS-ANCHOR-DATE NOT = 0
               COMPUTE WS-ANCHOR-JULIAN =
                   FUNCTION INTEGER-OF-DATE (WS-ANCHOR-DATE)
               IF WS-TODAY-JULIAN - WS-ANCHOR-JULIAN > WS-CYCLE-DAYS
                   MOVE 'Y' TO WS-PARTY-DUE
                   ADD 1 TO WS-PARTY-DUE-COUNT
               END-IF
           END-IF
           MOVE RELP-OWNERSHIP-PCT TO WS-PCT-DISPLAY
           MOVE SPACES TO WORKLIST-RECORD
           STRING '    PARTY: ' RELP-SEQ
               ' ROLE: ' RELP-ROLE
               ' ' RELP-NAME
               ' OWNS: ' WS-PCT-DISPLAY
               ' LAST: ' RELP-LAST-REVIEW-DATE
               DELIMITED BY SIZE INTO WORKLIST-RECORD
           IF PARTY-REVIEW-DUE
               MOVE 'DUE' TO WORKLIST-RECORD (88:3)
           END-IF
           WRITE WORKLIST-RECORD.
       4300-WRITE-ESCALATION.
           MOVE SPACES TO ESCALATION-RECORD
       9000-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           CLOSE WORKLIST-FILE
           CLOSE ESCALATION-FILE
           CLOSE PARTY-FILE.
