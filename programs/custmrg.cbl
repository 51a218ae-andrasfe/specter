       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-CARD-FILE ASSIGN TO 'MRGCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OWNER-FILE ASSIGN TO 'ACCTOWN'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OWN-KEY
               FILE STATUS IS WS-OWN-STATUS.
           SELECT CONSENT-FILE ASSIGN TO 'MKTCONS'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MKC-KEY
               FILE STATUS IS WS-MKC-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'MRGAUDIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MERGE-CARD-FILE.
       01 MERGE-CARD-RECORD.
          05 CARD-SURVIVOR   PIC X(08).
          05 CARD-RETIRED    PIC X(08).
          05 CARD-OPERATOR   PIC X(08).
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD OWNER-FILE.
       01 OWNER-RECORD.
           COPY OWNREC.
       FD CONSENT-FILE.
       01 CONSENT-RECORD.
           COPY MKCNREC.
       FD AUDIT-FILE.
       01 AUDIT-RECORD       PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-OWN-STATUS      PIC XX VALUE '00'.
       01 WS-AUD-STATUS      PIC XX VALUE '00'.
       01 WS-MKC-STATUS      PIC XX VALUE '00'.
       01 WS-OWN-AVAILABLE   PIC X VALUE 'N'.
           88 OWNERS-AVAILABLE VALUE 'Y'.
       01 WS-MKC-AVAILABLE   PIC X VALUE 'N'.
           88 CONSENTS-AVAILABLE VALUE 'Y'.
      * MARKETING CONSENT HELD BY THE DUPLICATE, ONE CHANNEL AT A
      * TIME.
       01 WS-CHANNEL-LIST    PIC X(04) VALUE 'MPES'.
       01 WS-CHANNEL-TABLE REDEFINES WS-CHANNEL-LIST.
          05 WS-CHANNEL-CODE PIC X(01) OCCURS 4 TIMES.
       01 WS-CH-IDX          PIC 9(1) COMP VALUE 0.
       01 WS-RETIRED-CONSENT PIC X(80).
       01 WS-SURVIVOR-FOUND  PIC X VALUE 'N'.
           88 SURVIVOR-CONSENT-FOUND VALUE 'Y'.
       01 WS-SAVED-CONSENT   PIC X(80).
       01 WS-WITHDRAWN-DATE  PIC 9(8).
       01 WS-WITHDRAWN-SOURCE PIC X(01).
       01 WS-WITHDRAWN-REF   PIC X(12).
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-CARD-OK-SWITCH  PIC X VALUE 'Y'.
           88 CARD-USABLE    VALUE 'Y'.
       01 WS-ACCT-SCAN-EOF   PIC X VALUE 'N'.
           88 ACCT-SCAN-DONE VALUE 'Y'.
       01 WS-OWN-SCAN-EOF    PIC X VALUE 'N'.
           88 OWN-SCAN-DONE  VALUE 'Y'.
       01 WS-MERGED-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-ACCTS-MOVED     PIC 9(5) COMP VALUE 0.
       01 WS-LINKS-MOVED     PIC 9(5) COMP VALUE 0.
       01 WS-LINKS-DROPPED   PIC 9(5) COMP VALUE 0.
       01 WS-ACCTS-DISPLAY   PIC ZZZZ9.
       01 WS-LINKS-DISPLAY   PIC ZZZZ9.
       01 WS-SAVED-OWNER     PIC X(35).
       01 WS-RESUME-KEY      PIC X(18).
       01 WS-HIST-AREA.
          05 WS-MH-PROGRAM    PIC X(08) VALUE 'CUSTMRG'.
          05 WS-MH-BEFORE     PIC X(250).
          05 WS-MH-AFTER      PIC X(250).
      * THE HISTORY IS KEYED ON THE FIRST TEN BYTES OF THE IMAGE,
      * SO A CUSTOMER IMAGE IS LOGGED BEHIND ITS NUMBER ALONE.
       01 WS-CUST-IMAGE.
          05 WS-CI-KEY        PIC X(10).
          05 WS-CI-RECORD     PIC X(240).
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
      *    EACH CARD IS A PAIR FROM THE CUSTDUP REVIEW LIST THAT A
      *    REVIEWER HAS APPROVED: THE SURVIVING CUSTOMER, THE
      *    DUPLICATE TO RETIRE AND THE APPROVER.  EVERY ACCOUNT THE
      *    DUPLICATE OWNS AND EVERY ACCTOWN LINK IT HOLDS MOVE TO
      *    THE SURVIVOR.  ADDRESSES ARE HELD BY ACCOUNT ON ADDRFILE
      *    AND SO FOLLOW THE ACCOUNTS.  THE DUPLICATE IS THEN MARKED
      *    MERGED WITH A POINTER TO THE SURVIVOR, NEVER DELETED, SO
      *    ITS NUMBER STILL RESOLVES ON OLD PAPERWORK.  EVERY
      *    ACCOUNT AND CUSTOMER CHANGE GOES TO MAINTENANCE HISTORY.
      *    MARKETING CONSENT IS CARRIED ACROSS SO THAT AN OPT-OUT
      *    GIVEN UNDER EITHER NUMBER STILL STANDS.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 2000-READ-MERGE-CARD
           PERFORM 3000-APPLY-MERGE-CARD UNTIL CARD-EOF
           DISPLAY 'CUSTOMERS MERGED   : ' WS-MERGED-COUNT
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
           OPEN INPUT MERGE-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'MERGE CARD FILE OPEN ERROR: ' WS-CARD-STATUS
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-STATUS
               CLOSE MERGE-CARD-FILE
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE MERGE-CARD-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           OPEN I-O OWNER-FILE
           IF WS-OWN-STATUS = '00'
               MOVE 'Y' TO WS-OWN-AVAILABLE
           ELSE
               DISPLAY 'OWNER FILE UNAVAILABLE, STATUS '
                   WS-OWN-STATUS ', NO OWNER LINKS MOVED'
           END-IF
           OPEN I-O CONSENT-FILE
           IF WS-MKC-STATUS = '00'
               MOVE 'Y' TO WS-MKC-AVAILABLE
           ELSE
               DISPLAY 'CONSENT FILE UNAVAILABLE, STATUS '
                   WS-MKC-STATUS ', NO CONSENTS CARRIED'
           END-IF
           OPEN OUTPUT AUDIT-FILE
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'MERGE AUDIT FILE OPEN ERROR: ' WS-AUD-STATUS
               CLOSE MERGE-CARD-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ACCOUNT-FILE
               IF OWNERS-AVAILABLE
                   CLOSE OWNER-FILE
               END-IF
               IF CONSENTS-AVAILABLE
                   CLOSE CONSENT-FILE
               END-IF
               STOP RUN
           END-IF.
       2000-READ-MERGE-CARD.
           READ MERGE-CARD-FILE INTO MERGE-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-APPLY-MERGE-CARD.
           PERFORM 3100-VALIDATE-CARD
           IF CARD-USABLE
               MOVE 0 TO WS-ACCTS-MOVED
               MOVE 0 TO WS-LINKS-MOVED
               MOVE 0 TO WS-LINKS-DROPPED
               PERFORM 4000-MOVE-ACCOUNTS
               IF OWNERS-AVAILABLE
                   PERFORM 5000-MOVE-OWNER-LINKS
               END-IF
               IF CONSENTS-AVAILABLE
                   PERFORM 5500-CARRY-CONSENT
                       VARYING WS-CH-IDX FROM 1 BY 1
                       UNTIL WS-CH-IDX > 4
               END-IF
               PERFORM 6000-RETIRE-CUSTOMER
           END-IF
           PERFORM 2000-READ-MERGE-CARD.
       3100-VALIDATE-CARD.
           MOVE 'Y' TO WS-CARD-OK-SWITCH
           IF CARD-SURVIVOR = SPACES OR CARD-RETIRED = SPACES
               OR CARD-OPERATOR = SPACES
               MOVE 'N' TO WS-CARD-OK-SWITCH
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'MERGE CARD REJECTED, BAD DATA: '
                   CARD-SURVIVOR ' ' CARD-RETIRED
           ELSE
               IF CARD-SURVIVOR = CARD-RETIRED
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'MERGE CARD REJECTED, SAME CUSTOMER: '
                       CARD-SURVIVOR
               END-IF
           END-IF
           IF CARD-USABLE
               MOVE CARD-SURVIVOR TO CUST-NO
               PERFORM 3200-CHECK-CUSTOMER
           END-IF
           IF CARD-USABLE
               MOVE CARD-RETIRED TO CUST-NO
               PERFORM 3200-CHECK-CUSTOMER
           END-IF.
       3200-CHECK-CUSTOMER.
           READ CUSTOMER-FILE
               INVALID KEY
                  MOVE 'N' TO WS-CARD-OK-SWITCH
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'MERGE CARD REJECTED, CUSTOMER NOT FOUND: '
                      CUST-NO
               NOT INVALID KEY
                  IF CUST-MERGED
                      MOVE 'N' TO WS-CARD-OK-SWITCH
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'MERGE CARD REJECTED, CUSTOMER '
                          CUST-NO ' ALREADY MERGED INTO '
                          CUST-MERGED-INTO
                  END-IF
           END-READ.
       4000-MOVE-ACCOUNTS.
           MOVE 'N' TO WS-ACCT-SCAN-EOF
           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-ID
               INVALID KEY
                  MOVE 'Y' TO WS-ACCT-SCAN-EOF
           END-START
           PERFORM 4100-MOVE-ONE-ACCOUNT UNTIL ACCT-SCAN-DONE.
       4100-MOVE-ONE-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-ACCT-SCAN-EOF
           END-READ
           IF NOT ACCT-SCAN-DONE
               IF WS-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-ACCT-SCAN-EOF
               ELSE
                   IF ACCT-CUSTOMER-NO = CARD-RETIRED
                       PERFORM 4200-REPOINT-ACCOUNT
                   END-IF
               END-IF
           END-IF.
       4200-REPOINT-ACCOUNT.
           MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
           MOVE CARD-SURVIVOR TO ACCT-CUSTOMER-NO
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                  DISPLAY 'ACCOUNT REWRITE FAILED, STATUS '
                      WS-FILE-STATUS ': ' ACCT-ID
               NOT INVALID KEY
                  ADD 1 TO WS-ACCTS-MOVED
                  MOVE ACCOUNT-RECORD TO WS-MH-AFTER
                  CALL 'MNTHIST' USING WS-HIST-AREA
                  MOVE SPACES TO AUDIT-RECORD
                  STRING 'ACCOUNT MOVED ACCT: ' ACCT-ID
                      ' FROM: ' CARD-RETIRED
                      ' TO: ' CARD-SURVIVOR
                      DELIMITED BY SIZE INTO AUDIT-RECORD
                  WRITE AUDIT-RECORD
           END-REWRITE.
       5000-MOVE-OWNER-LINKS.
           MOVE 'N' TO WS-OWN-SCAN-EOF
           MOVE LOW-VALUES TO OWN-KEY
           START OWNER-FILE KEY IS NOT LESS THAN OWN-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-OWN-SCAN-EOF
           END-START
           PERFORM 5100-MOVE-ONE-LINK UNTIL OWN-SCAN-DONE.
       5100-MOVE-ONE-LINK.
           READ OWNER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-OWN-SCAN-EOF
           END-READ
           IF NOT OWN-SCAN-DONE
               IF WS-OWN-STATUS NOT = '00'
                   MOVE 'Y' TO WS-OWN-SCAN-EOF
               ELSE
                   IF OWN-CUST-NO = CARD-RETIRED
                       PERFORM 5200-REKEY-LINK
                   END-IF
               END-IF
           END-IF.
       5200-REKEY-LINK.
      *    THE CUSTOMER NUMBER IS PART OF THE KEY, SO THE LINK IS
      *    DELETED AND WRITTEN AGAIN UNDER THE SURVIVOR.  WHERE THE
      *    SURVIVOR IS ALREADY LINKED TO THE ACCOUNT ITS OWN LINK
      *    STANDS AND THE DUPLICATE'S IS DROPPED.  THE SCAN IS THEN
      *    RESTARTED PAST THE OLD KEY.
           MOVE OWNER-RECORD TO WS-SAVED-OWNER
           MOVE OWN-KEY TO WS-RESUME-KEY
           DELETE OWNER-FILE
               INVALID KEY
                  DISPLAY 'OWNER DELETE FAILED, STATUS '
                      WS-OWN-STATUS ': ' OWN-ACCT-ID
           END-DELETE
           IF WS-OWN-STATUS = '00'
               MOVE WS-SAVED-OWNER TO OWNER-RECORD
               MOVE CARD-SURVIVOR TO OWN-CUST-NO
               WRITE OWNER-RECORD
                   INVALID KEY
                      ADD 1 TO WS-LINKS-DROPPED
                   NOT INVALID KEY
                      ADD 1 TO WS-LINKS-MOVED
               END-WRITE
               MOVE SPACES TO AUDIT-RECORD
               STRING 'OWNER LINK MOVED ACCT: ' OWN-ACCT-ID
                   ' FROM: ' CARD-RETIRED
                   ' TO: ' CARD-SURVIVOR
                   ' ROLE: ' OWN-ROLE
                   DELIMITED BY SIZE INTO AUDIT-RECORD
               WRITE AUDIT-RECORD
           END-IF
           MOVE WS-RESUME-KEY TO OWN-KEY
           START OWNER-FILE KEY IS GREATER THAN OWN-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-OWN-SCAN-EOF
           END-START.
       5500-CARRY-CONSENT.
      *    A SURVIVOR WITH NO CONSENT RECORD ON THE CHANNEL TAKES THE
      *    DUPLICATE'S.  WHERE BOTH HAVE ONE, A WITHDRAWAL BY THE
      *    DUPLICATE OVERRIDES CONSENT GIVEN BY THE SURVIVOR.  THE
      *    DUPLICATE'S OWN RECORD IS LEFT AS EVIDENCE.
           MOVE CARD-RETIRED TO MKC-CUST-NO
           MOVE WS-CHANNEL-CODE (WS-CH-IDX) TO MKC-CHANNEL
           READ CONSENT-FILE
               INVALID KEY
                  CONTINUE
           END-READ
           IF WS-MKC-STATUS = '00'
               MOVE CONSENT-RECORD TO WS-RETIRED-CONSENT
               MOVE 'N' TO WS-SURVIVOR-FOUND
               MOVE CARD-SURVIVOR TO MKC-CUST-NO
               READ CONSENT-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 'Y' TO WS-SURVIVOR-FOUND
               END-READ
               IF NOT SURVIVOR-CONSENT-FOUND
                   MOVE WS-RETIRED-CONSENT TO CONSENT-RECORD
                   MOVE CARD-SURVIVOR TO MKC-CUST-NO
                   MOVE CARD-OPERATOR TO MKC-UPDATED-BY
                   MOVE WS-TODAY TO MKC-UPDATED-DATE
                   WRITE CONSENT-RECORD
                       INVALID KEY
                          DISPLAY 'CONSENT WRITE FAILED, STATUS '
                              WS-MKC-STATUS ': ' CARD-SURVIVOR
                       NOT INVALID KEY
                          PERFORM 5510-WRITE-CONSENT-AUDIT
                   END-WRITE
               ELSE
                   IF MKC-GIVEN
                       PERFORM 5520-TAKE-WITHDRAWAL
                   END-IF
               END-IF
           END-IF.
       5510-WRITE-CONSENT-AUDIT.
           MOVE SPACES TO AUDIT-RECORD
           STRING 'CONSENT CARRIED CHANNEL: ' MKC-CHANNEL
               ' STATUS: ' MKC-STATUS ' ' MKC-STATUS-DATE
               ' TO: ' CARD-SURVIVOR
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.
       5520-TAKE-WITHDRAWAL.
           MOVE CONSENT-RECORD TO WS-SAVED-CONSENT
           MOVE WS-RETIRED-CONSENT TO CONSENT-RECORD
           IF MKC-WITHDRAWN
               MOVE MKC-WITHDRAWN-DATE TO WS-WITHDRAWN-DATE
               MOVE MKC-SOURCE TO WS-WITHDRAWN-SOURCE
               MOVE MKC-SOURCE-REF TO WS-WITHDRAWN-REF
               MOVE WS-SAVED-CONSENT TO CONSENT-RECORD
               SET MKC-WITHDRAWN TO TRUE
               MOVE WS-WITHDRAWN-DATE TO MKC-WITHDRAWN-DATE
               MOVE WS-WITHDRAWN-DATE TO MKC-STATUS-DATE
               MOVE WS-WITHDRAWN-SOURCE TO MKC-SOURCE
               MOVE WS-WITHDRAWN-REF TO MKC-SOURCE-REF
               MOVE CARD-OPERATOR TO MKC-UPDATED-BY
               MOVE WS-TODAY TO MKC-UPDATED-DATE
               REWRITE CONSENT-RECORD
                   INVALID KEY
                      DISPLAY 'CONSENT REWRITE FAILED, STATUS '
                          WS-MKC-STATUS ': ' CARD-SURVIVOR
                   NOT INVALID KEY
                      PERFORM 5510-WRITE-CONSENT-AUDIT
               END-REWRITE
           ELSE
               MOVE WS-SAVED-CONSENT TO CONSENT-RECORD
           END-IF.
       6000-RETIRE-CUSTOMER.
           MOVE CARD-RETIRED TO CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY
                  DISPLAY 'CUSTOMER REREAD FAILED: ' CARD-RETIRED
           END-READ
           IF WS-CUST-STATUS = '00'
               MOVE SPACES TO WS-CUST-IMAGE
               MOVE CUST-NO TO WS-CI-KEY
               MOVE CUSTOMER-RECORD TO WS-CI-RECORD
               MOVE WS-CUST-IMAGE TO WS-MH-BEFORE
               MOVE 'M' TO CUST-STATUS
               MOVE CARD-SURVIVOR TO CUST-MERGED-INTO
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'CUSTOMER REWRITE FAILED, STATUS '
                          WS-CUST-STATUS ': ' CARD-RETIRED
                   NOT INVALID KEY
                      ADD 1 TO WS-MERGED-COUNT
                      MOVE CUSTOMER-RECORD TO WS-CI-RECORD
                      MOVE WS-CUST-IMAGE TO WS-MH-AFTER
                      CALL 'MNTHIST' USING WS-HIST-AREA
                      PERFORM 6100-WRITE-MERGE-AUDIT
               END-REWRITE
           END-IF.
       6100-WRITE-MERGE-AUDIT.
           MOVE WS-ACCTS-MOVED TO WS-ACCTS-DISPLAY
           MOVE WS-LINKS-MOVED TO WS-LINKS-DISPLAY
           MOVE SPACES TO AUDIT-RECORD
           STRING 'CUSTOMER MERGED: ' CARD-RETIRED
               ' INTO: ' CARD-SURVIVOR
               ' ACCTS: ' WS-ACCTS-DISPLAY
               ' LINKS: ' WS-LINKS-DISPLAY
               ' BY: ' CARD-OPERATOR
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF WS-LINKS-DROPPED > 0
               MOVE WS-LINKS-DROPPED TO WS-LINKS-DISPLAY
               MOVE SPACES TO AUDIT-RECORD
               STRING '   LINKS ALREADY HELD BY SURVIVOR, DROPPED: '
                   WS-LINKS-DISPLAY ' ON: ' WS-TODAY
                   DELIMITED BY SIZE INTO AUDIT-RECORD
               WRITE AUDIT-RECORD
           END-IF.
       9000-CLOSE-FILES.
           CLOSE MERGE-CARD-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-FILE
           IF OWNERS-AVAILABLE
               CLOSE OWNER-FILE
           END-IF
           IF CONSENTS-AVAILABLE
               CLOSE CONSENT-FILE
           END-IF
           CLOSE AUDIT-FILE.
