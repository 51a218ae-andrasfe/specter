       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTY-FILE ASSIGN TO 'CUSTRELP'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RELP-KEY
               FILE STATUS IS WS-RELP-STATUS.
           SELECT PARTY-CARD-FILE ASSIGN TO 'RELPCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'RELPAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARTY-FILE.
       01 PARTY-RECORD.
           COPY RELPREC.
      * ONE SIGNER OR OWNER CHANGE.  ADD ASSIGNS THE NEXT SEQUENCE
      * FOR THE CUSTOMER; CHANGE AND REMOVE NAME THE SEQUENCE.  ON
      * A CHANGE, BLANK FIELDS KEEP THEIR VALUES.
       FD PARTY-CARD-FILE.
       01 PARTY-CARD-RECORD.
          05 CARD-ACTION     PIC X(01).
             88 CARD-ADD        VALUE 'A'.
             88 CARD-CHANGE     VALUE 'C'.
             88 CARD-REMOVE     VALUE 'R'.
          05 CARD-CUST-NO    PIC X(08).
          05 CARD-SEQ-TEXT   PIC X(03).
          05 CARD-SEQ REDEFINES CARD-SEQ-TEXT PIC 9(3).
          05 CARD-ROLE       PIC X(01).
          05 CARD-PCT-TEXT   PIC X(05).
          05 CARD-PCT REDEFINES CARD-PCT-TEXT PIC 9(3)V99.
          05 CARD-NAME       PIC X(30).
          05 CARD-DOB-TEXT   PIC X(08).
          05 CARD-DOB REDEFINES CARD-DOB-TEXT PIC 9(8).
          05 CARD-ID-TYPE    PIC X(02).
          05 CARD-ID-NUMBER  PIC X(20).
          05 CARD-COUNTRY    PIC X(03).
          05 CARD-ADDRESS    PIC X(40).
          05 CARD-LINKED-CUST-NO PIC X(08).
          05 CARD-OPERATOR   PIC X(08).
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       FD AUDIT-FILE.
       01 AUDIT-RECORD       PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-RELP-STATUS     PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-AUD-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-SCAN-EOF        PIC X VALUE 'N'.
           88 SCAN-DONE      VALUE 'Y'.
       01 WS-CARD-OK-SWITCH  PIC X VALUE 'Y'.
           88 CARD-USABLE    VALUE 'Y'.
      * BENEFICIAL OWNERS ARE RECORDED FROM THIS PERCENTAGE UP.
       01 WS-OWNER-THRESHOLD PIC 9(3)V99 VALUE 25.
       01 WS-NEXT-SEQ        PIC 9(3) VALUE 0.
       01 WS-SKIP-SEQ        PIC 9(3) VALUE 0.
       01 WS-OWNED-TOTAL     PIC 9(5)V99 VALUE 0.
       01 WS-NEW-ROLE        PIC X(01) VALUE SPACE.
       01 WS-NEW-PCT         PIC 9(3)V99 VALUE 0.
       01 WS-ADDED-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-CHANGED-COUNT   PIC 9(5) COMP VALUE 0.
       01 WS-REMOVED-COUNT   PIC 9(5) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-ACTION          PIC X(08) VALUE SPACES.
       01 WS-REJECT-TEXT     PIC X(40) VALUE SPACES.
       01 WS-PCT-DISPLAY     PIC ZZ9.99.
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
      *    SIGNERS AND BENEFICIAL OWNERS ARE KEPT ONLY FOR ENTITY
      *    CUSTOMERS.  AN OWNER BELOW THE THRESHOLD IS NOT RECORDED,
      *    AND THE ACTIVE OWNERS OF ONE ENTITY MAY NOT COME TO MORE
      *    THAN THE WHOLE OF IT.  EVERY CHANGE IS AUDITED.
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 2000-READ-PARTY-CARD
           PERFORM 3000-APPLY-PARTY-CARD UNTIL CARD-EOF
           DISPLAY 'RELATED PARTIES ADDED  : ' WS-ADDED-COUNT
           DISPLAY 'RELATED PARTIES CHANGED: ' WS-CHANGED-COUNT
           DISPLAY 'RELATED PARTIES REMOVED: ' WS-REMOVED-COUNT
           DISPLAY 'CARDS REJECTED         : ' WS-REJECT-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
           OPEN I-O PARTY-FILE
           IF WS-RELP-STATUS = '35'
               OPEN OUTPUT PARTY-FILE
               CLOSE PARTY-FILE
               OPEN I-O PARTY-FILE
           END-IF
           IF WS-RELP-STATUS NOT = '00'
               DISPLAY 'RELATED PARTY FILE OPEN ERROR: '
                   WS-RELP-STATUS
               STOP RUN
           END-IF
           OPEN INPUT PARTY-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'RELATED PARTY CARD FILE OPEN ERROR: '
                   WS-CARD-STATUS
               CLOSE PARTY-FILE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-STATUS
               CLOSE PARTY-FILE
               CLOSE PARTY-CARD-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-FILE
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'RELATED PARTY AUDIT OPEN ERROR: '
                   WS-AUD-STATUS
               CLOSE PARTY-FILE
               CLOSE PARTY-CARD-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF.
       2000-READ-PARTY-CARD.
           READ PARTY-CARD-FILE INTO PARTY-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-APPLY-PARTY-CARD.
           MOVE 'Y' TO WS-CARD-OK-SWITCH
           MOVE SPACES TO WS-REJECT-TEXT
           PERFORM 3100-VALIDATE-CUSTOMER
           IF CARD-USABLE
               EVALUATE TRUE
                   WHEN CARD-ADD
                       PERFORM 4000-ADD-PARTY
                   WHEN CARD-CHANGE
                       PERFORM 5000-CHANGE-PARTY
                   WHEN CARD-REMOVE
                       PERFORM 6000-REMOVE-PARTY
                   WHEN OTHER
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                       MOVE 'BAD ACTION' TO WS-REJECT-TEXT
               END-EVALUATE
           END-IF
           IF NOT CARD-USABLE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'RELATED PARTY CARD REJECTED, '
                   WS-REJECT-TEXT ': ' CARD-CUST-NO ' '
                   CARD-SEQ-TEXT
           END-IF
           PERFORM 2000-READ-PARTY-CARD.
       3100-VALIDATE-CUSTOMER.
           IF CARD-CUST-NO = SPACES OR CARD-OPERATOR = SPACES
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'BAD DATA' TO WS-REJECT-TEXT
           ELSE
               MOVE CARD-CUST-NO TO CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                      MOVE 'N' TO WS-CARD-OK-SWITCH
                      MOVE 'CUSTOMER NOT FOUND' TO WS-REJECT-TEXT
               END-READ
           END-IF
           IF CARD-USABLE AND CARD-ADD
               IF NOT CUST-ENTITY
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'CUSTOMER IS AN INDIVIDUAL'
                       TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF CARD-USABLE AND NOT CARD-ADD
               IF CARD-SEQ-TEXT IS NOT NUMERIC
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'BAD SEQUENCE' TO WS-REJECT-TEXT
               END-IF
           END-IF.
       3200-VALIDATE-PARTY-FIELDS.
      *    THE ROLE AND PERCENTAGE ARE CHECKED AS THEY WILL STAND
      *    AFTER THE CARD IS APPLIED.
           MOVE WS-NEW-ROLE TO RELP-ROLE
           EVALUATE TRUE
               WHEN NOT RELP-VALID-ROLE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'BAD ROLE' TO WS-REJECT-TEXT
               WHEN RELP-IS-OWNER
                   AND WS-NEW-PCT < WS-OWNER-THRESHOLD
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'OWNER BELOW THRESHOLD' TO WS-REJECT-TEXT
               WHEN WS-NEW-PCT > 100
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'BAD PERCENTAGE' TO WS-REJECT-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF CARD-USABLE AND CARD-LINKED-CUST-NO NOT = SPACES
               MOVE CARD-LINKED-CUST-NO TO CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                      MOVE 'N' TO WS-CARD-OK-SWITCH
                      MOVE 'LINKED CUSTOMER NOT FOUND'
                          TO WS-REJECT-TEXT
               END-READ
           END-IF
           IF CARD-USABLE AND CARD-ID-TYPE NOT = SPACES
               MOVE CARD-ID-TYPE TO RELP-ID-TYPE
               IF NOT RELP-VALID-ID-TYPE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'BAD ID TYPE' TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF CARD-USABLE AND CARD-DOB-TEXT NOT = SPACES
               IF CARD-DOB-TEXT IS NOT NUMERIC
                   OR CARD-DOB > WS-TODAY
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'BAD DATE OF BIRTH' TO WS-REJECT-TEXT
               END-IF
           END-IF.
       3300-SCAN-CUSTOMER-PARTIES.
      *    FINDS THE LAST SEQUENCE USED AND TOTALS THE OWNERSHIP OF
      *    THE OTHER ACTIVE OWNERS; WS-SKIP-SEQ IS THE PARTY BEING
      *    CHANGED, WHOSE OLD SHARE DOES NOT COUNT.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE 0 TO WS-OWNED-TOTAL
           MOVE 'N' TO WS-SCAN-EOF
           MOVE CARD-CUST-NO TO RELP-CUST-NO
           MOVE 0 TO RELP-SEQ
           START PARTY-FILE KEY IS NOT LESS THAN RELP-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 3310-SCAN-ONE-PARTY UNTIL SCAN-DONE
           ADD 1 TO WS-NEXT-SEQ.
       3310-SCAN-ONE-PARTY.
           READ PARTY-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-RELP-STATUS NOT = '00'
                   OR RELP-CUST-NO NOT = CARD-CUST-NO
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   MOVE RELP-SEQ TO WS-NEXT-SEQ
                   IF RELP-ACTIVE AND RELP-IS-OWNER
                       AND RELP-SEQ NOT = WS-SKIP-SEQ
                       ADD RELP-OWNERSHIP-PCT TO WS-OWNED-TOTAL
                   END-IF
               END-IF
           END-IF.
       3400-CHECK-OWNED-TOTAL.
           MOVE WS-NEW-ROLE TO RELP-ROLE
           IF RELP-IS-OWNER
               AND WS-OWNED-TOTAL + WS-NEW-PCT > 100
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'OWNERSHIP OVER 100 PERCENT' TO WS-REJECT-TEXT
           END-IF.
       4000-ADD-PARTY.
           MOVE CARD-ROLE TO WS-NEW-ROLE
           IF CARD-PCT-TEXT IS NUMERIC
               MOVE CARD-PCT TO WS-NEW-PCT
           ELSE
               MOVE 0 TO WS-NEW-PCT
           END-IF
           IF CARD-NAME = SPACES OR CARD-ID-TYPE = SPACES
               OR CARD-ID-NUMBER = SPACES
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'NAME AND IDENTITY REQUIRED' TO WS-REJECT-TEXT
           ELSE
               PERFORM 3200-VALIDATE-PARTY-FIELDS
           END-IF
           IF CARD-USABLE
               MOVE 0 TO WS-SKIP-SEQ
               PERFORM 3300-SCAN-CUSTOMER-PARTIES
               PERFORM 3400-CHECK-OWNED-TOTAL
           END-IF
           IF CARD-USABLE
               MOVE CARD-CUST-NO TO RELP-CUST-NO
               MOVE WS-NEXT-SEQ TO RELP-SEQ
               MOVE WS-NEW-ROLE TO RELP-ROLE
               MOVE WS-NEW-PCT TO RELP-OWNERSHIP-PCT
               MOVE CARD-NAME TO RELP-NAME
               IF CARD-DOB-TEXT IS NUMERIC
                   MOVE CARD-DOB TO RELP-DATE-OF-BIRTH
               ELSE
                   MOVE 0 TO RELP-DATE-OF-BIRTH
               END-IF
               MOVE CARD-ID-TYPE TO RELP-ID-TYPE
               MOVE CARD-ID-NUMBER TO RELP-ID-NUMBER
               MOVE CARD-COUNTRY TO RELP-COUNTRY
               MOVE CARD-ADDRESS TO RELP-ADDRESS
               MOVE CARD-LINKED-CUST-NO TO RELP-LINKED-CUST-NO
               SET RELP-ACTIVE TO TRUE
               MOVE WS-TODAY TO RELP-ADDED-DATE
               MOVE CARD-OPERATOR TO RELP-ADDED-BY
               MOVE 0 TO RELP-REMOVED-DATE
               MOVE 0 TO RELP-LAST-REVIEW-DATE
               WRITE PARTY-RECORD
                   INVALID KEY
                      MOVE 'N' TO WS-CARD-OK-SWITCH
                      MOVE 'WRITE FAILED' TO WS-REJECT-TEXT
                   NOT INVALID KEY
                      ADD 1 TO WS-ADDED-COUNT
                      MOVE 'ADDED' TO WS-ACTION
                      PERFORM 7000-WRITE-AUDIT
               END-WRITE
           END-IF.
       5000-CHANGE-PARTY.
           MOVE CARD-CUST-NO TO RELP-CUST-NO
           MOVE CARD-SEQ TO RELP-SEQ
           READ PARTY-FILE
               INVALID KEY
                  MOVE 'N' TO WS-CARD-OK-SWITCH
                  MOVE 'PARTY NOT ON FILE' TO WS-REJECT-TEXT
           END-READ
           IF CARD-USABLE AND RELP-REMOVED
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'PARTY ALREADY REMOVED' TO WS-REJECT-TEXT
           END-IF
           IF CARD-USABLE
               MOVE RELP-ROLE TO WS-NEW-ROLE
               IF CARD-ROLE NOT = SPACE
                   MOVE CARD-ROLE TO WS-NEW-ROLE
               END-IF
               MOVE RELP-OWNERSHIP-PCT TO WS-NEW-PCT
               IF CARD-PCT-TEXT IS NUMERIC
                   MOVE CARD-PCT TO WS-NEW-PCT
               END-IF
               PERFORM 3200-VALIDATE-PARTY-FIELDS
           END-IF
           IF CARD-USABLE
               MOVE CARD-SEQ TO WS-SKIP-SEQ
               PERFORM 3300-SCAN-CUSTOMER-PARTIES
               PERFORM 3400-CHECK-OWNED-TOTAL
           END-IF
      *    THE SCAN MOVED THE FILE POSITION; THE PARTY IS READ
      *    AGAIN BEFORE IT IS CHANGED.
           IF CARD-USABLE
               MOVE CARD-CUST-NO TO RELP-CUST-NO
               MOVE CARD-SEQ TO RELP-SEQ
               READ PARTY-FILE
                   INVALID KEY
                      MOVE 'N' TO WS-CARD-OK-SWITCH
                      MOVE 'PARTY NOT ON FILE' TO WS-REJECT-TEXT
               END-READ
           END-IF
           IF CARD-USABLE
               PERFORM 5100-APPLY-CHANGED-FIELDS
               REWRITE PARTY-RECORD
                   INVALID KEY
                      MOVE 'N' TO WS-CARD-OK-SWITCH
                      MOVE 'REWRITE FAILED' TO WS-REJECT-TEXT
                   NOT INVALID KEY
                      ADD 1 TO WS-CHANGED-COUNT
                      MOVE 'CHANGED' TO WS-ACTION
                      PERFORM 7000-WRITE-AUDIT
               END-REWRITE
           END-IF.
       5100-APPLY-CHANGED-FIELDS.
           MOVE WS-NEW-ROLE TO RELP-ROLE
           MOVE WS-NEW-PCT TO RELP-OWNERSHIP-PCT
           IF CARD-NAME NOT = SPACES
               MOVE CARD-NAME TO RELP-NAME
           END-IF
           IF CARD-DOB-TEXT IS NUMERIC
               MOVE CARD-DOB TO RELP-DATE-OF-BIRTH
           END-IF
           IF CARD-ID-TYPE NOT = SPACES
               MOVE CARD-ID-TYPE TO RELP-ID-TYPE
           END-IF
           IF CARD-ID-NUMBER NOT = SPACES
               MOVE CARD-ID-NUMBER TO RELP-ID-NUMBER
           END-IF
           IF CARD-COUNTRY NOT = SPACES
               MOVE CARD-COUNTRY TO RELP-COUNTRY
           END-IF
           IF CARD-ADDRESS NOT = SPACES
               MOVE CARD-ADDRESS TO RELP-ADDRESS
           END-IF
           IF CARD-LINKED-CUST-NO NOT = SPACES
               MOVE CARD-LINKED-CUST-NO TO RELP-LINKED-CUST-NO
           END-IF.
       6000-REMOVE-PARTY.
           MOVE CARD-CUST-NO TO RELP-CUST-NO
           MOVE CARD-SEQ TO RELP-SEQ
           READ PARTY-FILE
               INVALID KEY
                  MOVE 'N' TO WS-CARD-OK-SWITCH
                  MOVE 'PARTY NOT ON FILE' TO WS-REJECT-TEXT
           END-READ
           IF CARD-USABLE AND RELP-REMOVED
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'PARTY ALREADY REMOVED' TO WS-REJECT-TEXT
           END-IF
           IF CARD-USABLE
               SET RELP-REMOVED TO TRUE
               MOVE WS-TODAY TO RELP-REMOVED-DATE
               REWRITE PARTY-RECORD
                   INVALID KEY
                      MOVE 'N' TO WS-CARD-OK-SWITCH
                      MOVE 'REWRITE FAILED' TO WS-REJECT-TEXT
                   NOT INVALID KEY
                      ADD 1 TO WS-REMOVED-COUNT
                      MOVE 'REMOVED' TO WS-ACTION
                      PERFORM 7000-WRITE-AUDIT
               END-REWRITE
           END-IF.
       7000-WRITE-AUDIT.
           MOVE RELP-OWNERSHIP-PCT TO WS-PCT-DISPLAY
           MOVE SPACES TO AUDIT-RECORD
           STRING 'PARTY ' WS-ACTION
               ' CUST: ' RELP-CUST-NO
               ' SEQ: ' RELP-SEQ
               ' ROLE: ' RELP-ROLE
               ' PCT: ' WS-PCT-DISPLAY
               ' ' RELP-NAME
               ' BY: ' CARD-OPERATOR
               ' ON: ' WS-TODAY
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.
       9000-CLOSE-FILES.
           CLOSE PARTY-FILE
           CLOSE PARTY-CARD-FILE
           CLOSE CUSTOMER-FILE
           CLOSE AUDIT-FILE.
