           SELECT PRODUCT-FILE ASSIGN TO 'PRODFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-STATUS.
           SELECT OWNER-FILE ASSIGN TO 'ACCTOWN'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OWN-KEY
               FILE STATUS IS WS-OWN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           COPY PRODREC.
       FD OWNER-FILE.
       01 OWNER-RECORD.
           COPY OWNREC.
       FD NEW-ACCOUNT-FILE.
       01 NEW-ACCOUNT-RECORD.
          05 NEW-ACCT-ID       PIC X(10).
          05 NEW-ACCT-CUSTOMER PIC X(08).
          05 NEW-ACCT-MATURITY-INSTR PIC X(01).
          05 NEW-ACCT-LINKED   PIC X(10).
      *    CUSTOMER WHO ACTS FOR THE CHILD ON A MINOR PRODUCT;
      *    REQUIRED THERE AND IGNORED ON EVERY OTHER PRODUCT.
          05 NEW-ACCT-CUSTODIAN PIC X(08).
      *    BANK ENTITY THE ACCOUNT IS OPENED UNDER; BLANK IS THE
      *    ORIGINAL BANK.  THE PRODUCT IS ONE OF THAT ENTITY'S.
          05 NEW-ACCT-ENTITY   PIC X(02).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-NEW-STATUS      PIC XX VALUE '00'.
       01 WS-PROD-FOUND      PIC X VALUE 'N'.
           88 PRODUCT-FOUND  VALUE 'Y'.
       01 WS-MATURITY-JULIAN PIC 9(9) COMP VALUE 0.
       01 WS-OWN-STATUS      PIC XX VALUE '00'.
       01 WS-OWN-AVAILABLE   PIC X VALUE 'N'.
           88 OWNERS-AVAILABLE VALUE 'Y'.
       01 WS-MINOR-REJECT    PIC X VALUE 'N'.
           88 MINOR-NOT-COVERED VALUE 'Y'.
      * BUSINESS DAYS A NEW ACCOUNT SPENDS ON PROBATION BEFORE
      * IT IS AS CAPABLE AS A SEASONED ONE.
       01 WS-PROBATION-DAYS  PIC 9(2) VALUE 10.
          05 WS-NBR-ACCT-ID   PIC X(10).
          05 WS-NBR-RESULT    PIC X(01).
             88 NUMBER-CHECK-OK VALUE 'Y'.
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
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           DISPLAY 'ACCOUNTS REJECTED: ' WS-REJECT-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
           ELSE
               DISPLAY 'PRODUCT FILE UNAVAILABLE, STATUS '
                   WS-PROD-STATUS ', TERM SETUP SKIPPED'
           END-IF
           OPEN I-O OWNER-FILE
           IF WS-OWN-STATUS = '35'
               OPEN OUTPUT OWNER-FILE
               CLOSE OWNER-FILE
               OPEN I-O OWNER-FILE
           END-IF
           IF WS-OWN-STATUS = '00'
               MOVE 'Y' TO WS-OWN-AVAILABLE
           ELSE
               DISPLAY 'OWNER FILE UNAVAILABLE, STATUS '
                   WS-OWN-STATUS ', MINOR ACCOUNTS REJECTED'
           END-IF.
       2000-READ-NEW-ACCOUNT.
           READ NEW-ACCOUNT-FILE INTO NEW-ACCOUNT-RECORD
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-PROCESS-NEW-ACCOUNT.
           IF NEW-ACCT-ENTITY = SPACES
               MOVE '01' TO NEW-ACCT-ENTITY
           END-IF
           MOVE 'L' TO WS-ENTY-FUNCTION
           MOVE NEW-ACCT-ENTITY TO WS-ENTY-CODE
           CALL 'ENTYUTIL' USING WS-ENTY-AREA
           IF ENTITY-OK
               PERFORM 3050-ASSIGN-NUMBER
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'ADD REJECTED, ENTITY NOT ON FILE: '
                   NEW-ACCT-ENTITY ' ' NEW-ACCT-ID
               PERFORM 2000-READ-NEW-ACCOUNT
           END-IF.
       3050-ASSIGN-NUMBER.
           IF NEW-ACCT-ID = SPACES
               MOVE 'I' TO WS-NBR-FUNCTION
               IF NEW-ACCT-BRANCH = SPACES
           END-IF
           MOVE NEW-ACCT-PRODUCT TO ACCT-PRODUCT-CODE
           MOVE NEW-ACCT-CUSTOMER TO ACCT-CUSTOMER-NO
           MOVE NEW-ACCT-ENTITY TO ACCT-ENTITY-CODE
           PERFORM 3200-ASSIGN-STMT-CYCLE
           MOVE 0 TO ACCT-LAST-CYCLE-DATE
           PERFORM 3300-SET-TERM-FIELDS
           MOVE 0 TO ACCT-DAILY-CAP-OVERRIDE
           MOVE 0 TO ACCT-CAP-RAISE-DATE
           MOVE 0 TO ACCT-CAP-RAISE-AMT
           MOVE 0 TO ACCT-OD-INT-ACCRUED
           SET ACCT-LAYOUT-CURRENT TO TRUE
           SET ACCT-MANDATE-ANY-ONE TO TRUE
           MOVE 0 TO ACCT-MANDATE-LIMIT
           MOVE 0 TO ACCT-INT-ACCRUED
           MOVE 0 TO ACCT-BONUS-ACCRUED
           MOVE 0 TO ACCT-LAST-CAP-DATE
           PERFORM 3400-SET-PROBATION-END
           PERFORM 3500-CHECK-MINOR-CUSTODIAN
           IF MINOR-NOT-COVERED
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'ADD REJECTED, MINOR ACCOUNT NEEDS A '
                   'CUSTODIAN: ' ACCT-ID
           ELSE
               WRITE ACCOUNT-RECORD
                   INVALID KEY
                      PERFORM 4000-WRITE-REJECT
                   NOT INVALID KEY
                      ADD 1 TO WS-ADD-COUNT
                      IF PRODUCT-FOUND AND PROD-FOR-MINORS
                          PERFORM 3600-LINK-CUSTODIAN
                      END-IF
               END-WRITE
           END-IF
           PERFORM 2000-READ-NEW-ACCOUNT.
       3200-ASSIGN-STMT-CYCLE.
      *    THE CYCLE DAY IS DEALT FROM THE ACCOUNT NUMBER SO THE
           MOVE SPACES TO ACCT-LINKED-ACCT
           MOVE 'N' TO WS-PROD-FOUND
           IF PRODUCT-AVAILABLE AND NEW-ACCT-PRODUCT NOT = SPACES
               MOVE ACCT-ENTITY-CODE TO PROD-ENTITY-CODE
               MOVE NEW-ACCT-PRODUCT TO PROD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
           CALL 'DATEUTIL' USING WS-DATE-RESULT,
               WS-PROBATION-DATE-R, WS-BUSDAY-AREA
           MOVE WS-BD-DATE-OUT TO WS-PROBATION-DATE.
       3500-CHECK-MINOR-CUSTODIAN.
      *    A MINOR PRODUCT OPENS ONLY WITH A CUSTODIAN WHO IS NOT
      *    THE CHILD, AND ONLY WHEN THE LINK CAN BE RECORDED, SINCE
      *    POSTING TAKES DEBITS ON IT ONLY ON THE CUSTODIAN'S SAY.
           MOVE 'N' TO WS-MINOR-REJECT
           IF PRODUCT-FOUND AND PROD-FOR-MINORS
               IF NEW-ACCT-CUSTODIAN = SPACES
                   OR NEW-ACCT-CUSTODIAN = NEW-ACCT-CUSTOMER
                   OR NOT OWNERS-AVAILABLE
                   MOVE 'Y' TO WS-MINOR-REJECT
               END-IF
           END-IF.
       3600-LINK-CUSTODIAN.
           MOVE ACCT-ID TO OWN-ACCT-ID
           MOVE NEW-ACCT-CUSTODIAN TO OWN-CUST-NO
           SET OWN-CUSTODIAN TO TRUE
           MOVE WS-TODAY TO OWN-ADDED-DATE
           MOVE 'ACCTADD' TO OWN-ADDED-BY
           WRITE OWNER-RECORD
               INVALID KEY
                  REWRITE OWNER-RECORD
                      INVALID KEY
                         DISPLAY 'CUSTODIAN LINK FAILED, STATUS '
                             WS-OWN-STATUS ': ' ACCT-ID
                  END-REWRITE
           END-WRITE.
       4000-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           IF WS-FILE-STATUS = '22'
           CLOSE NEW-ACCOUNT-FILE
           IF PRODUCT-AVAILABLE
               CLOSE PRODUCT-FILE
           END-IF
           IF OWNERS-AVAILABLE
               CLOSE OWNER-FILE
           END-IF.
