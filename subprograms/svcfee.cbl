       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCFEE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO 'FEESCHED'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-FS-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'ACCTTRN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT EVENT-LOG-FILE ASSIGN TO 'SVCFLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           COPY FEESREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TRN-ACCT-ID     PIC X(10).
          05 TRN-CODE        PIC X(01).
          05 TRN-AMOUNT      PIC S9(9)V99.
          05 TRN-REF         PIC X(12).
          05 TRN-EFFECTIVE-DATE PIC 9(8).
          05 TRN-DEST-ACCT-ID PIC X(10).
          05 TRN-ORIG-REF    PIC X(12).
          05 TRN-CHQ-SERIAL  PIC X(10).
          05 TRN-AUTH-CUST-NO PIC X(08).
       FD EVENT-LOG-FILE.
       01 EVENT-LOG-RECORD.
           COPY FEVREC.
       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS       PIC XX VALUE '00'.
       01 WS-ACCT-STATUS     PIC XX VALUE '00'.
       01 WS-TRN-STATUS      PIC XX VALUE '00'.
       01 WS-FEV-STATUS      PIC XX VALUE '00'.
       01 WS-OPEN-TRIED      PIC X VALUE 'N'.
           88 OPEN-TRIED     VALUE 'Y'.
       01 WS-FS-AVAILABLE    PIC X VALUE 'N'.
           88 SCHEDULE-AVAILABLE VALUE 'Y'.
       01 WS-ACCT-AVAILABLE  PIC X VALUE 'N'.
           88 ACCOUNT-AVAILABLE VALUE 'Y'.
       01 WS-TRN-AVAILABLE   PIC X VALUE 'N'.
           88 TRANSACTION-AVAILABLE VALUE 'Y'.
       01 WS-FEV-AVAILABLE   PIC X VALUE 'N'.
           88 EVENT-LOG-AVAILABLE VALUE 'Y'.
       01 WS-FEV-EOF         PIC X VALUE 'N'.
           88 EVENT-LOG-EOF  VALUE 'Y'.
       01 WS-FS-SCAN-DONE    PIC X VALUE 'N'.
           88 FS-SCAN-DONE   VALUE 'Y'.
       01 WS-ENTRY-FOUND     PIC X VALUE 'N'.
           88 ENTRY-FOUND    VALUE 'Y'.
       01 WS-SEARCH-PRODUCT  PIC X(03) VALUE SPACES.
       01 WS-SEARCH-ENTITY   PIC X(02) VALUE SPACES.
       01 WS-FEE-AMOUNT      PIC 9(5)V99 VALUE 0.
       01 WS-REQUESTED-WAIVE PIC X(01) VALUE SPACE.
           88 OPERATOR-WAIVED VALUE 'M'.
       01 WS-WAIVE-MIN-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-WAIVE-PROBATION PIC X(01) VALUE 'N'.
       01 WS-WAIVE-OVERDRAW  PIC X(01) VALUE 'N'.
       01 WS-BALANCE-AFTER   PIC S9(9)V99 VALUE 0.
       01 WS-FEE-SEQ         PIC 9(4) VALUE 0.
       01 WS-TRN-REF.
          05 WS-REF-EVENT    PIC X(04).
          05 WS-REF-MMDD     PIC X(04).
          05 WS-REF-SEQ      PIC 9(4).
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8) VALUE 0.
       LINKAGE SECTION.
       01 LK-FEE-AREA.
          05 LK-STEP         PIC X(08).
          05 LK-EVENT-CODE   PIC X(04).
          05 LK-ACCT-ID      PIC X(10).
          05 LK-SERVICE-REF  PIC X(20).
          05 LK-FEE-OUTCOME  PIC X(01).
             88 LK-FEE-CHARGED  VALUE 'C'.
             88 LK-FEE-WAIVED   VALUE 'W'.
             88 LK-NO-FEE       VALUE 'N'.
             88 LK-FEE-FAILED   VALUE 'F'.
          05 LK-FEE-AMOUNT   PIC 9(5)V99.
          05 LK-WAIVE-REASON PIC X(01).
          05 LK-TRN-REF      PIC X(12).
       PROCEDURE DIVISION USING LK-FEE-AREA.
       0000-MAIN.
      *    A SERVICE PROGRAM CALLS THIS AS EACH CHARGEABLE SERVICE
      *    IS COMPLETED.  THE SCHEDULE ENTRY IN FORCE TODAY FOR THE
      *    EVENT AND THE ACCOUNT'S PRODUCT (OR THE '***' DEFAULT)
      *    GIVES THE FEE AND ITS WAIVER RULES.  A FEE DUE IS WRITTEN
      *    TO ACCTTRN AS A TYPE 'F' DEBIT FOR THE NEXT POSTING RUN;
      *    A FEE CHARGED OR WAIVED IS LOGGED TO SVCFLOG FOR THE
      *    MONTHLY REPORT.  NO ENTRY MEANS THE SERVICE IS FREE.
      *    A FEE THAT CANNOT BE WRITTEN IS REPORTED BACK AS FAILED
      *    SO THE CALLER CAN NAME IT ON ITS OWN REPORT; THE SERVICE
      *    ITSELF IS NEVER HELD UP BY THE FEE.  A CALLER WHOSE
      *    OPERATOR WAIVED THE FEE PASSES 'M' IN LK-WAIVE-REASON;
      *    THE FEE IS THEN LOGGED AS WAIVED RATHER THAN CHARGED.
           PERFORM 1000-ENSURE-FILES-OPEN
           MOVE LK-WAIVE-REASON TO WS-REQUESTED-WAIVE
           MOVE 'N' TO LK-FEE-OUTCOME
           MOVE 0 TO LK-FEE-AMOUNT
           MOVE SPACE TO LK-WAIVE-REASON
           MOVE SPACES TO LK-TRN-REF
           IF SCHEDULE-AVAILABLE
               PERFORM 2000-READ-ACCOUNT
           END-IF
           IF SCHEDULE-AVAILABLE AND NOT LK-FEE-FAILED
               PERFORM 3000-FIND-SCHEDULE-ENTRY
               IF ENTRY-FOUND
                   PERFORM 4000-APPLY-WAIVERS
                   IF LK-FEE-WAIVED
                       PERFORM 6000-LOG-FEE-EVENT
                   ELSE
                       PERFORM 5000-WRITE-FEE-DEBIT
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.
       1000-ENSURE-FILES-OPEN.
           IF NOT OPEN-TRIED
               MOVE 'Y' TO WS-OPEN-TRIED
               CALL 'DATEUTIL' USING WS-DATE-RESULT
               STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
                   INTO WS-TODAY
               OPEN INPUT SCHEDULE-FILE
               EVALUATE WS-FS-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-FS-AVAILABLE
                   WHEN '35'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'FEE SCHEDULE UNAVAILABLE, STATUS '
                           WS-FS-STATUS ', NO SERVICE FEES CHARGED'
               END-EVALUATE
               IF SCHEDULE-AVAILABLE
                   PERFORM 1100-OPEN-ACCOUNT-AND-TRN
                   PERFORM 1200-OPEN-EVENT-LOG
               END-IF
           END-IF.
       1100-OPEN-ACCOUNT-AND-TRN.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS = '00'
               MOVE 'Y' TO WS-ACCT-AVAILABLE
           ELSE
               DISPLAY 'SERVICE FEE ACCOUNT FILE OPEN ERROR: '
                   WS-ACCT-STATUS
           END-IF
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRN-STATUS = '35'
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           IF WS-TRN-STATUS = '00' OR WS-TRN-STATUS = '05'
               MOVE 'Y' TO WS-TRN-AVAILABLE
           ELSE
               DISPLAY 'SERVICE FEE TRANSACTION FILE OPEN ERROR: '
                   WS-TRN-STATUS
           END-IF.
       1200-OPEN-EVENT-LOG.
      *    TODAY'S FEES ALREADY ON THE LOG SET THE STARTING SEQUENCE,
      *    SO A SECOND RUN IN THE DAY DOES NOT REUSE A REFERENCE THE
      *    POSTING RUN WOULD REJECT AS A DUPLICATE.
           MOVE 0 TO WS-FEE-SEQ
           OPEN INPUT EVENT-LOG-FILE
           IF WS-FEV-STATUS = '00'
               PERFORM 1210-READ-EVENT-LOG
               PERFORM 1220-COUNT-TODAYS-FEE UNTIL EVENT-LOG-EOF
               CLOSE EVENT-LOG-FILE
           END-IF
           OPEN EXTEND EVENT-LOG-FILE
           IF WS-FEV-STATUS = '35'
               OPEN OUTPUT EVENT-LOG-FILE
           END-IF
           IF WS-FEV-STATUS = '00' OR WS-FEV-STATUS = '05'
               MOVE 'Y' TO WS-FEV-AVAILABLE
           ELSE
               DISPLAY 'SERVICE FEE EVENT LOG UNAVAILABLE, STATUS '
                   WS-FEV-STATUS ', FEES NOT LOGGED'
           END-IF.
       1210-READ-EVENT-LOG.
           READ EVENT-LOG-FILE
               AT END
                  MOVE 'Y' TO WS-FEV-EOF
           END-READ.
       1220-COUNT-TODAYS-FEE.
           IF FEV-RUN-DATE = WS-TODAY AND FEV-CHARGED
               ADD 1 TO WS-FEE-SEQ
           END-IF
           PERFORM 1210-READ-EVENT-LOG.
       2000-READ-ACCOUNT.
           IF NOT ACCOUNT-AVAILABLE
               MOVE 'F' TO LK-FEE-OUTCOME
           ELSE
               MOVE LK-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                      MOVE 'F' TO LK-FEE-OUTCOME
                      DISPLAY 'SERVICE FEE ACCOUNT NOT FOUND: '
                          LK-ACCT-ID ' EVENT ' LK-EVENT-CODE
               END-READ
           END-IF.
       3000-FIND-SCHEDULE-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND
           MOVE ACCT-PRODUCT-CODE TO WS-SEARCH-PRODUCT
           PERFORM 3100-SEARCH-SCHEDULE
           IF NOT ENTRY-FOUND
               MOVE '***' TO WS-SEARCH-PRODUCT
               PERFORM 3100-SEARCH-SCHEDULE
           END-IF.
       3100-SEARCH-SCHEDULE.
      *    THE ACCOUNT'S OWN ENTITY PRICES ITS PRODUCTS; AN ACCOUNT
      *    CARRYING NO ENTITY BELONGS TO THE ORIGINAL BANK.
           IF ACCT-ENTITY-CODE = SPACES OR ACCT-ENTITY-CODE = LOW-VALUES
               MOVE '01' TO FS-ENTITY-CODE
           ELSE
               MOVE ACCT-ENTITY-CODE TO FS-ENTITY-CODE
           END-IF
           MOVE FS-ENTITY-CODE TO WS-SEARCH-ENTITY
           MOVE LK-EVENT-CODE TO FS-EVENT-CODE
           MOVE WS-SEARCH-PRODUCT TO FS-PRODUCT-CODE
           MOVE 0 TO FS-EFFECTIVE-DATE
           MOVE 'N' TO WS-FS-SCAN-DONE
           START SCHEDULE-FILE KEY IS NOT LESS THAN FS-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-FS-SCAN-DONE
           END-START
           PERFORM 3110-NEXT-SCHEDULE-ENTRY UNTIL FS-SCAN-DONE.
       3110-NEXT-SCHEDULE-ENTRY.
           READ SCHEDULE-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-FS-SCAN-DONE
           END-READ
           IF NOT FS-SCAN-DONE
               IF WS-FS-STATUS NOT = '00'
                   OR FS-ENTITY-CODE NOT = WS-SEARCH-ENTITY
                   OR FS-EVENT-CODE NOT = LK-EVENT-CODE
                   OR FS-PRODUCT-CODE NOT = WS-SEARCH-PRODUCT
                   OR FS-EFFECTIVE-DATE > WS-TODAY
                   MOVE 'Y' TO WS-FS-SCAN-DONE
               ELSE
                   IF FS-EXPIRY-DATE = 0
                       OR FS-EXPIRY-DATE > WS-TODAY
                       MOVE 'Y' TO WS-ENTRY-FOUND
                       MOVE FS-FEE-AMOUNT TO WS-FEE-AMOUNT
                       MOVE FS-WAIVE-MIN-BALANCE
                           TO WS-WAIVE-MIN-BALANCE
                       MOVE FS-WAIVE-PROBATION TO WS-WAIVE-PROBATION
                       MOVE FS-WAIVE-OVERDRAW TO WS-WAIVE-OVERDRAW
                   END-IF
               END-IF
           END-IF.
       4000-APPLY-WAIVERS.
           MOVE WS-FEE-AMOUNT TO LK-FEE-AMOUNT
           COMPUTE WS-BALANCE-AFTER = ACCT-BALANCE - WS-FEE-AMOUNT
           EVALUATE TRUE
               WHEN WS-FEE-AMOUNT = 0
                   MOVE 'N' TO LK-FEE-OUTCOME
               WHEN OPERATOR-WAIVED
                   MOVE 'W' TO LK-FEE-OUTCOME
                   MOVE 'M' TO LK-WAIVE-REASON
               WHEN ACCT-CLOSED OR ACCT-ESCHEATED
                   OR ACCT-CHARGED-OFF
                   MOVE 'W' TO LK-FEE-OUTCOME
                   MOVE 'S' TO LK-WAIVE-REASON
               WHEN WS-WAIVE-MIN-BALANCE > 0
                   AND ACCT-BALANCE >= WS-WAIVE-MIN-BALANCE
                   MOVE 'W' TO LK-FEE-OUTCOME
                   MOVE 'B' TO LK-WAIVE-REASON
               WHEN WS-WAIVE-PROBATION = 'Y'
                   AND ACCT-PROBATION-END >= WS-TODAY
                   MOVE 'W' TO LK-FEE-OUTCOME
                   MOVE 'P' TO LK-WAIVE-REASON
               WHEN WS-WAIVE-OVERDRAW = 'Y'
                   AND WS-BALANCE-AFTER < 0
                   MOVE 'W' TO LK-FEE-OUTCOME
                   MOVE 'O' TO LK-WAIVE-REASON
               WHEN OTHER
                   MOVE 'C' TO LK-FEE-OUTCOME
           END-EVALUATE.
       5000-WRITE-FEE-DEBIT.
           IF LK-FEE-CHARGED
               IF NOT TRANSACTION-AVAILABLE
                   MOVE 'F' TO LK-FEE-OUTCOME
               ELSE
                   ADD 1 TO WS-FEE-SEQ
                   MOVE LK-EVENT-CODE TO WS-REF-EVENT
                   MOVE WS-TODAY (5:4) TO WS-REF-MMDD
                   MOVE WS-FEE-SEQ TO WS-REF-SEQ
                   MOVE WS-TRN-REF TO LK-TRN-REF
                   MOVE LK-ACCT-ID TO TRN-ACCT-ID
                   MOVE 'F' TO TRN-CODE
                   MOVE WS-FEE-AMOUNT TO TRN-AMOUNT
                   MOVE WS-TRN-REF TO TRN-REF
                   MOVE WS-TODAY TO TRN-EFFECTIVE-DATE
                   MOVE SPACES TO TRN-DEST-ACCT-ID
                   MOVE SPACES TO TRN-ORIG-REF
                   MOVE SPACES TO TRN-CHQ-SERIAL
                   MOVE SPACES TO TRN-AUTH-CUST-NO
                   WRITE TRANSACTION-RECORD
                   IF WS-TRN-STATUS NOT = '00'
                       MOVE 'F' TO LK-FEE-OUTCOME
                       MOVE SPACES TO LK-TRN-REF
                       DISPLAY 'SERVICE FEE WRITE FAILED, STATUS '
                           WS-TRN-STATUS ': ' LK-ACCT-ID
                           ' EVENT ' LK-EVENT-CODE
                   ELSE
                       PERFORM 6000-LOG-FEE-EVENT
                   END-IF
               END-IF
           END-IF.
       6000-LOG-FEE-EVENT.
           IF EVENT-LOG-AVAILABLE
               MOVE WS-TODAY TO FEV-RUN-DATE
               MOVE LK-STEP TO FEV-STEP
               MOVE LK-EVENT-CODE TO FEV-EVENT-CODE
               MOVE LK-ACCT-ID TO FEV-ACCT-ID
               MOVE ACCT-PRODUCT-CODE TO FEV-PRODUCT-CODE
               MOVE ACCT-BRANCH-CODE TO FEV-BRANCH-CODE
               MOVE LK-FEE-OUTCOME TO FEV-OUTCOME
               MOVE LK-WAIVE-REASON TO FEV-WAIVE-REASON
               MOVE WS-FEE-AMOUNT TO FEV-FEE-AMOUNT
               MOVE LK-TRN-REF TO FEV-TRN-REF
               MOVE LK-SERVICE-REF TO FEV-SERVICE-REF
               WRITE EVENT-LOG-RECORD
           END-IF.
