           SELECT PRODUCT-FILE ASSIGN TO 'PRODFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-STATUS.
           SELECT PENDING-FILE ASSIGN TO 'PENDAPPR'
               ORGANIZATION IS INDEXED
           SELECT OPTIONAL REVIEW-FILE ASSIGN TO 'ACCTFRQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRQ-STATUS.
           SELECT DECISION-FILE ASSIGN TO 'ODDQUEUE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ODD-KEY
               FILE STATUS IS WS-ODD-STATUS.
           SELECT OWNER-FILE ASSIGN TO 'ACCTOWN'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OWN-KEY
               FILE STATUS IS WS-OWN-STATUS.
           SELECT VSUB-FILE ASSIGN TO 'VSUBACCT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VSB-KEY
               FILE STATUS IS WS-VSB-STATUS.
           SELECT OPTIONAL VSUB-HIST-FILE ASSIGN TO 'VSUBHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VSH-STATUS.
           SELECT SIM-REPORT-FILE ASSIGN TO 'ACCTPSIM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
             88 TRN-IS-FEE     VALUE 'F'.
             88 TRN-IS-ESCHEAT VALUE 'E'.
             88 TRN-IS-TRANSFER VALUE 'T'.
             88 TRN-IS-REVERSAL VALUE 'V'.
             88 TRN-DEBIT-TYPE VALUE 'D' 'F' 'E'.
          05 TRN-AMOUNT      PIC S9(9)V99.
          05 TRN-REF         PIC X(12).
      *    OR NOT AT ALL, LINKED IN THE JOURNAL BY THE SHARED
      *    TRANSACTION REFERENCE.
          05 TRN-DEST-ACCT-ID PIC X(10).
      *    REFERENCE OF THE EARLIER POSTING A TYPE 'V' REVERSAL
      *    CANCELS ON THE SAME ACCOUNT; SPACES ON EVERY OTHER CODE.
      *    THE AMOUNT IS TAKEN FROM THE ORIGINAL'S JOURNAL ENTRY, SO
      *    TRN-AMOUNT IS NOT USED ON A REVERSAL.
          05 TRN-ORIG-REF    PIC X(12).
      *    SERIAL OF A CHEQUE PASSED BY INWARD CLEARING (CHQCLR AND
      *    PPAYDECN), ZERO-FILLED; SPACES ON EVERY OTHER ITEM.  A
      *    STOP ORDER WHOSE REFERENCE IS THE SERIAL TRAPS THE CHEQUE.
          05 TRN-CHQ-SERIAL  PIC X(10).
      *    CUSTOMER WHO AUTHORIZED A CUSTOMER DEBIT OR TRANSFER OUT.
      *    ON AN ACCOUNT HELD ON A MINOR PRODUCT IT MUST BE A
      *    CUSTODIAN ON ACCTOWN; SPACES WHERE NOBODY IS NAMED.
          05 TRN-AUTH-CUST-NO PIC X(08).
      *    VIRTUAL SUB-ACCOUNT THE ITEM IS FOR WHEN THE ACCOUNT IS AN
      *    ESCROW OR TRUST MASTER ON VSUBACCT.  A CUSTOMER CREDIT OR
      *    DEBIT TO A MASTER MUST NAME ONE; SPACES ON EVERY OTHER
      *    ACCOUNT.
          05 TRN-SUB-REF     PIC X(12).
       FD WAREHOUSE-FILE.
       01 WAREHOUSE-RECORD.
          05 WHSE-ACCT-ID    PIC X(10).
          05 VRL-LIMIT       PIC 9(9)V99.
       FD REVIEW-FILE.
       01 REVIEW-RECORD      PIC X(80).
       FD DECISION-FILE.
       01 DECISION-RECORD.
           COPY ODDREC.
       FD OWNER-FILE.
       01 OWNER-RECORD.
           COPY OWNREC.
       FD VSUB-FILE.
       01 VSUB-RECORD.
           COPY VSUBREC.
       FD VSUB-HIST-FILE.
       01 VSUB-HIST-RECORD.
           COPY VSHREC.
       FD SIM-REPORT-FILE.
       01 SIM-REPORT-RECORD  PIC X(150).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-TRN-STATUS      PIC XX VALUE '00'.
       01 WS-OPR-PREFIX      PIC X(04) VALUE 'OPR='.
       01 WS-STEP-PREFIX     PIC X(05) VALUE 'STEP='.
       01 WS-RUN-STEP-NAME   PIC X(08) VALUE 'DAILY'.
      * A 'SIMULATE=Y' RUN CARD MAKES THE RUN A DRY RUN: EVERY RULE
      * IS APPLIED AGAINST THE FILES OPENED READ-ONLY, NOTHING IS
      * WRITTEN BACK, AND THE PROJECTED OUTCOME OF EACH ITEM GOES
      * TO ACCTPSIM IN PLACE OF THE EXCEPTION FILE.
       01 WS-SIM-PREFIX      PIC X(09) VALUE 'SIMULATE='.
       01 WS-SIMULATE-SWITCH PIC X VALUE 'N'.
           88 SIMULATION-RUN VALUE 'Y'.
       01 WS-RUN-ID          PIC X(08) VALUE 'ACCTPOST'.
       01 WS-RUN-OPERATOR    PIC X(08) VALUE 'BATCH'.
       01 WS-JRNL-SEQ        PIC 9(7) VALUE 0.
       01 WS-FX-RATE         PIC 9(3)V9999 VALUE 0.
       01 WS-SRC-CURRENCY    PIC X(03) VALUE SPACES.
       01 WS-DST-CURRENCY    PIC X(03) VALUE SPACES.
       01 WS-SRC-ENTITY      PIC X(02) VALUE SPACES.
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
       01 WS-SRC-RATE        PIC 9(3)V9999 VALUE 0.
       01 WS-DST-RATE        PIC 9(3)V9999 VALUE 0.
       01 WS-XFER-DEST-AMT   PIC S9(9)V99 VALUE 0.
           88 ALIASES-AVAILABLE VALUE 'Y'.
       01 WS-PRESENTED-ID    PIC X(10) VALUE SPACES.
       01 WS-ALIASED-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-RVSL-FOUND      PIC X VALUE 'N'.
           88 ORIGINAL-FOUND VALUE 'Y'.
       01 WS-RVSL-SCAN-EOF   PIC X VALUE 'N'.
           88 RVSL-SCAN-DONE VALUE 'Y'.
       01 WS-RVSL-REASON     PIC X(30) VALUE SPACES.
       01 WS-RVSL-ORIG-KEY   PIC X(25) VALUE SPACES.
       01 WS-RVSL-ORIG-CODE  PIC X(01) VALUE SPACE.
       01 WS-RVSL-JRNL-CODE  PIC X(01) VALUE SPACE.
       01 WS-RVSL-POST-DATE  PIC 9(8) VALUE 0.
       01 WS-RVSL-AMOUNT     PIC S9(9)V99 VALUE 0.
       01 WS-REVERSAL-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-RVSL-REJ-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-ODD-STATUS      PIC XX VALUE '00'.
       01 WS-ODD-AVAILABLE   PIC X VALUE 'N'.
           88 DECISION-QUEUE-AVAILABLE VALUE 'Y'.
       01 WS-ODD-SCAN-EOF    PIC X VALUE 'N'.
           88 ODD-SCAN-DONE  VALUE 'Y'.
       01 WS-ODD-PRIOR-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-ODD-QUEUED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-OWN-STATUS      PIC XX VALUE '00'.
       01 WS-OWN-AVAILABLE   PIC X VALUE 'N'.
           88 OWNERS-AVAILABLE VALUE 'Y'.
       01 WS-MINOR-AUTH-SWITCH PIC X VALUE 'N'.
           88 MINOR-DEBIT-UNAUTHORIZED VALUE 'Y'.
       01 WS-VSB-STATUS      PIC XX VALUE '00'.
       01 WS-VSH-STATUS      PIC XX VALUE '00'.
       01 WS-VSB-AVAILABLE   PIC X VALUE 'N'.
           88 SUB-LEDGER-AVAILABLE VALUE 'Y'.
       01 WS-VSUB-SWITCH     PIC X VALUE 'N'.
           88 SUB-ACCOUNT-NONE    VALUE 'N'.
           88 SUB-ACCOUNT-ROUTED  VALUE 'Y'.
           88 SUB-REF-MISSING     VALUE 'M'.
           88 SUB-REF-UNKNOWN     VALUE 'U'.
           88 SUB-FUNDS-SHORT     VALUE 'F'.
           88 SUB-ACCOUNT-REJECT  VALUE 'M' 'U' 'F'.
       01 WS-SUB-REJ-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-SUB-ROUTED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-MINOR-REJ-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-ODD-REPOST-COUNT PIC 9(7) COMP VALUE 0.
      * OFFICER WHO DECIDED TO PAY AN OVERDRAFT ITEM; CARRIED TO
      * JRNL-APPROVED-BY WHILE THE ITEM REPOSTS, SPACES OTHERWISE.
       01 WS-APPROVED-BY     PIC X(08) VALUE SPACES.
       01 WS-HIST-AREA.
          05 WS-MH-PROGRAM    PIC X(08) VALUE 'ACCTPOST'.
          05 WS-MH-BEFORE     PIC X(250).
          05 WS-STAT-PROCESSED PIC 9(9).
          05 WS-STAT-REJECTED PIC 9(9).
          05 WS-STAT-ELAPSED  PIC 9(7).
      * DRY-RUN PROJECTION.  EACH ACCOUNT THE RUN WOULD CHANGE IS
      * CARRIED HERE AS IT WOULD STAND ON ACCTFILE, WITH THE DEBITS
      * IT WOULD JOURNAL TODAY AND THE AVAILABILITY HOLDS IT WOULD
      * TAKE, SO LATER ITEMS ARE TESTED AGAINST THE PROJECTED
      * POSITION; REFERENCES THE RUN WOULD RECORD ARE CARRIED LIKE-
      * WISE SO A REPEAT FURTHER DOWN THE FILE REJECTS AS A REPLAY.
       01 WS-SIM-STATUS      PIC XX VALUE '00'.
       01 WS-SIM-REASON      PIC X(80) VALUE SPACES.
       01 WS-SIM-KEY         PIC X(10) VALUE SPACES.
       01 WS-SIM-SAVE-IMAGE  PIC X(250) VALUE SPACES.
       01 WS-SIM-BEFORE.
          05 WS-SIM-BEF-POST     PIC 9(7) COMP.
          05 WS-SIM-BEF-FUTURE   PIC 9(7) COMP.
          05 WS-SIM-BEF-CAPTURED PIC 9(7) COMP.
          05 WS-SIM-BEF-QUEUED   PIC 9(7) COMP.
          05 WS-SIM-BEF-TRAPPED  PIC 9(7) COMP.
          05 WS-SIM-BEF-XFER-FAIL PIC 9(7) COMP.
          05 WS-SIM-BEF-BACKDATED PIC 9(7) COMP.
       01 WS-SIM-POST-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-SIM-REJECT-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-SIM-APPROVAL-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-SIM-DECISION-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-SIM-TRAPPED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-SIM-WHSE-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-SIM-ACCT-COUNT  PIC 9(5) COMP VALUE 0.
       01 WS-SIM-ACCT-MAX    PIC 9(5) COMP VALUE 2000.
       01 WS-SIM-ACCT-IDX    PIC 9(5) COMP VALUE 0.
       01 WS-SIM-ACCT-HIT    PIC 9(5) COMP VALUE 0.
       01 WS-SIM-ACCT-FULL   PIC X VALUE 'N'.
           88 SIM-ACCOUNTS-FULL VALUE 'Y'.
       01 WS-SIM-ACCT-TABLE.
          05 WS-SIM-ACCT-ENTRY OCCURS 2000 TIMES.
             10 WS-SA-ACCT-ID    PIC X(10).
             10 WS-SA-IMAGE-HELD PIC X(01).
             10 WS-SA-OPENING    PIC S9(9)V99.
             10 WS-SA-DAY-DEBITS PIC S9(11)V99.
             10 WS-SA-HOLDS      PIC S9(11)V99.
             10 WS-SA-IMAGE      PIC X(250).
       01 WS-SIM-REF-COUNT   PIC 9(5) COMP VALUE 0.
       01 WS-SIM-REF-MAX     PIC 9(5) COMP VALUE 5000.
       01 WS-SIM-REF-IDX     PIC 9(5) COMP VALUE 0.
       01 WS-SIM-REF-HIT     PIC 9(5) COMP VALUE 0.
       01 WS-SIM-REF-FLAG    PIC X(01) VALUE SPACE.
       01 WS-SIM-REF-FULL    PIC X VALUE 'N'.
           88 SIM-REFERENCES-FULL VALUE 'Y'.
       01 WS-SIM-REF-TABLE.
          05 WS-SIM-REF-ENTRY OCCURS 5000 TIMES.
             10 WS-SR-TRN-REF    PIC X(12).
             10 WS-SR-RUN-FLAG   PIC X(01).
       01 WS-SIM-AMOUNT-ED   PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-SIM-HEAD-1.
          05 FILLER          PIC X(38)
              VALUE 'ACCTPOST DRY RUN - PROJECTED OUTCOMES '.
          05 FILLER          PIC X(10) VALUE 'RUN DATE: '.
          05 WS-SH1-DATE     PIC 9(08).
          05 FILLER          PIC X(10) VALUE '  RUN ID: '.
          05 WS-SH1-RUN-ID   PIC X(08).
          05 FILLER          PIC X(25)
              VALUE '  NOTHING HAS BEEN POSTED'.
       01 WS-SIM-HEAD-2.
          05 FILLER          PIC X(26)
              VALUE 'REFERENCE    ACCOUNT    C '.
          05 FILLER          PIC X(26)
              VALUE '         AMOUNT OUTCOME   '.
          05 FILLER          PIC X(29)
              VALUE '   PROJ BALANCE REASON'.
       01 WS-SIM-DETAIL.
          05 WS-SD-TRN-REF   PIC X(12).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-SD-ACCT-ID   PIC X(10).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-SD-TRN-CODE  PIC X(01).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-SD-AMOUNT    PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-SD-OUTCOME   PIC X(09).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-SD-BALANCE   PIC X(15).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-SD-REASON    PIC X(80).
       01 WS-SIM-BAL-HEAD.
          05 FILLER          PIC X(26)
              VALUE 'ACCOUNT        OPENING BAL'.
          05 FILLER          PIC X(36)
              VALUE '   PROJ ENDING BAL        NET CHANGE'.
       01 WS-SIM-BAL-LINE.
          05 WS-SB-ACCT-ID   PIC X(10).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-SB-OPENING   PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(03) VALUE SPACES.
          05 WS-SB-ENDING    PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(03) VALUE SPACES.
          05 WS-SB-CHANGE    PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-SIM-TOTAL-LINE.
          05 WS-ST-LABEL     PIC X(30).
          05 WS-ST-COUNT     PIC ZZZ,ZZ9.
       01 WS-SIM-NET-CHANGE  PIC S9(11)V99 VALUE 0.
       01 WS-RUNCTL-AREA.
          05 WS-RUN-FUNCTION  PIC X(01).
          05 WS-RUN-CYCLE-DATE PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1200-READ-RUN-PARMS
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
           PERFORM 1400-LOAD-VELOCITY-RULES
      *    A DRY RUN PUBLISHES NO LIMIT, TAKES NO RUN-CONTROL OR
      *    CHECKPOINT RECORD AND NEVER RESTARTS: IT ALWAYS READS THE
      *    WHOLE FILE FROM THE TOP.
           IF SIMULATION-RUN
               DISPLAY 'ACCTPOST DRY RUN, NOTHING WILL BE POSTED'
               PERFORM 6800-WRITE-SIM-HEADINGS
           ELSE
               PERFORM 1500-PUBLISH-APPROVAL-LIMIT
               MOVE '1' TO WS-RUN-FUNCTION
               MOVE WS-TODAY TO WS-RUN-CYCLE-DATE
               MOVE 'ACCTPOST' TO WS-RUN-JOB
               MOVE WS-RUN-STEP-NAME TO WS-RUN-STEP
               CALL 'RUNCTLUT' USING WS-RUNCTL-AREA
               PERFORM 1300-CHECK-RESTART
           END-IF
           IF DECISION-QUEUE-AVAILABLE
               PERFORM 1600-REPOST-PAID-DECISIONS
           END-IF
           PERFORM 2000-READ-TRANSACTION
           PERFORM 3000-POST-TRANSACTION UNTIL TRANSACTION-EOF
           DISPLAY 'TRANSACTIONS POSTED  : ' WS-POST-COUNT
           DISPLAY 'BACKDATED FLAGGED    : ' WS-BACKDATED-COUNT
           DISPLAY 'NEW RECYCLE ITEMS    : ' WS-RECYCLED-COUNT
           DISPLAY 'OVERDRAFT REJECTS    : ' WS-OVERDRAFT-REJ-COUNT
           DISPLAY 'QUEUED FOR DECISION  : ' WS-ODD-QUEUED-COUNT
           DISPLAY 'PAID ITEMS REPOSTED  : ' WS-ODD-REPOST-COUNT
           DISPLAY 'MALFORMED NUMBERS    : ' WS-MALFORMED-COUNT
           DISPLAY 'TRANSACTIONS ON HOLD : ' WS-HOLD-COUNT
           DISPLAY 'DECEASED REJECTS     : ' WS-DECEASED-COUNT
           DISPLAY 'MINOR, NO CUSTODIAN  : ' WS-MINOR-REJ-COUNT
           DISPLAY 'STOP-PAYMENT REJECTS : ' WS-STOPPED-COUNT
           DISPLAY 'EARLY-WDRL PENALTIES : ' WS-PENALTY-COUNT
           DISPLAY 'HELD FOR APPROVAL    : ' WS-CAPTURED-COUNT
           DISPLAY 'FX TRANSFERS         : ' WS-FX-XFER-COUNT
           DISPLAY 'PROBATION REJECTS    : ' WS-PROB-REJ-COUNT
           DISPLAY 'ALIASED POSTINGS     : ' WS-ALIASED-COUNT
           DISPLAY 'ITEMS REVERSED       : ' WS-REVERSAL-COUNT
           DISPLAY 'REVERSALS REJECTED   : ' WS-RVSL-REJ-COUNT
           DISPLAY 'ACCOUNTS NEAR CAPACITY: ' WS-NEAR-CAPACITY-COUNT
           DISPLAY 'SUB-ACCOUNT POSTINGS : ' WS-SUB-ROUTED-COUNT
           DISPLAY 'SUB-ACCOUNT REJECTS  : ' WS-SUB-REJ-COUNT
           IF SIMULATION-RUN
               PERFORM 6900-WRITE-SIM-SUMMARY
           END-IF
           PERFORM 9000-CLOSE-FILES
           IF NOT SIMULATION-RUN
               MOVE '2' TO WS-RUN-FUNCTION
               MOVE 0 TO WS-RUN-RC
               MOVE WS-POST-COUNT TO WS-RUN-RECORDS
               CALL 'RUNCTLUT' USING WS-RUNCTL-AREA
               MOVE WS-TODAY TO WS-STAT-DATE
               MOVE 'ACCTPOST' TO WS-STAT-PROGRAM
               MOVE WS-POST-COUNT TO WS-STAT-PROCESSED
               MOVE WS-REJECT-COUNT TO WS-STAT-REJECTED
               MOVE 0 TO WS-STAT-ELAPSED
               CALL 'STATUTIL' USING WS-STAT-AREA
           END-IF
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
      *    A DRY RUN OPENS EVERY FILE IT CONSULTS FOR INPUT ONLY AND
      *    LEAVES THE FILES IT WOULD ONLY WRITE CLOSED; THE
      *    PROJECTION REPORT TAKES THE EXCEPTION FILE'S PLACE SO
      *    THE LAST LIVE RUN'S EXCEPTIONS ARE LEFT ALONE.
           IF SIMULATION-RUN
               OPEN INPUT ACCOUNT-FILE
           ELSE
               OPEN I-O ACCOUNT-FILE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               STOP RUN
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           IF SIMULATION-RUN
               OPEN OUTPUT SIM-REPORT-FILE
               IF WS-SIM-STATUS NOT = '00'
                   DISPLAY 'PROJECTION REPORT OPEN ERROR: '
                       WS-SIM-STATUS
                   CLOSE ACCOUNT-FILE
                   CLOSE TRANSACTION-FILE
                   STOP RUN
               END-IF
           ELSE
               OPEN OUTPUT EXCEPTION-FILE
               IF WS-EXC-STATUS NOT = '00'
                   DISPLAY 'EXCEPTION FILE OPEN ERROR: ' WS-EXC-STATUS
                   CLOSE ACCOUNT-FILE
                   CLOSE TRANSACTION-FILE
                   STOP RUN
               END-IF
           END-IF
           IF SIMULATION-RUN
               OPEN INPUT JOURNAL-FILE
           ELSE
               OPEN I-O JOURNAL-FILE
               IF WS-JRN-STATUS = '35'
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
           END-IF
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'JOURNAL FILE OPEN ERROR: ' WS-JRN-STATUS
               CLOSE EXCEPTION-FILE
               STOP RUN
           END-IF
           IF SIMULATION-RUN
               OPEN INPUT REFERENCE-FILE
           ELSE
               OPEN I-O REFERENCE-FILE
               IF WS-REF-STATUS = '35'
                   OPEN OUTPUT REFERENCE-FILE
               END-IF
           END-IF
           IF WS-REF-STATUS NOT = '00'
               DISPLAY 'REFERENCE FILE OPEN ERROR: ' WS-REF-STATUS
               CLOSE JOURNAL-FILE
               STOP RUN
           END-IF
           IF NOT SIMULATION-RUN
               OPEN EXTEND WAREHOUSE-FILE
               IF WS-WHSE-STATUS NOT = '00'
                   AND WS-WHSE-STATUS NOT = '05'
                   DISPLAY 'WAREHOUSE FILE OPEN ERROR: '
                       WS-WHSE-STATUS
                   CLOSE ACCOUNT-FILE
                   CLOSE TRANSACTION-FILE
                   CLOSE EXCEPTION-FILE
                   CLOSE JOURNAL-FILE
                   CLOSE REFERENCE-FILE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS = '00'
               DISPLAY 'CUSTOMER FILE UNAVAILABLE, STATUS '
                   WS-CUST-STATUS ', DECEASED CHECK SKIPPED'
           END-IF
           IF SIMULATION-RUN
               OPEN INPUT STOP-FILE
           ELSE
               OPEN I-O STOP-FILE
           END-IF
           IF WS-STOPF-STATUS = '00'
               MOVE 'Y' TO WS-STOPF-AVAILABLE
           ELSE
               DISPLAY 'PRODUCT FILE UNAVAILABLE, STATUS '
                   WS-PROD-STATUS ', DEFAULT PENALTY RATE APPLIED'
           END-IF
           IF SIMULATION-RUN
               OPEN INPUT PENDING-FILE
           ELSE
               OPEN I-O PENDING-FILE
               IF WS-PEND-STATUS = '35'
                   OPEN OUTPUT PENDING-FILE
               END-IF
           END-IF
           IF WS-PEND-STATUS = '00'
               MOVE 'Y' TO WS-PEND-AVAILABLE
               DISPLAY 'PROTECTION FILE UNAVAILABLE, STATUS '
                   WS-OVP-STATUS ', OVERDRAFT COVER OFF'
           END-IF
           IF SIMULATION-RUN
               OPEN INPUT ALIAS-FILE
           ELSE
               OPEN I-O ALIAS-FILE
           END-IF
           IF WS-ALS-STATUS = '00'
               MOVE 'Y' TO WS-ALS-AVAILABLE
           ELSE
               DISPLAY 'FXRATES UNAVAILABLE, STATUS '
                   WS-FXR-STATUS ', CROSS-CURRENCY TRANSFERS OFF'
           END-IF
           IF SIMULATION-RUN
               OPEN INPUT LEGAL-FILE
           ELSE
               OPEN I-O LEGAL-FILE
           END-IF
           IF WS-LGL-STATUS = '00'
               MOVE 'Y' TO WS-LGL-AVAILABLE
           ELSE
               DISPLAY 'LEGAL ORDER FILE UNAVAILABLE, STATUS '
                   WS-LGL-STATUS ', ORDER TRAPPING OFF'
           END-IF
           IF SIMULATION-RUN
               OPEN INPUT HOLD-FILE
           ELSE
               OPEN I-O HOLD-FILE
               IF WS-HLD-STATUS = '35'
                   OPEN OUTPUT HOLD-FILE
               END-IF
           END-IF
           IF WS-HLD-STATUS = '00'
               MOVE 'Y' TO WS-HLD-AVAILABLE
               DISPLAY 'HOLD FILE UNAVAILABLE, STATUS '
                   WS-HLD-STATUS ', LEDGER BALANCE USED'
           END-IF
           IF SIMULATION-RUN
               OPEN INPUT DECISION-FILE
           ELSE
               OPEN I-O DECISION-FILE
               IF WS-ODD-STATUS = '35'
                   OPEN OUTPUT DECISION-FILE
                   CLOSE DECISION-FILE
                   OPEN I-O DECISION-FILE
               END-IF
           END-IF
           IF WS-ODD-STATUS = '00'
               MOVE 'Y' TO WS-ODD-AVAILABLE
           ELSE
               DISPLAY 'DECISION QUEUE UNAVAILABLE, STATUS '
                   WS-ODD-STATUS ', OVERDRAFTS RECYCLED'
           END-IF
           OPEN INPUT OWNER-FILE
           IF WS-OWN-STATUS = '00'
               MOVE 'Y' TO WS-OWN-AVAILABLE
           ELSE
               DISPLAY 'OWNER FILE UNAVAILABLE, STATUS '
                   WS-OWN-STATUS ', MINOR ACCOUNT DEBITS REJECTED'
           END-IF
           IF SIMULATION-RUN
               OPEN INPUT VSUB-FILE
           ELSE
               OPEN I-O VSUB-FILE
           END-IF
           IF WS-VSB-STATUS = '00'
               IF SIMULATION-RUN
                   MOVE 'Y' TO WS-VSB-AVAILABLE
               ELSE
                   OPEN EXTEND VSUB-HIST-FILE
                   IF WS-VSH-STATUS = '00' OR WS-VSH-STATUS = '05'
                       MOVE 'Y' TO WS-VSB-AVAILABLE
                   ELSE
                       CLOSE VSUB-FILE
                       DISPLAY 'SUB-ACCOUNT HISTORY UNAVAILABLE, '
                           'STATUS ' WS-VSH-STATUS ', SUB-LEDGER OFF'
                   END-IF
               END-IF
           ELSE
               DISPLAY 'SUB-ACCOUNT FILE UNAVAILABLE, STATUS '
                   WS-VSB-STATUS ', SUB-LEDGER OFF'
           END-IF
      *    THE RECYCLE MASTER IS ONLY EVER WRITTEN, SO A DRY RUN
      *    DOES NOT OPEN IT.
           IF NOT SIMULATION-RUN
               OPEN I-O RECYCLE-FILE
               IF WS-RCY-STATUS = '35'
                   OPEN OUTPUT RECYCLE-FILE
               END-IF
               IF WS-RCY-STATUS NOT = '00'
                   DISPLAY 'RECYCLE FILE OPEN ERROR: ' WS-RCY-STATUS
                   CLOSE ACCOUNT-FILE
                   CLOSE TRANSACTION-FILE
                   CLOSE EXCEPTION-FILE
                   CLOSE JOURNAL-FILE
                   CLOSE REFERENCE-FILE
                   CLOSE WAREHOUSE-FILE
                   STOP RUN
               END-IF
           END-IF.
       1200-READ-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE
                   UNTIL VELOCITY-RULES-DONE
               CLOSE VELOCITY-RULE-FILE
           END-IF
      *    A DRY RUN COUNTS THE HITS IT WOULD QUEUE WITHOUT OPENING
      *    THE REVIEW QUEUE.
           IF WS-VRULE-COUNT > 0
               IF SIMULATION-RUN
                   MOVE 'Y' TO WS-FRQ-AVAILABLE
               ELSE
                   OPEN EXTEND REVIEW-FILE
                   IF WS-FRQ-STATUS = '00' OR WS-FRQ-STATUS = '05'
                       MOVE 'Y' TO WS-FRQ-AVAILABLE
                   ELSE
                       DISPLAY 'REVIEW QUEUE UNAVAILABLE, STATUS '
                           WS-FRQ-STATUS ', VELOCITY HITS NOT QUEUED'
                   END-IF
               END-IF
           END-IF.
       1410-READ-VELOCITY-RULE.
               MOVE 'APPLIM' TO APC-KEY
               MOVE WS-APPROVAL-LIMIT TO APC-LIMIT
               MOVE WS-TODAY TO APC-SET-DATE
               MOVE SPACES TO APC-BRANCH-CODE
               WRITE APPROVAL-CONTROL-RECORD
                   INVALID KEY
                      REWRITE APPROVAL-CONTROL-RECORD
               DISPLAY 'APPROVAL CONTROL FILE UNAVAILABLE, STATUS '
                   WS-APC-STATUS ', ONLINE LIMIT NOT REFRESHED'
           END-IF.
       1600-REPOST-PAID-DECISIONS.
      *    ITEMS A BRANCH OFFICER MARKED PAY SINCE THE LAST RUN POST
      *    FIRST, OVER THE OVERDRAFT LIMIT BY THAT DECISION, WITH
      *    THE OFFICER STAMPED AS APPROVER ON THE JOURNAL.
           MOVE 'N' TO WS-ODD-SCAN-EOF
           MOVE LOW-VALUES TO ODD-KEY
           START DECISION-FILE KEY IS NOT LESS THAN ODD-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-ODD-SCAN-EOF
           END-START
           PERFORM 1610-REPOST-ONE-DECISION UNTIL ODD-SCAN-DONE.
       1610-REPOST-ONE-DECISION.
           READ DECISION-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-ODD-SCAN-EOF
           END-READ
           IF NOT ODD-SCAN-DONE
               IF WS-ODD-STATUS NOT = '00'
                   MOVE 'Y' TO WS-ODD-SCAN-EOF
               ELSE
                   IF ODD-PAY
                       PERFORM 1620-POST-PAID-ITEM
                   END-IF
               END-IF
           END-IF.
       1620-POST-PAID-ITEM.
           MOVE ODD-ACCT-ID TO TRN-ACCT-ID
           MOVE ODD-TRN-CODE TO TRN-CODE
           MOVE ODD-AMOUNT TO TRN-AMOUNT
           MOVE ODD-TRN-REF TO TRN-REF
           MOVE ODD-EFFECTIVE-DATE TO TRN-EFFECTIVE-DATE
           MOVE SPACES TO TRN-DEST-ACCT-ID
           MOVE SPACES TO TRN-ORIG-REF
           MOVE SPACES TO TRN-CHQ-SERIAL
           MOVE SPACES TO TRN-AUTH-CUST-NO
           MOVE ODD-SUB-REF TO TRN-SUB-REF
           MOVE SPACES TO WS-PRESENTED-ID
           PERFORM 3500-CHECK-REFERENCE
           IF REFERENCE-DUPLICATE
      *        THE ITEM CAME BACK AND POSTED ON ITS OWN ONCE FUNDS
      *        ARRIVED; PAYING IT AGAIN WOULD DEBIT IT TWICE.
               DISPLAY 'PAY DECISION SKIPPED, ITEM ALREADY POSTED: '
                   TRN-REF
               PERFORM 1640-CLOSE-PAID-DECISION
           ELSE
               MOVE TRN-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE INTO ACCOUNT-RECORD
                   INVALID KEY
                      DISPLAY 'PAY DECISION NOT POSTED, ACCOUNT '
                          'NOT FOUND: ' TRN-ACCT-ID ' REF: ' TRN-REF
                   NOT INVALID KEY
                      PERFORM 6400-OVERLAY-PROJECTED
                      IF ACCT-FROZEN OR ACCT-CLOSED OR ACCT-ON-HOLD
                          OR ACCT-ESCHEATED OR ACCT-CHARGED-OFF
                          DISPLAY 'PAY DECISION NOT POSTED, ACCOUNT '
                              'NOT ACTIVE: ' ACCT-ID ' REF: ' TRN-REF
                      ELSE
                          PERFORM 1625-CHECK-PAID-SUB-ACCOUNT
                          IF SUB-ACCOUNT-REJECT
                              DISPLAY 'PAY DECISION NOT POSTED, '
                                  'SUB-ACCOUNT NOT AVAILABLE: '
                                  ACCT-ID ' ' TRN-SUB-REF
                          ELSE
                              PERFORM 1630-APPLY-PAID-ITEM
                          END-IF
                      END-IF
               END-READ
           END-IF.
       1625-CHECK-PAID-SUB-ACCOUNT.
      *    A PAID ITEM THAT NAMED A SUB-ACCOUNT STILL NEEDS IT OPEN
      *    AND IN FUNDS, AND THE SUB-LEDGER UP; OTHERWISE IT WAITS ON
      *    THE QUEUE AS FOR AN INACTIVE ACCOUNT RATHER THAN POST TO
      *    THE MASTER ALONE.
           MOVE 'N' TO WS-VSUB-SWITCH
           IF TRN-SUB-REF NOT = SPACES
               IF SUB-LEDGER-AVAILABLE
                   PERFORM 4830-CHECK-SUB-ACCOUNT
               ELSE
                   MOVE 'U' TO WS-VSUB-SWITCH
               END-IF
           END-IF.
       1630-APPLY-PAID-ITEM.
           MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
           SUBTRACT TRN-AMOUNT FROM ACCT-BALANCE
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
           PERFORM 4100-REWRITE-WITH-RETRY
           IF REWRITE-OK
               ADD 1 TO WS-ODD-REPOST-COUNT
               MOVE ODD-DECIDED-BY TO WS-APPROVED-BY
               PERFORM 4600-WRITE-JOURNAL
               MOVE SPACES TO WS-APPROVED-BY
               IF SUB-ACCOUNT-ROUTED
                   PERFORM 4835-POST-SUB-ACCOUNT
               END-IF
               PERFORM 4700-RECORD-REFERENCE
               PERFORM 1640-CLOSE-PAID-DECISION
               DISPLAY 'PAY DECISION POSTED: ' ACCT-ID
                   ' REF: ' TRN-REF ' BY: ' ODD-DECIDED-BY
               IF SIMULATION-RUN
                   PERFORM 6150-WRITE-SIM-REPOST
               END-IF
           ELSE
               IF WS-FILE-STATUS (1:1) = '9'
                   DISPLAY 'REWRITE ABANDONED, RECORD LOCKED: '
                       ACCT-ID
               ELSE
                   DISPLAY 'REWRITE FAILED, STATUS '
                       WS-FILE-STATUS ': ' ACCT-ID
               END-IF
           END-IF.
       1640-CLOSE-PAID-DECISION.
           SET ODD-PAID TO TRUE
           MOVE WS-TODAY TO ODD-CLOSED-DATE
           IF NOT SIMULATION-RUN
               REWRITE DECISION-RECORD
                   INVALID KEY
                      DISPLAY 'DECISION QUEUE REWRITE FAILED, STATUS '
                          WS-ODD-STATUS ': ' ODD-TRN-REF
               END-REWRITE
           END-IF.
       1300-CHECK-RESTART.
           MOVE '2' TO WS-CKPT-FUNCTION
           CALL 'CHKPTUTL' USING WS-CHECKPOINT-AREA
      *            NAME SO IT WRITES ITS OWN RUNCTL RECORD AND THE
      *            GL GATE CAN WAIT ON EVERY PARTITION.
                   MOVE RUN-PARM-RECORD (6:8) TO WS-RUN-STEP-NAME
               WHEN RUN-PARM-RECORD (1:9) = WS-SIM-PREFIX
                   IF RUN-PARM-RECORD (10:1) = 'Y'
                       MOVE 'Y' TO WS-SIMULATE-SWITCH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-POST-TRANSACTION.
           IF SIMULATION-RUN
               PERFORM 6000-BEGIN-SIM-ITEM
           END-IF
           PERFORM 3500-CHECK-REFERENCE
           IF NOT REFERENCE-USABLE
               PERFORM 3600-WRITE-REPLAY-EXCEPTION
                          PERFORM 3850-TRY-ALIAS
                   END-READ
                   IF WS-FILE-STATUS = '00'
                       PERFORM 6400-OVERLAY-PROJECTED
                       PERFORM 4000-APPLY-TRANSACTION
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-TRN-COUNT
           IF SIMULATION-RUN
               PERFORM 6100-END-SIM-ITEM
           ELSE
               MOVE '1' TO WS-CKPT-FUNCTION
               MOVE WS-TRN-COUNT TO WS-CKPT-RECORD-COUNT
               MOVE TRN-ACCT-ID TO WS-CKPT-KEY
               MOVE WS-POST-COUNT TO WS-CKPT-RUNNING-TOTAL
               CALL 'CHKPTUTL' USING WS-CHECKPOINT-AREA
           END-IF
           PERFORM 2000-READ-TRANSACTION.
       3850-TRY-ALIAS.
      *    AN ITEM STILL ADDRESSED TO A RENUMBERED ACCOUNT'S OLD
       3860-COUNT-ALIAS-USE.
           ADD 1 TO ALS-USE-COUNT
           MOVE WS-TODAY TO ALS-LAST-USED-DATE
           IF NOT SIMULATION-RUN
               REWRITE ALIAS-RECORD
                   INVALID KEY
                      DISPLAY 'ALIAS USAGE REWRITE FAILED, STATUS '
                          WS-ALS-STATUS ': ' ALS-OLD-ACCT-ID
               END-REWRITE
           END-IF.
       3900-REJECT-MISSING-ACCOUNT.
      *    AN ID ALREADY ON THE MASTER IS BY DEFINITION WELL-FORMED,
      *    SO THE CHECK DIGIT IS ONLY EXAMINED ON A NOT-FOUND READ TO
           IF TRN-REF = SPACES OR TRN-REF = LOW-VALUES
               MOVE 'B' TO WS-REF-SWITCH
           ELSE
               MOVE 0 TO WS-SIM-REF-HIT
               IF SIMULATION-RUN
                   PERFORM 6700-CHECK-SIM-REFERENCE
               END-IF
               IF WS-SIM-REF-HIT = 0
                   MOVE TRN-REF TO REF-TRN-REF
                   READ REFERENCE-FILE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF REF-RUN-ID = WS-WAREHOUSE-RUN
                              MOVE 'W' TO WS-REF-SWITCH
                          ELSE
                              MOVE 'D' TO WS-REF-SWITCH
                          END-IF
                   END-READ
               END-IF
           END-IF.
       3700-WAREHOUSE-TRANSACTION.
           ADD 1 TO WS-FUTURE-COUNT
           MOVE TRN-AMOUNT TO WHSE-AMOUNT
           MOVE TRN-REF TO WHSE-REF
           MOVE TRN-EFFECTIVE-DATE TO WHSE-EFFECTIVE-DATE
           IF SIMULATION-RUN
               MOVE 'W' TO WS-SIM-REF-FLAG
               PERFORM 6720-NOTE-SIM-REFERENCE
           ELSE
               WRITE WAREHOUSE-RECORD
               MOVE TRN-REF TO REF-TRN-REF
               MOVE WS-TODAY TO REF-POST-DATE
               MOVE WS-WAREHOUSE-RUN TO REF-RUN-ID
               WRITE REFERENCE-RECORD
                   INVALID KEY
                      DISPLAY 'WAREHOUSE REFERENCE WRITE FAILED, '
                          'STATUS ' WS-REF-STATUS ': ' TRN-REF
               END-WRITE
           END-IF
           DISPLAY 'TRANSACTION WAREHOUSED UNTIL ' TRN-EFFECTIVE-DATE
               ': ' TRN-REF.
       3800-FLAG-BACKDATED.
               ' EFFECTIVE: ' TRN-EFFECTIVE-DATE
               ' POSTED AS: ' WS-TODAY
               DELIMITED BY SIZE INTO EXCEPTION-RECORD
           IF NOT SIMULATION-RUN
               WRITE EXCEPTION-RECORD
           END-IF.
       3600-WRITE-REPLAY-EXCEPTION.
           ADD 1 TO WS-DUP-COUNT
           MOVE SPACES TO EXCEPTION-RECORD
                   ' REJECTED MISSING REF, AMOUNT: ' TRN-AMOUNT
                   DELIMITED BY SIZE INTO EXCEPTION-RECORD
           END-IF
           PERFORM 6200-PUT-EXCEPTION.
       4000-APPLY-TRANSACTION.
      *    AN ESCHEATED ACCOUNT HAS BEEN REMITTED TO THE STATE AND
      *    TAKES NO FURTHER CUSTOMER ACTIVITY; ONLY THE ESCHEAT
               PERFORM 4900-RECORD-RECYCLE
           ELSE
               PERFORM 4800-CHECK-OWNER-DECEASED
               PERFORM 4865-CHECK-MINOR-CUSTODIAN
               IF TRN-DEBIT-TYPE AND OWNER-DECEASED
                   ADD 1 TO WS-DECEASED-COUNT
                   DISPLAY 'POST REJECTED, CUSTOMER DECEASED: '
                       ' REJECTED OWNER DECEASED, TRN CODE: '
                       TRN-CODE ' AMOUNT: ' TRN-AMOUNT
                       DELIMITED BY SIZE INTO EXCEPTION-RECORD
                   PERFORM 6200-PUT-EXCEPTION
                   MOVE 'DECEASED' TO WS-RCYC-REASON
                   PERFORM 4900-RECORD-RECYCLE
               ELSE
               IF MINOR-DEBIT-UNAUTHORIZED
                   ADD 1 TO WS-MINOR-REJ-COUNT
                   DISPLAY 'POST REJECTED, MINOR ACCOUNT NOT '
                       'CUSTODIAN AUTHORIZED: ' ACCT-ID
                   MOVE SPACES TO EXCEPTION-RECORD
                   STRING 'ACCT: ' ACCT-ID
                       ' REJECTED NO CUSTODIAN, BY: '
                       TRN-AUTH-CUST-NO ' AMOUNT: ' TRN-AMOUNT
                       DELIMITED BY SIZE INTO EXCEPTION-RECORD
                   PERFORM 6200-PUT-EXCEPTION
                   MOVE 'MINOR' TO WS-RCYC-REASON
                   PERFORM 4900-RECORD-RECYCLE
               ELSE
               IF TRN-IS-DEBIT OR TRN-IS-CREDIT OR TRN-IS-FEE
                   OR TRN-IS-ESCHEAT
                   PERFORM 4850-CHECK-STOP-PAYMENT
                   PERFORM 4820-CHECK-DAILY-CAP
                   PERFORM 4830-CHECK-SUB-ACCOUNT
                   IF TRN-DEBIT-TYPE AND STOP-PAYMENT-HIT
                       ADD 1 TO WS-STOPPED-COUNT
                       DISPLAY 'POST REJECTED, STOP-PAYMENT ORDER: '
                           ' REJECTED STOPPED, REF: ' TRN-REF
                           ' AMOUNT: ' TRN-AMOUNT
                           DELIMITED BY SIZE INTO EXCEPTION-RECORD
                       PERFORM 6200-PUT-EXCEPTION
                       MOVE 'STOPPED' TO WS-RCYC-REASON
                       PERFORM 4900-RECORD-RECYCLE
                   ELSE
                           ' REJECTED PROBATION CAP, AMOUNT: '
                           TRN-AMOUNT
                           DELIMITED BY SIZE INTO EXCEPTION-RECORD
                       PERFORM 6200-PUT-EXCEPTION
                       MOVE 'PROBATN' TO WS-RCYC-REASON
                       PERFORM 4900-RECORD-RECYCLE
                   ELSE
                           ' REJECTED CAP, AMOUNT: ' TRN-AMOUNT
                           ' DAY TOTAL: ' WS-DAY-DEBIT-TOTAL
                           DELIMITED BY SIZE INTO EXCEPTION-RECORD
                       PERFORM 6200-PUT-EXCEPTION
                       MOVE 'CAP' TO WS-RCYC-REASON
                       PERFORM 4900-RECORD-RECYCLE
                   ELSE
                   IF SUB-ACCOUNT-REJECT
                       PERFORM 4837-REJECT-SUB-ACCOUNT
                   ELSE
                   IF TRN-IS-DEBIT AND PENDING-AVAILABLE
                       AND WS-APPROVAL-LIMIT > 0
                       AND TRN-AMOUNT > WS-APPROVAL-LIMIT
                           IF WS-VRULE-COUNT > 0
                               PERFORM 5200-EVALUATE-VELOCITY
                           END-IF
                           IF SUB-ACCOUNT-ROUTED
                               PERFORM 4835-POST-SUB-ACCOUNT
                           END-IF
                           PERFORM 4700-RECORD-REFERENCE
                           PERFORM 4950-CLEAR-RECYCLE
                           IF ACCT-BALANCE >= WS-CAPACITY-THRESHOLD
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               ELSE
               IF TRN-IS-TRANSFER
                   PERFORM 4050-APPLY-TRANSFER
               ELSE
               IF TRN-IS-REVERSAL
                   PERFORM 4040-APPLY-REVERSAL
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'POST REJECTED, INVALID TRN CODE: ' TRN-CODE
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.
       4040-APPLY-REVERSAL.
      *    A TYPE 'V' ITEM CANCELS ONE EARLIER POSTING ON THE SAME
      *    ACCOUNT, NAMED BY ITS REFERENCE.  TRNREF GIVES THE DAY IT
      *    POSTED AND THAT DAY'S JOURNAL FOR THE ACCOUNT GIVES ITS
      *    CODE AND AMOUNT; THE EXACT OPPOSITE IS POSTED AND THE
      *    ORIGINAL ENTRY IS STAMPED SO IT CANNOT BE REVERSED TWICE.
      *    A REVERSAL CORRECTS A MISTAKE, SO NEITHER THE OVERDRAFT
      *    LIMIT NOR THE DEBIT CONTROLS APPLY TO IT.
           MOVE 'N' TO WS-RVSL-FOUND
           MOVE SPACES TO WS-RVSL-REASON
           IF TRN-ORIG-REF = SPACES OR TRN-ORIG-REF = LOW-VALUES
               OR TRN-ORIG-REF = TRN-REF
               MOVE 'ORIGINAL REFERENCE MISSING' TO WS-RVSL-REASON
           ELSE
               PERFORM 4041-FIND-ORIGINAL-POSTING
           END-IF
           IF ORIGINAL-FOUND
               PERFORM 4044-POST-REVERSAL
           ELSE
               PERFORM 4049-REJECT-REVERSAL
           END-IF.
       4041-FIND-ORIGINAL-POSTING.
           MOVE TRN-ORIG-REF TO REF-TRN-REF
           READ REFERENCE-FILE
               INVALID KEY
                  MOVE 'ORIGINAL NOT POSTED' TO WS-RVSL-REASON
               NOT INVALID KEY
                  IF REF-RUN-ID = WS-WAREHOUSE-RUN
                      MOVE 'ORIGINAL STILL WAREHOUSED'
                          TO WS-RVSL-REASON
                  ELSE
                      MOVE REF-POST-DATE TO WS-RVSL-POST-DATE
                      PERFORM 4042-SCAN-ORIGINAL-DAY
                  END-IF
           END-READ.
       4042-SCAN-ORIGINAL-DAY.
           MOVE 'N' TO WS-RVSL-SCAN-EOF
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE WS-RVSL-POST-DATE TO JRNL-POST-DATE
           MOVE 0 TO JRNL-SEQUENCE
           START JOURNAL-FILE KEY IS NOT LESS THAN JRNL-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-RVSL-SCAN-EOF
           END-START
           PERFORM 4043-MATCH-ONE-POSTING UNTIL RVSL-SCAN-DONE
           IF NOT ORIGINAL-FOUND AND WS-RVSL-REASON = SPACES
               MOVE 'ORIGINAL NOT ON THIS ACCOUNT' TO WS-RVSL-REASON
           END-IF.
       4043-MATCH-ONE-POSTING.
      *    ONLY A POSTING THAT MOVED THE BALANCE CAN BE REVERSED;
      *    A BACKOUT ENTRY OR AN EARLIER REVERSAL CARRYING THE SAME
      *    REFERENCE IS PASSED OVER.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-RVSL-SCAN-EOF
           END-READ
           IF NOT RVSL-SCAN-DONE
               IF WS-JRN-STATUS NOT = '00'
                   OR JRNL-ACCT-ID NOT = ACCT-ID
                   OR JRNL-POST-DATE NOT = WS-RVSL-POST-DATE
                   MOVE 'Y' TO WS-RVSL-SCAN-EOF
               ELSE
                   IF JRNL-TRN-REF = TRN-ORIG-REF
                       AND (JRNL-DEBIT-TYPE OR JRNL-CREDIT-TYPE)
                       AND JRNL-ORIG-POST-DATE = 0
                       AND NOT JRNL-IS-REVERSAL
                       MOVE 'Y' TO WS-RVSL-SCAN-EOF
                       IF JRNL-WAS-REVERSED
                           MOVE 'ORIGINAL ALREADY REVERSED'
                               TO WS-RVSL-REASON
                       ELSE
                           MOVE 'Y' TO WS-RVSL-FOUND
                           MOVE JRNL-KEY TO WS-RVSL-ORIG-KEY
                           MOVE JRNL-TRN-CODE TO WS-RVSL-ORIG-CODE
                           MOVE JRNL-AMOUNT TO WS-RVSL-AMOUNT
                           IF JRNL-DEBIT-TYPE
                               MOVE 'C' TO WS-RVSL-JRNL-CODE
                           ELSE
                               MOVE 'D' TO WS-RVSL-JRNL-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       4044-POST-REVERSAL.
           MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
           IF WS-RVSL-JRNL-CODE = 'C'
               ADD WS-RVSL-AMOUNT TO ACCT-BALANCE
           ELSE
               SUBTRACT WS-RVSL-AMOUNT FROM ACCT-BALANCE
           END-IF
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
           PERFORM 4100-REWRITE-WITH-RETRY
           IF REWRITE-OK
               ADD 1 TO WS-POST-COUNT
               ADD 1 TO WS-REVERSAL-COUNT
               PERFORM 4045-JOURNAL-REVERSAL
               IF NOT SIMULATION-RUN
                   PERFORM 4046-MARK-ORIGINAL-REVERSED
               END-IF
               PERFORM 4700-RECORD-REFERENCE
               DISPLAY 'ITEM REVERSED: ' ACCT-ID ' REF: '
                   TRN-ORIG-REF ' BY: ' TRN-REF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               IF WS-FILE-STATUS (1:1) = '9'
                   MOVE 'RECORD LOCKED' TO WS-RVSL-REASON
               ELSE
                   MOVE 'ACCOUNT REWRITE FAILED' TO WS-RVSL-REASON
               END-IF
               PERFORM 4049-REJECT-REVERSAL
           END-IF.
       4045-JOURNAL-REVERSAL.
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE WS-RVSL-JRNL-CODE TO JRNL-TRN-CODE
           MOVE WS-RVSL-AMOUNT TO JRNL-AMOUNT
           MOVE ACCT-BALANCE TO JRNL-RESULT-BALANCE
           MOVE WS-RUN-OPERATOR TO JRNL-OPERATOR-ID
           MOVE WS-RUN-ID TO JRNL-RUN-ID
           MOVE TRN-REF TO JRNL-TRN-REF
           MOVE WS-RVSL-POST-DATE TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE WS-PRESENTED-ID TO JRNL-PRESENTED-ID
           SET JRNL-IS-REVERSAL TO TRUE
           MOVE TRN-ORIG-REF TO JRNL-LINKED-REF
           MOVE WS-RVSL-ORIG-CODE TO JRNL-REVERSED-CODE
           PERFORM 4610-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD.
       4046-MARK-ORIGINAL-REVERSED.
           MOVE WS-RVSL-ORIG-KEY TO JRNL-KEY
           READ JOURNAL-FILE
               INVALID KEY
                  DISPLAY 'REVERSED ITEM NOT MARKED, JOURNAL STATUS '
                      WS-JRN-STATUS ': ' TRN-ORIG-REF
               NOT INVALID KEY
                  SET JRNL-WAS-REVERSED TO TRUE
                  MOVE TRN-REF TO JRNL-LINKED-REF
                  REWRITE JOURNAL-RECORD
                      INVALID KEY
                         DISPLAY 'REVERSED ITEM NOT MARKED, JOURNAL '
                             'STATUS ' WS-JRN-STATUS ': '
                             TRN-ORIG-REF
                  END-REWRITE
           END-READ.
       4049-REJECT-REVERSAL.
      *    A REJECTED REVERSAL GOES TO THE EXCEPTION FILE FOR THE
      *    TELLER TO CORRECT; THE RECYCLE MASTER CANNOT CARRY THE
      *    ORIGINAL REFERENCE, SO IT IS NOT RECYCLED.
           ADD 1 TO WS-RVSL-REJ-COUNT
           DISPLAY 'REVERSAL REJECTED, ' WS-RVSL-REASON ': '
               ACCT-ID ' REF: ' TRN-ORIG-REF
           MOVE SPACES TO EXCEPTION-RECORD
           STRING 'ACCT: ' ACCT-ID
               ' RVSL OF ' TRN-ORIG-REF ' REJECTED: '
               WS-RVSL-REASON
               DELIMITED BY SIZE INTO EXCEPTION-RECORD
           PERFORM 6200-PUT-EXCEPTION.
       4050-APPLY-TRANSFER.
      *    BOTH SIDES ARE PROVED BEFORE EITHER MOVES: THE SOURCE
      *    (ALREADY IN THE RECORD AREA) MUST CLEAR ITS AVAILABLE
           ELSE
               ADD 1 TO WS-XFER-FAIL-COUNT
               MOVE TRANSACTION-RECORD TO EXCEPTION-RECORD
               PERFORM 6200-PUT-EXCEPTION
           END-IF.
       4060-PROVE-TRANSFER-SIDES.
      *    THE SOURCE DEBIT OF A TRANSFER ANSWERS TO THE SAME
           PERFORM 4840-SUM-ACTIVE-HOLDS
           PERFORM 4850-CHECK-STOP-PAYMENT
           PERFORM 4820-CHECK-DAILY-CAP
           MOVE ACCT-ENTITY-CODE TO WS-SRC-ENTITY
           IF ACCT-CURRENCY-CODE = SPACES
               MOVE 'USD' TO WS-SRC-CURRENCY
           ELSE
                  DISPLAY 'TRANSFER REJECTED, DESTINATION NOT '
                      'FOUND: ' TRN-DEST-ACCT-ID
               NOT INVALID KEY
                  PERFORM 6400-OVERLAY-PROJECTED
                  IF ACCT-ACTIVE
                      MOVE 'Y' TO WS-XFER-OK-SWITCH
                      IF ACCT-CURRENCY-CODE = SPACES
                          MOVE ACCT-CURRENCY-CODE
                              TO WS-DST-CURRENCY
                      END-IF
                      PERFORM 4066-PROVE-ENTITIES
                  ELSE
                      DISPLAY 'TRANSFER REJECTED, DESTINATION NOT '
                          'ACTIVE: ' TRN-DEST-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  MOVE 'N' TO WS-XFER-OK-SWITCH
               NOT INVALID KEY
                  PERFORM 6400-OVERLAY-PROJECTED
           END-READ.
       4066-PROVE-ENTITIES.
      *    MONEY ONLY CROSSES FROM ONE BANK ENTITY TO ANOTHER
      *    THROUGH A SETTLEMENT ACCOUNT: EITHER THE SOURCE IS ITS
      *    ENTITY'S SETTLEMENT ACCOUNT OR THE DESTINATION IS ITS
      *    ENTITY'S.  THE DESTINATION IS IN THE RECORD AREA HERE.
           MOVE 'T' TO WS-ENTY-FUNCTION
           MOVE WS-SRC-ENTITY TO WS-ENTY-CODE
           MOVE TRN-ACCT-ID TO WS-ENTY-FROM-ACCT
           MOVE ACCT-ENTITY-CODE TO WS-ENTY-TO-CODE
           MOVE TRN-DEST-ACCT-ID TO WS-ENTY-TO-ACCT
           CALL 'ENTYUTIL' USING WS-ENTY-AREA
           IF NOT ENTITY-OK
               MOVE 'N' TO WS-XFER-OK-SWITCH
               DISPLAY 'TRANSFER REJECTED, ENTITY ' WS-SRC-ENTITY
                   ' TO ' ACCT-ENTITY-CODE ' NOT VIA SETTLEMENT: '
                   TRN-ACCT-ID ' -> ' TRN-DEST-ACCT-ID
           END-IF.
       4068-CONVERT-TRANSFER-AMOUNT.
      *    A CROSS-CURRENCY TRANSFER CONVERTS THROUGH THE FXRATES
      *    RATE IN FORCE ON THE EFFECTIVE DATE (USD PER UNIT ON
               DISPLAY 'TRANSFER DEBIT REWRITE FAILED, STATUS '
                   WS-FILE-STATUS ': ' TRN-ACCT-ID
               MOVE TRANSACTION-RECORD TO EXCEPTION-RECORD
               PERFORM 6200-PUT-EXCEPTION
           ELSE
               MOVE 'D' TO WS-XFER-JRNL-CODE
               MOVE TRN-AMOUNT TO WS-XFER-JRNL-AMT
               INVALID KEY
                  PERFORM 4078-REVERSE-TRANSFER-DEBIT
               NOT INVALID KEY
                  PERFORM 6400-OVERLAY-PROJECTED
                  MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
                  ADD WS-XFER-DEST-AMT TO ACCT-BALANCE
                  MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
                  DISPLAY 'TRANSFER REVERSAL READ FAILED: '
                      TRN-ACCT-ID
               NOT INVALID KEY
                  PERFORM 6400-OVERLAY-PROJECTED
                  MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
                  ADD TRN-AMOUNT TO ACCT-BALANCE
                  PERFORM 4100-REWRITE-WITH-RETRY
                  END-IF
           END-READ
           MOVE TRANSACTION-RECORD TO EXCEPTION-RECORD
           PERFORM 6200-PUT-EXCEPTION.
       4080-JOURNAL-TRANSFER-SIDE.
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 4610-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD.
       4770-APPLY-RECOVERY.
       4780-JOURNAL-RECOVERY.
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 4610-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD.
       4300-TRY-OVERDRAFT-COVER.
                      OVP-COVER-ACCT
                  PERFORM 4330-RESTORE-PROTECTED
               NOT INVALID KEY
                  PERFORM 6400-OVERLAY-PROJECTED
                  PERFORM 4320-APPLY-COVER-DEBIT
           END-READ.
       4320-APPLY-COVER-DEBIT.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  PERFORM 6400-OVERLAY-PROJECTED
           END-READ.
       4340-CREDIT-PROTECTED.
           MOVE TRN-ACCT-ID TO ACCT-ID
                  DISPLAY 'PROTECTED ACCOUNT RE-READ FAILED: '
                      TRN-ACCT-ID
               NOT INVALID KEY
                  PERFORM 6400-OVERLAY-PROJECTED
                  ADD 1 TO WS-COVERED-COUNT
                  MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
                  ADD WS-COVER-AMOUNT TO ACCT-BALANCE
                      MOVE 'Y' TO WS-HOLD-SCAN-EOF
               END-START
               PERFORM 4355-SUM-ONE-COVER-HOLD UNTIL HOLD-SCAN-DONE
               IF SIMULATION-RUN
                   MOVE OVP-COVER-ACCT TO WS-SIM-KEY
                   PERFORM 6410-FIND-SIM-ACCOUNT
                   IF WS-SIM-ACCT-HIT > 0
                       ADD WS-SA-HOLDS (WS-SIM-ACCT-HIT)
                           TO WS-COVER-HOLD-TOTAL
                   END-IF
               END-IF
           END-IF.
       4355-SUM-ONE-COVER-HOLD.
           READ HOLD-FILE NEXT RECORD
       4360-WRITE-COVER-JOURNAL.
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 4610-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD.
       4750-CAPTURE-FOR-APPROVAL.
           SET PEND-WAITING TO TRUE
           MOVE SPACES TO PEND-CHECKER-ID
           MOVE 0 TO PEND-DECISION-DATE
           MOVE SPACES TO PEND-REJECT-REASON
           SET PEND-FOR-LIMIT TO TRUE
           MOVE 0 TO PEND-SIGNERS-NEEDED
           MOVE 0 TO PEND-SIGNERS-CONFIRMED
           MOVE SPACES TO PEND-SIGNER-LIST
           MOVE 0 TO PEND-EXPIRY-DATE
           MOVE TRN-SUB-REF TO PEND-SUB-REF
           IF NOT SIMULATION-RUN
               WRITE PENDING-RECORD
                   INVALID KEY
                      DISPLAY 'APPROVAL CAPTURE FAILED, STATUS '
                          WS-PEND-STATUS ': ' TRN-REF
                      MOVE 'APPROVAL' TO WS-RCYC-REASON
                      PERFORM 4900-RECORD-RECYCLE
               END-WRITE
           END-IF.
       4820-CHECK-DAILY-CAP.
      *    THE CAP IS AGAINST THE RUNNING TOTAL OF TODAY'S JOURNAL
      *    DEBITS PLUS THE ITEM IN HAND: THE ACCOUNT OVERRIDE WINS
               ELSE
                   IF PRODUCT-AVAILABLE
                       AND ACCT-PRODUCT-CODE NOT = SPACES
                       MOVE ACCT-ENTITY-CODE TO PROD-ENTITY-CODE
                       MOVE ACCT-PRODUCT-CODE TO PROD-CODE
                       READ PRODUCT-FILE
                           INVALID KEY
                       ADD ACCT-CAP-RAISE-AMT TO WS-DAILY-CAP
                   END-IF
                   PERFORM 4825-SUM-TODAYS-DEBITS
                   IF SIMULATION-RUN
                       MOVE TRN-ACCT-ID TO WS-SIM-KEY
                       PERFORM 6410-FIND-SIM-ACCOUNT
                       IF WS-SIM-ACCT-HIT > 0
                           ADD WS-SA-DAY-DEBITS (WS-SIM-ACCT-HIT)
                               TO WS-DAY-DEBIT-TOTAL
                       END-IF
                   END-IF
                   IF (WS-DAY-DEBIT-TOTAL + TRN-AMOUNT) >
                       WS-DAILY-CAP
                       MOVE 'Y' TO WS-CAP-HIT-SWITCH
                      MOVE 'Y' TO WS-HOLD-SCAN-EOF
               END-START
               PERFORM 4845-SUM-ONE-HOLD UNTIL HOLD-SCAN-DONE
               IF SIMULATION-RUN
                   MOVE TRN-ACCT-ID TO WS-SIM-KEY
                   PERFORM 6410-FIND-SIM-ACCOUNT
                   IF WS-SIM-ACCT-HIT > 0
                       ADD WS-SA-HOLDS (WS-SIM-ACCT-HIT)
                           TO WS-HOLD-TOTAL
                   END-IF
               END-IF
           END-IF.
       4845-SUM-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AND ACCT-MATURITY-DATE > WS-TODAY
               MOVE WS-EW-DEFAULT-RATE TO WS-EW-PENALTY-RATE
               IF PRODUCT-AVAILABLE AND ACCT-PRODUCT-CODE NOT = SPACES
                   MOVE ACCT-ENTITY-CODE TO PROD-ENTITY-CODE
                   MOVE ACCT-PRODUCT-CODE TO PROD-CODE
                   READ PRODUCT-FILE
                       INVALID KEY
               ' AMOUNT: ' WS-EW-PENALTY
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 4610-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD.
       4830-CHECK-SUB-ACCOUNT.
      *    AN ITEM NAMING A SUB-ACCOUNT MUST FIND IT OPEN UNDER THIS
      *    MASTER, AND A DEBIT MAY NOT TAKE THE SUB-ACCOUNT BELOW
      *    ZERO WHATEVER THE MASTER HOLDS.  A CUSTOMER CREDIT OR
      *    DEBIT TO A MASTER WITH NO SUB-ACCOUNT NAMED CANNOT BE
      *    ALLOCATED AND IS REJECTED.  A FEE OR ESCHEAT WITHOUT ONE
      *    POSTS TO THE MASTER ALONE AND SHOWS ON THE DAILY PROOF.
           MOVE 'N' TO WS-VSUB-SWITCH
           IF SUB-LEDGER-AVAILABLE
               IF TRN-SUB-REF NOT = SPACES
                   MOVE ACCT-ID TO VSB-MASTER-ACCT-ID
                   MOVE TRN-SUB-REF TO VSB-SUB-REF
                   READ VSUB-FILE
                       INVALID KEY
                          MOVE 'U' TO WS-VSUB-SWITCH
                       NOT INVALID KEY
                          IF NOT VSB-OPEN
                              MOVE 'U' TO WS-VSUB-SWITCH
                          ELSE
                              IF TRN-DEBIT-TYPE
                                  AND TRN-AMOUNT > VSB-BALANCE
                                  MOVE 'F' TO WS-VSUB-SWITCH
                              ELSE
                                  MOVE 'Y' TO WS-VSUB-SWITCH
                              END-IF
                          END-IF
                   END-READ
               ELSE
                   IF TRN-IS-DEBIT OR TRN-IS-CREDIT
                       PERFORM 4831-CHECK-MASTER-ACCOUNT
                   END-IF
               END-IF
           END-IF.
       4831-CHECK-MASTER-ACCOUNT.
           MOVE ACCT-ID TO VSB-MASTER-ACCT-ID
           MOVE LOW-VALUES TO VSB-SUB-REF
           START VSUB-FILE KEY IS NOT LESS THAN VSB-KEY
               INVALID KEY
                  MOVE '23' TO WS-VSB-STATUS
           END-START
           IF WS-VSB-STATUS = '00'
               READ VSUB-FILE NEXT RECORD
                   AT END
                      CONTINUE
                   NOT AT END
                      IF VSB-MASTER-ACCT-ID = ACCT-ID
                          MOVE 'M' TO WS-VSUB-SWITCH
                      END-IF
               END-READ
           END-IF.
       4835-POST-SUB-ACCOUNT.
           IF SIMULATION-RUN
               ADD 1 TO WS-SUB-ROUTED-COUNT
           ELSE
               MOVE ACCT-ID TO VSB-MASTER-ACCT-ID
               MOVE TRN-SUB-REF TO VSB-SUB-REF
               READ VSUB-FILE
                   INVALID KEY
                      DISPLAY 'SUB-ACCOUNT LOST AFTER POSTING, STATUS '
                          WS-VSB-STATUS ': ' ACCT-ID ' ' TRN-SUB-REF
                   NOT INVALID KEY
                      IF TRN-DEBIT-TYPE
                          SUBTRACT TRN-AMOUNT FROM VSB-BALANCE
                      ELSE
                          ADD TRN-AMOUNT TO VSB-BALANCE
                      END-IF
                      MOVE WS-TODAY TO VSB-LAST-ACTIVITY-DATE
                      REWRITE VSUB-RECORD
                          INVALID KEY
                             DISPLAY 'SUB-ACCOUNT REWRITE FAILED, '
                                 'STATUS ' WS-VSB-STATUS ': ' ACCT-ID
                                 ' ' TRN-SUB-REF
                          NOT INVALID KEY
                             ADD 1 TO WS-SUB-ROUTED-COUNT
                             PERFORM 4836-WRITE-SUB-HISTORY
                      END-REWRITE
               END-READ
           END-IF.
       4836-WRITE-SUB-HISTORY.
           MOVE VSB-MASTER-ACCT-ID TO VSH-MASTER-ACCT-ID
           MOVE VSB-SUB-REF TO VSH-SUB-REF
           MOVE WS-TODAY TO VSH-POST-DATE
           MOVE TRN-CODE TO VSH-TRN-CODE
           MOVE TRN-AMOUNT TO VSH-AMOUNT
           MOVE VSB-BALANCE TO VSH-RESULT-BALANCE
           MOVE TRN-REF TO VSH-TRN-REF
           MOVE WS-RUN-ID TO VSH-RUN-ID
           WRITE VSUB-HIST-RECORD.
       4837-REJECT-SUB-ACCOUNT.
           ADD 1 TO WS-SUB-REJ-COUNT
           MOVE SPACES TO EXCEPTION-RECORD
           EVALUATE TRUE
               WHEN SUB-REF-MISSING
                   DISPLAY 'POST REJECTED, NO SUB-ACCOUNT NAMED: '
                       ACCT-ID
                   STRING 'ACCT: ' ACCT-ID
                       ' REJECTED NO SUB-ACCOUNT, REF: ' TRN-REF
                       ' AMOUNT: ' TRN-AMOUNT
                       DELIMITED BY SIZE INTO EXCEPTION-RECORD
                   MOVE 'NOSUBREF' TO WS-RCYC-REASON
               WHEN SUB-REF-UNKNOWN
                   DISPLAY 'POST REJECTED, SUB-ACCOUNT NOT OPEN: '
                       ACCT-ID ' ' TRN-SUB-REF
                   STRING 'ACCT: ' ACCT-ID
                       ' REJECTED SUB-ACCOUNT ' TRN-SUB-REF
                       ' NOT OPEN, AMOUNT: ' TRN-AMOUNT
                       DELIMITED BY SIZE INTO EXCEPTION-RECORD
                   MOVE 'SUBACCT' TO WS-RCYC-REASON
               WHEN OTHER
                   DISPLAY 'POST REJECTED, SUB-ACCOUNT FUNDS: '
                       ACCT-ID ' ' TRN-SUB-REF
                   STRING 'ACCT: ' ACCT-ID
                       ' REJECTED SUB-ACCOUNT ' TRN-SUB-REF
                       ' FUNDS, AMOUNT: ' TRN-AMOUNT
                       DELIMITED BY SIZE INTO EXCEPTION-RECORD
                   MOVE 'SUBFUNDS' TO WS-RCYC-REASON
           END-EVALUATE
           PERFORM 6200-PUT-EXCEPTION
           PERFORM 4900-RECORD-RECYCLE.
       4850-CHECK-STOP-PAYMENT.
      *    EVERY STOP ORDER ON THE ACCOUNT IS EXAMINED; THE FIRST
      *    IN-FORCE ORDER MATCHING THE ITEM BY REFERENCE OR CHEQUE
      *    SERIAL, OR BY AMOUNT RANGE WHEN THE ORDER CARRIES NO
      *    REFERENCE, TRAPS
      *    THE DEBIT AND IS MARKED MATCHED SO IT FIRES ONLY ONCE.
           MOVE 'N' TO WS-STOP-HIT-SWITCH
           IF STOPS-AVAILABLE
       4870-MATCH-ONE-STOP.
           IF (STOP-TRN-REF NOT = SPACES
                   AND STOP-TRN-REF = TRN-REF)
               OR (TRN-CHQ-SERIAL NOT = SPACES
                   AND STOP-TRN-REF = TRN-CHQ-SERIAL)
               OR (STOP-TRN-REF = SPACES
                   AND TRN-AMOUNT >= STOP-AMOUNT-FROM
                   AND TRN-AMOUNT <= STOP-AMOUNT-TO)
               SET STOP-MATCHED TO TRUE
               MOVE WS-TODAY TO STOP-MATCHED-DATE
               MOVE TRN-REF TO STOP-MATCHED-REF
               IF NOT SIMULATION-RUN
                   REWRITE STOP-RECORD
                       INVALID KEY
                          DISPLAY 'STOP MATCH REWRITE FAILED, STATUS '
                              WS-STOPF-STATUS ': ' STOP-ACCT-ID
                   END-REWRITE
               END-IF
           END-IF.
       4800-CHECK-OWNER-DECEASED.
      *    A DEATH NOTICE ON THE CUSTOMER MASTER BLOCKS DEBITS ON
                   END-READ
               END-IF
           END-IF.
       4865-CHECK-MINOR-CUSTODIAN.
      *    ON A MINOR PRODUCT ONLY A CUSTODIAN MAY AUTHORIZE A
      *    CUSTOMER DEBIT OR A TRANSFER OUT; THE AUTHORIZER NAMED ON
      *    THE ITEM MUST HOLD THE CUSTODIAN ROLE ON THIS ACCOUNT.
      *    BANK-SIDE FEES AND ESCHEAT ARE NOT CUSTOMER DEBITS AND
      *    PASS.  WITHOUT ACCTOWN NOTHING CAN BE PROVED, SO THE
      *    DEBIT IS REFUSED.
           MOVE 'N' TO WS-MINOR-AUTH-SWITCH
           IF (TRN-IS-DEBIT OR TRN-IS-TRANSFER)
               AND PRODUCT-AVAILABLE
               AND ACCT-PRODUCT-CODE NOT = SPACES
               MOVE ACCT-ENTITY-CODE TO PROD-ENTITY-CODE
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF PROD-FOR-MINORS
                          MOVE 'Y' TO WS-MINOR-AUTH-SWITCH
                      END-IF
               END-READ
           END-IF
           IF MINOR-DEBIT-UNAUTHORIZED AND OWNERS-AVAILABLE
               AND TRN-AUTH-CUST-NO NOT = SPACES
               MOVE ACCT-ID TO OWN-ACCT-ID
               MOVE TRN-AUTH-CUST-NO TO OWN-CUST-NO
               READ OWNER-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF OWN-CUSTODIAN
                          MOVE 'N' TO WS-MINOR-AUTH-SWITCH
                      END-IF
               END-READ
           END-IF.
       4400-REJECT-OVERDRAFT.
           ADD 1 TO WS-OVERDRAFT-REJ-COUNT
           DISPLAY 'POST REJECTED, OVERDRAFT LIMIT EXCEEDED: '
               ' REJECTED OVERDRAFT LIMIT, TRN CODE: ' TRN-CODE
               ' AMOUNT: ' TRN-AMOUNT
               DELIMITED BY SIZE INTO EXCEPTION-RECORD
           PERFORM 6200-PUT-EXCEPTION
      *    A CUSTOMER DEBIT WAITS ON THE DECISION QUEUE FOR A BRANCH
      *    OFFICER TO PAY OR RETURN IT.  FEES AND OTHER SYSTEM
      *    DEBITS, OR ANY ITEM WHILE THE QUEUE IS DOWN, RECYCLE.
           IF TRN-IS-DEBIT AND DECISION-QUEUE-AVAILABLE
               PERFORM 4410-QUEUE-FOR-DECISION
           ELSE
               MOVE 'OVERDRFT' TO WS-RCYC-REASON
               PERFORM 4900-RECORD-RECYCLE
           END-IF.
       4410-QUEUE-FOR-DECISION.
           PERFORM 4420-COUNT-PRIOR-OVERDRAFTS
           MOVE ACCT-ID TO ODD-ACCT-ID
           MOVE TRN-REF TO ODD-TRN-REF
           MOVE TRN-CODE TO ODD-TRN-CODE
           MOVE TRN-AMOUNT TO ODD-AMOUNT
           MOVE TRN-EFFECTIVE-DATE TO ODD-EFFECTIVE-DATE
           MOVE WS-TODAY TO ODD-QUEUED-DATE
           MOVE ACCT-BRANCH-CODE TO ODD-BRANCH-CODE
           MOVE ACCT-CUSTOMER-NO TO ODD-CUSTOMER-NO
           MOVE ACCT-BALANCE TO ODD-LEDGER-BALANCE
           COMPUTE ODD-AVAILABLE-BAL = ACCT-BALANCE - WS-HOLD-TOTAL
           MOVE ACCT-OVERDRAFT-LIMIT TO ODD-OVERDRAFT-LIMIT
           MOVE WS-ODD-PRIOR-COUNT TO ODD-PRIOR-OD-COUNT
           MOVE 0 TO ODD-REL-BALANCE
           SET ODD-UNDECIDED TO TRUE
           MOVE 'N' TO ODD-DEFAULTED
           MOVE SPACES TO ODD-DECIDED-BY
           MOVE 0 TO ODD-DECISION-DATE
           MOVE 0 TO ODD-CLOSED-DATE
           MOVE TRN-SUB-REF TO ODD-SUB-REF
           IF SIMULATION-RUN
               ADD 1 TO WS-ODD-QUEUED-COUNT
               DISPLAY 'OVERDRAFT QUEUED FOR PAY/RETURN DECISION: '
                   ACCT-ID ' REF: ' TRN-REF
           ELSE
               WRITE DECISION-RECORD
                   INVALID KEY
                      DISPLAY 'DECISION QUEUE WRITE FAILED, STATUS '
                          WS-ODD-STATUS ': ' TRN-REF
                      MOVE 'OVERDRFT' TO WS-RCYC-REASON
                      PERFORM 4900-RECORD-RECYCLE
                   NOT INVALID KEY
                      ADD 1 TO WS-ODD-QUEUED-COUNT
                      DISPLAY 'OVERDRAFT QUEUED FOR PAY/RETURN '
                          'DECISION: ' ACCT-ID ' REF: ' TRN-REF
                      PERFORM 4950-CLEAR-RECYCLE
               END-WRITE
           END-IF.
       4420-COUNT-PRIOR-OVERDRAFTS.
           MOVE 0 TO WS-ODD-PRIOR-COUNT
           MOVE 'N' TO WS-ODD-SCAN-EOF
           MOVE ACCT-ID TO ODD-ACCT-ID
           MOVE LOW-VALUES TO ODD-TRN-REF
           START DECISION-FILE KEY IS NOT LESS THAN ODD-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-ODD-SCAN-EOF
           END-START
           PERFORM 4425-COUNT-ONE-PRIOR UNTIL ODD-SCAN-DONE.
       4425-COUNT-ONE-PRIOR.
           READ DECISION-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-ODD-SCAN-EOF
           END-READ
           IF NOT ODD-SCAN-DONE
               IF WS-ODD-STATUS NOT = '00'
                   OR ODD-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-ODD-SCAN-EOF
               ELSE
                   IF WS-ODD-PRIOR-COUNT < 999
                       ADD 1 TO WS-ODD-PRIOR-COUNT
                   END-IF
               END-IF
           END-IF.
       5200-EVALUATE-VELOCITY.
           PERFORM 5210-TALLY-ACCOUNT-ACTIVITY
           IF WS-VTALLY-HIT > 0
               STRING 'FRAUD REVIEW QUEUED ACCT: ' TRN-ACCT-ID
                   ' RULE: ' WS-VR-ID (WS-VRULE-IDX)
                   DELIMITED BY SIZE INTO REVIEW-RECORD
               IF NOT SIMULATION-RUN
                   WRITE REVIEW-RECORD
               END-IF
           END-IF.
       4900-RECORD-RECYCLE.
           IF TRN-REF NOT = SPACES AND TRN-REF NOT = LOW-VALUES
               AND NOT TRN-IS-REVERSAL AND NOT SIMULATION-RUN
               MOVE TRN-REF TO RCYC-TRN-REF
               READ RECYCLE-FILE
                   INVALID KEY
                      MOVE WS-RCYC-REASON TO RCYC-REASON
                      MOVE WS-TODAY TO RCYC-FIRST-DATE
                      MOVE 0 TO RCYC-RETRY-COUNT
                      MOVE TRN-CHQ-SERIAL TO RCYC-CHQ-SERIAL
                      MOVE TRN-AUTH-CUST-NO TO RCYC-AUTH-CUST-NO
                      MOVE TRN-SUB-REF TO RCYC-SUB-REF
                      WRITE RECYCLE-RECORD
                      ADD 1 TO WS-RECYCLED-COUNT
                   NOT INVALID KEY
                      MOVE TRN-ACCT-ID TO RCYC-ACCT-ID
                      MOVE WS-RCYC-REASON TO RCYC-REASON
                      MOVE TRN-CHQ-SERIAL TO RCYC-CHQ-SERIAL
                      MOVE TRN-AUTH-CUST-NO TO RCYC-AUTH-CUST-NO
                      MOVE TRN-SUB-REF TO RCYC-SUB-REF
                      REWRITE RECYCLE-RECORD
               END-READ
           END-IF.
       4950-CLEAR-RECYCLE.
           IF TRN-REF NOT = SPACES AND TRN-REF NOT = LOW-VALUES
               AND NOT SIMULATION-RUN
               MOVE TRN-REF TO RCYC-TRN-REF
               DELETE RECYCLE-FILE
                   INVALID KEY
               ' REJECTED NOT ACTIVE, TRN CODE: ' TRN-CODE
               ' AMOUNT: ' TRN-AMOUNT
               DELIMITED BY SIZE INTO EXCEPTION-RECORD
           PERFORM 6200-PUT-EXCEPTION.
       4600-WRITE-JOURNAL.
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE WS-RUN-ID TO JRNL-RUN-ID
           MOVE TRN-REF TO JRNL-TRN-REF
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE WS-APPROVED-BY TO JRNL-APPROVED-BY
           MOVE WS-PRESENTED-ID TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 4610-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD.
       4610-JOURNAL-WRITE-ATTEMPT.
           IF SIMULATION-RUN
               PERFORM 6600-TALLY-SIM-JOURNAL
           ELSE
               WRITE JOURNAL-RECORD
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 'Y' TO WS-JRNL-WRITE-SWITCH
               END-WRITE
               IF NOT JOURNAL-WRITE-OK
                   IF WS-JRN-STATUS = '22'
                       ADD 1 TO WS-JRNL-SEQ
                       MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
                   ELSE
                       DISPLAY 'JOURNAL WRITE FAILED, STATUS '
                           WS-JRN-STATUS ': ' ACCT-ID
                       MOVE 'A' TO WS-JRNL-WRITE-SWITCH
                   END-IF
               END-IF
           END-IF.
       4680-CHECK-LEGAL-TRAP.
               ' AMOUNT: ' WS-TRAP-AMOUNT
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 4610-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD
           IF NOT SIMULATION-RUN
               MOVE WS-TRAP-ORDER-KEY TO LGL-KEY
               READ LEGAL-FILE
                   INVALID KEY
                      DISPLAY 'LEGAL ORDER RE-READ FAILED: '
                          WS-TRAP-ACCT-ID
                   NOT INVALID KEY
                      ADD WS-TRAP-AMOUNT TO LGL-TRAPPED-AMOUNT
                      IF LGL-TRAPPED-AMOUNT >= LGL-ORDERED-AMOUNT
                          SET LGL-SATISFIED TO TRUE
                      END-IF
                      REWRITE LEGAL-RECORD
                          INVALID KEY
                             DISPLAY 'LEGAL ORDER REWRITE FAILED, '
                                 'STATUS ' WS-LGL-STATUS ': '
                                 WS-TRAP-ACCT-ID
                      END-REWRITE
               END-READ
           END-IF.
       4650-PLACE-AVAILABILITY-HOLD.
      *    THE DEPOSITED AMOUNT IS GOOD ON THE LEDGER AT ONCE BUT
      *    STAYS OUT OF THE AVAILABLE BALANCE UNTIL THE SCHEDULED
           MOVE WS-TODAY TO HLD-PLACED-DATE
           MOVE WS-RUN-OPERATOR TO HLD-PLACED-BY
           SET HLD-ACTIVE TO TRUE
           IF SIMULATION-RUN
               PERFORM 6620-NOTE-SIM-HOLD
           ELSE
               WRITE HOLD-RECORD
                   INVALID KEY
                      DISPLAY 'AVAILABILITY HOLD WRITE FAILED, STATUS '
                          WS-HLD-STATUS ': ' TRN-ACCT-ID
                   NOT INVALID KEY
                      ADD 1 TO WS-FLOAT-HELD-COUNT
               END-WRITE
           END-IF.
       4660-FIND-NEXT-HOLD-SEQ.
           MOVE 0 TO WS-HOLD-NEXT-SEQ
           MOVE 'N' TO WS-HOLD-SCAN-EOF
           MOVE TRN-REF TO REF-TRN-REF
           MOVE WS-TODAY TO REF-POST-DATE
           MOVE WS-RUN-ID TO REF-RUN-ID
           IF SIMULATION-RUN
               MOVE 'P' TO WS-SIM-REF-FLAG
               PERFORM 6720-NOTE-SIM-REFERENCE
           ELSE
           IF REFERENCE-WAREHOUSED
               REWRITE REFERENCE-RECORD
                   INVALID KEY
                      DISPLAY 'REFERENCE RECORD WRITE FAILED, STATUS '
                          WS-REF-STATUS ': ' TRN-REF
               END-WRITE
           END-IF
           END-IF.
       4100-REWRITE-WITH-RETRY.
      *    IN A DRY RUN THE CHANGED RECORD IS HELD IN THE PROJECTION
      *    TABLE INSTEAD; ACCTFILE AND THE HISTORY ARE NOT TOUCHED.
           MOVE 'N' TO WS-REWRITE-SWITCH
           MOVE 0 TO WS-LOCK-RETRY-COUNT
           IF SIMULATION-RUN
               PERFORM 6500-HOLD-PROJECTED-IMAGE
           ELSE
               PERFORM 4110-REWRITE-ATTEMPT
                   UNTIL REWRITE-OK
                   OR WS-LOCK-RETRY-COUNT > WS-LOCK-MAX-RETRIES
               IF REWRITE-OK
                   MOVE ACCOUNT-RECORD TO WS-MH-AFTER
                   CALL 'MNTHIST' USING WS-HIST-AREA
               END-IF
           END-IF.
       4110-REWRITE-ATTEMPT.
           REWRITE ACCOUNT-RECORD
               UNTIL WS-LOCK-BACKOFF-IDX > WS-LOCK-BACKOFF-LIMIT.
       4130-BACKOFF-SPIN.
           ADD 1 TO WS-LOCK-BACKOFF-IDX.
       6000-BEGIN-SIM-ITEM.
      *    THE RUN'S OWN COUNTERS ARE NOTED BEFORE EACH ITEM; WHICH
      *    OF THEM THE ITEM MOVES TELLS 6100 ITS PROJECTED OUTCOME,
      *    SO THE DRY RUN CANNOT DRIFT FROM THE RULES THE LIVE RUN
      *    APPLIES.
           MOVE WS-POST-COUNT TO WS-SIM-BEF-POST
           MOVE WS-FUTURE-COUNT TO WS-SIM-BEF-FUTURE
           MOVE WS-CAPTURED-COUNT TO WS-SIM-BEF-CAPTURED
           MOVE WS-ODD-QUEUED-COUNT TO WS-SIM-BEF-QUEUED
           MOVE WS-TRAPPED-COUNT TO WS-SIM-BEF-TRAPPED
           MOVE WS-XFER-FAIL-COUNT TO WS-SIM-BEF-XFER-FAIL
           MOVE WS-BACKDATED-COUNT TO WS-SIM-BEF-BACKDATED
           MOVE SPACES TO WS-SIM-REASON
           MOVE SPACES TO WS-RCYC-REASON.
       6100-END-SIM-ITEM.
           EVALUATE TRUE
               WHEN WS-FUTURE-COUNT > WS-SIM-BEF-FUTURE
                   MOVE 'WAREHOUSE' TO WS-SD-OUTCOME
                   ADD 1 TO WS-SIM-WHSE-COUNT
                   MOVE SPACES TO WS-SIM-REASON
                   STRING 'HELD UNTIL EFFECTIVE DATE '
                       TRN-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO WS-SIM-REASON
               WHEN WS-CAPTURED-COUNT > WS-SIM-BEF-CAPTURED
                   MOVE 'APPROVAL' TO WS-SD-OUTCOME
                   ADD 1 TO WS-SIM-APPROVAL-COUNT
                   MOVE 'OVER THE DUAL-CONTROL LIMIT, HELD FOR CHECKER'
                       TO WS-SIM-REASON
               WHEN WS-ODD-QUEUED-COUNT > WS-SIM-BEF-QUEUED
                   MOVE 'DECISION' TO WS-SD-OUTCOME
                   ADD 1 TO WS-SIM-DECISION-COUNT
                   MOVE 'OVER OVERDRAFT LIMIT, QUEUED FOR PAY/RETURN'
                       TO WS-SIM-REASON
               WHEN WS-POST-COUNT > WS-SIM-BEF-POST
                   AND WS-TRAPPED-COUNT > WS-SIM-BEF-TRAPPED
                   MOVE 'TRAPPED' TO WS-SD-OUTCOME
                   ADD 1 TO WS-SIM-TRAPPED-COUNT
                   MOVE WS-TRAP-AMOUNT TO WS-SIM-AMOUNT-ED
                   MOVE SPACES TO WS-SIM-REASON
                   STRING 'POSTS, LEGAL ORDER TRAPS ' WS-SIM-AMOUNT-ED
                       DELIMITED BY SIZE INTO WS-SIM-REASON
               WHEN WS-POST-COUNT > WS-SIM-BEF-POST
                   MOVE 'POST' TO WS-SD-OUTCOME
                   ADD 1 TO WS-SIM-POST-COUNT
                   IF WS-BACKDATED-COUNT > WS-SIM-BEF-BACKDATED
                       MOVE 'BACKDATED, POSTS AS OF TODAY'
                           TO WS-SIM-REASON
                   ELSE
                       MOVE SPACES TO WS-SIM-REASON
                   END-IF
               WHEN OTHER
                   MOVE 'REJECT' TO WS-SD-OUTCOME
                   ADD 1 TO WS-SIM-REJECT-COUNT
                   IF WS-XFER-FAIL-COUNT > WS-SIM-BEF-XFER-FAIL
                       MOVE 'TRANSFER REJECTED, REASON ON THE RUN LOG'
                           TO WS-SIM-REASON
                   ELSE
                   IF WS-SIM-REASON = SPACES
                       MOVE SPACES TO WS-SIM-REASON
                       STRING 'RECYCLE REASON ' WS-RCYC-REASON
                           DELIMITED BY SIZE INTO WS-SIM-REASON
                   END-IF
                   END-IF
           END-EVALUATE
           MOVE TRN-REF TO WS-SD-TRN-REF
           MOVE TRN-ACCT-ID TO WS-SD-ACCT-ID
           MOVE TRN-CODE TO WS-SD-TRN-CODE
           MOVE TRN-AMOUNT TO WS-SD-AMOUNT
           MOVE WS-SIM-REASON TO WS-SD-REASON
           PERFORM 6300-GET-PROJECTED-BALANCE
           WRITE SIM-REPORT-RECORD FROM WS-SIM-DETAIL.
       6150-WRITE-SIM-REPOST.
      *    A PAY DECISION REPOSTED AHEAD OF THE FILE IS LISTED SO
      *    THE PROJECTED BALANCES CAN BE FOLLOWED FROM THE TOP.
           MOVE TRN-REF TO WS-SD-TRN-REF
           MOVE ACCT-ID TO WS-SD-ACCT-ID
           MOVE TRN-CODE TO WS-SD-TRN-CODE
           MOVE TRN-AMOUNT TO WS-SD-AMOUNT
           MOVE 'REPOST' TO WS-SD-OUTCOME
           MOVE ACCT-BALANCE TO WS-SIM-AMOUNT-ED
           MOVE WS-SIM-AMOUNT-ED TO WS-SD-BALANCE
           MOVE SPACES TO WS-SD-REASON
           STRING 'PAY DECISION BY ' ODD-DECIDED-BY
               DELIMITED BY SIZE INTO WS-SD-REASON
           WRITE SIM-REPORT-RECORD FROM WS-SIM-DETAIL.
       6200-PUT-EXCEPTION.
      *    IN A DRY RUN THE EXCEPTION TEXT BECOMES THE ITEM'S
      *    PROJECTED REASON INSTEAD OF AN EXCEPTION RECORD.
           IF SIMULATION-RUN
               MOVE EXCEPTION-RECORD TO WS-SIM-REASON
           ELSE
               WRITE EXCEPTION-RECORD
           END-IF.
       6300-GET-PROJECTED-BALANCE.
           MOVE SPACES TO WS-SD-BALANCE
           MOVE TRN-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  PERFORM 6400-OVERLAY-PROJECTED
                  MOVE ACCT-BALANCE TO WS-SIM-AMOUNT-ED
                  MOVE WS-SIM-AMOUNT-ED TO WS-SD-BALANCE
           END-READ.
       6400-OVERLAY-PROJECTED.
      *    AN ACCOUNT THE DRY RUN HAS ALREADY CHANGED IS SEEN AS IT
      *    WOULD THEN STAND, NOT AS ACCTFILE STILL HOLDS IT.
           IF SIMULATION-RUN
               MOVE ACCT-ID TO WS-SIM-KEY
               PERFORM 6410-FIND-SIM-ACCOUNT
               IF WS-SIM-ACCT-HIT > 0
                   IF WS-SA-IMAGE-HELD (WS-SIM-ACCT-HIT) = 'Y'
                       MOVE WS-SA-IMAGE (WS-SIM-ACCT-HIT)
                           TO ACCOUNT-RECORD
                   END-IF
               END-IF
           END-IF.
       6410-FIND-SIM-ACCOUNT.
           MOVE 0 TO WS-SIM-ACCT-HIT
           MOVE 0 TO WS-SIM-ACCT-IDX
           PERFORM 6415-MATCH-SIM-ACCOUNT
               UNTIL WS-SIM-ACCT-IDX >= WS-SIM-ACCT-COUNT
               OR WS-SIM-ACCT-HIT > 0.
       6415-MATCH-SIM-ACCOUNT.
           ADD 1 TO WS-SIM-ACCT-IDX
           IF WS-SA-ACCT-ID (WS-SIM-ACCT-IDX) = WS-SIM-KEY
               MOVE WS-SIM-ACCT-IDX TO WS-SIM-ACCT-HIT
           END-IF.
       6420-ADD-SIM-ACCOUNT.
           IF WS-SIM-ACCT-COUNT < WS-SIM-ACCT-MAX
               ADD 1 TO WS-SIM-ACCT-COUNT
               MOVE WS-SIM-ACCT-COUNT TO WS-SIM-ACCT-HIT
               MOVE WS-SIM-KEY TO WS-SA-ACCT-ID (WS-SIM-ACCT-HIT)
               MOVE 'N' TO WS-SA-IMAGE-HELD (WS-SIM-ACCT-HIT)
               MOVE 0 TO WS-SA-OPENING (WS-SIM-ACCT-HIT)
               MOVE 0 TO WS-SA-DAY-DEBITS (WS-SIM-ACCT-HIT)
               MOVE 0 TO WS-SA-HOLDS (WS-SIM-ACCT-HIT)
               MOVE SPACES TO WS-SA-IMAGE (WS-SIM-ACCT-HIT)
           ELSE
               IF NOT SIM-ACCOUNTS-FULL
                   MOVE 'Y' TO WS-SIM-ACCT-FULL
                   DISPLAY 'PROJECTION TABLE FULL, LATER ACCOUNTS '
                       'ARE NOT CARRIED FORWARD'
               END-IF
           END-IF.
       6500-HOLD-PROJECTED-IMAGE.
           MOVE 'Y' TO WS-REWRITE-SWITCH
           MOVE ACCT-ID TO WS-SIM-KEY
           PERFORM 6410-FIND-SIM-ACCOUNT
           IF WS-SIM-ACCT-HIT = 0
               PERFORM 6420-ADD-SIM-ACCOUNT
           END-IF
           IF WS-SIM-ACCT-HIT > 0
               IF WS-SA-IMAGE-HELD (WS-SIM-ACCT-HIT) NOT = 'Y'
                   PERFORM 6510-NOTE-OPENING-BALANCE
               END-IF
               MOVE ACCOUNT-RECORD TO WS-SA-IMAGE (WS-SIM-ACCT-HIT)
               MOVE 'Y' TO WS-SA-IMAGE-HELD (WS-SIM-ACCT-HIT)
           END-IF.
       6510-NOTE-OPENING-BALANCE.
      *    THE FIRST TIME AN ACCOUNT CHANGES, ITS BALANCE AS ACCTFILE
      *    HOLDS IT IS KEPT FOR THE ENDING-BALANCE PAGE.
           MOVE ACCOUNT-RECORD TO WS-SIM-SAVE-IMAGE
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  MOVE 0 TO WS-SA-OPENING (WS-SIM-ACCT-HIT)
               NOT INVALID KEY
                  MOVE ACCT-BALANCE TO WS-SA-OPENING (WS-SIM-ACCT-HIT)
           END-READ
           MOVE WS-SIM-SAVE-IMAGE TO ACCOUNT-RECORD.
       6600-TALLY-SIM-JOURNAL.
      *    THE DEBITS A DRY RUN WOULD JOURNAL TODAY COUNT TOWARD THE
      *    DAILY CAP OF LATER ITEMS ON THE SAME ACCOUNT.
           MOVE 'Y' TO WS-JRNL-WRITE-SWITCH
           IF JRNL-IS-DEBIT
               MOVE JRNL-ACCT-ID TO WS-SIM-KEY
               PERFORM 6410-FIND-SIM-ACCOUNT
               IF WS-SIM-ACCT-HIT = 0
                   PERFORM 6420-ADD-SIM-ACCOUNT
               END-IF
               IF WS-SIM-ACCT-HIT > 0
                   ADD JRNL-AMOUNT TO WS-SA-DAY-DEBITS (WS-SIM-ACCT-HIT)
               END-IF
           END-IF.
       6620-NOTE-SIM-HOLD.
           ADD 1 TO WS-FLOAT-HELD-COUNT
           MOVE TRN-ACCT-ID TO WS-SIM-KEY
           PERFORM 6410-FIND-SIM-ACCOUNT
           IF WS-SIM-ACCT-HIT = 0
               PERFORM 6420-ADD-SIM-ACCOUNT
           END-IF
           IF WS-SIM-ACCT-HIT > 0
               ADD HLD-AMOUNT TO WS-SA-HOLDS (WS-SIM-ACCT-HIT)
           END-IF.
       6700-CHECK-SIM-REFERENCE.
           PERFORM 6705-FIND-SIM-REFERENCE
           IF WS-SIM-REF-HIT > 0
               IF WS-SR-RUN-FLAG (WS-SIM-REF-HIT) = 'W'
                   MOVE 'W' TO WS-REF-SWITCH
               ELSE
                   MOVE 'D' TO WS-REF-SWITCH
               END-IF
           END-IF.
       6705-FIND-SIM-REFERENCE.
           MOVE 0 TO WS-SIM-REF-HIT
           MOVE 0 TO WS-SIM-REF-IDX
           PERFORM 6710-MATCH-SIM-REFERENCE
               UNTIL WS-SIM-REF-IDX >= WS-SIM-REF-COUNT
               OR WS-SIM-REF-HIT > 0.
       6710-MATCH-SIM-REFERENCE.
           ADD 1 TO WS-SIM-REF-IDX
           IF WS-SR-TRN-REF (WS-SIM-REF-IDX) = TRN-REF
               MOVE WS-SIM-REF-IDX TO WS-SIM-REF-HIT
           END-IF.
       6720-NOTE-SIM-REFERENCE.
      *    'W' MARKS A REFERENCE THE DRY RUN WOULD WAREHOUSE, 'P' ONE
      *    IT WOULD POST.
           PERFORM 6705-FIND-SIM-REFERENCE
           IF WS-SIM-REF-HIT > 0
               MOVE WS-SIM-REF-FLAG TO WS-SR-RUN-FLAG (WS-SIM-REF-HIT)
           ELSE
               IF WS-SIM-REF-COUNT < WS-SIM-REF-MAX
                   ADD 1 TO WS-SIM-REF-COUNT
                   MOVE TRN-REF TO WS-SR-TRN-REF (WS-SIM-REF-COUNT)
                   MOVE WS-SIM-REF-FLAG
                       TO WS-SR-RUN-FLAG (WS-SIM-REF-COUNT)
               ELSE
                   IF NOT SIM-REFERENCES-FULL
                       MOVE 'Y' TO WS-SIM-REF-FULL
                       DISPLAY 'REFERENCE TABLE FULL, LATER REPEATS '
                           'IN THE FILE ARE NOT DETECTED'
                   END-IF
               END-IF
           END-IF.
       6800-WRITE-SIM-HEADINGS.
           MOVE WS-TODAY TO WS-SH1-DATE
           MOVE WS-RUN-ID TO WS-SH1-RUN-ID
           WRITE SIM-REPORT-RECORD FROM WS-SIM-HEAD-1
           MOVE SPACES TO SIM-REPORT-RECORD
           WRITE SIM-REPORT-RECORD
           WRITE SIM-REPORT-RECORD FROM WS-SIM-HEAD-2.
       6900-WRITE-SIM-SUMMARY.
           MOVE SPACES TO SIM-REPORT-RECORD
           WRITE SIM-REPORT-RECORD
           MOVE 'PROJECTED ENDING BALANCES' TO SIM-REPORT-RECORD
           WRITE SIM-REPORT-RECORD
           WRITE SIM-REPORT-RECORD FROM WS-SIM-BAL-HEAD
           PERFORM 6910-WRITE-SIM-BALANCE
               VARYING WS-SIM-ACCT-IDX FROM 1 BY 1
               UNTIL WS-SIM-ACCT-IDX > WS-SIM-ACCT-COUNT
           MOVE SPACES TO SIM-REPORT-RECORD
           WRITE SIM-REPORT-RECORD
           MOVE 'PAID DECISIONS REPOSTED' TO WS-ST-LABEL
           MOVE WS-ODD-REPOST-COUNT TO WS-ST-COUNT
           PERFORM 6920-WRITE-SIM-TOTAL
           MOVE 'ITEMS THAT WOULD POST' TO WS-ST-LABEL
           MOVE WS-SIM-POST-COUNT TO WS-ST-COUNT
           PERFORM 6920-WRITE-SIM-TOTAL
           MOVE 'POST WITH LEGAL TRAP' TO WS-ST-LABEL
           MOVE WS-SIM-TRAPPED-COUNT TO WS-ST-COUNT
           PERFORM 6920-WRITE-SIM-TOTAL
           MOVE 'GO TO APPROVAL' TO WS-ST-LABEL
           MOVE WS-SIM-APPROVAL-COUNT TO WS-ST-COUNT
           PERFORM 6920-WRITE-SIM-TOTAL
           MOVE 'QUEUE FOR OVERDRAFT DECISION' TO WS-ST-LABEL
           MOVE WS-SIM-DECISION-COUNT TO WS-ST-COUNT
           PERFORM 6920-WRITE-SIM-TOTAL
           MOVE 'WAREHOUSE (FUTURE-DATED)' TO WS-ST-LABEL
           MOVE WS-SIM-WHSE-COUNT TO WS-ST-COUNT
           PERFORM 6920-WRITE-SIM-TOTAL
           MOVE 'REJECT' TO WS-ST-LABEL
           MOVE WS-SIM-REJECT-COUNT TO WS-ST-COUNT
           PERFORM 6920-WRITE-SIM-TOTAL
           IF SIM-ACCOUNTS-FULL
               MOVE 'PROJECTION TABLE FILLED, LATER ACCOUNTS NOT KEPT'
                   TO SIM-REPORT-RECORD
               WRITE SIM-REPORT-RECORD
           END-IF
           IF SIM-REFERENCES-FULL
               MOVE 'REFERENCE TABLE FILLED, LATER REPEATS NOT DETECTED'
                   TO SIM-REPORT-RECORD
               WRITE SIM-REPORT-RECORD
           END-IF.
       6910-WRITE-SIM-BALANCE.
           IF WS-SA-IMAGE-HELD (WS-SIM-ACCT-IDX) = 'Y'
               MOVE WS-SA-IMAGE (WS-SIM-ACCT-IDX) TO ACCOUNT-RECORD
               MOVE ACCT-ID TO WS-SB-ACCT-ID
               MOVE WS-SA-OPENING (WS-SIM-ACCT-IDX) TO WS-SB-OPENING
               MOVE ACCT-BALANCE TO WS-SB-ENDING
               COMPUTE WS-SIM-NET-CHANGE =
                   ACCT-BALANCE - WS-SA-OPENING (WS-SIM-ACCT-IDX)
               MOVE WS-SIM-NET-CHANGE TO WS-SB-CHANGE
               WRITE SIM-REPORT-RECORD FROM WS-SIM-BAL-LINE
           END-IF.
       6920-WRITE-SIM-TOTAL.
           WRITE SIM-REPORT-RECORD FROM WS-SIM-TOTAL-LINE.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE JOURNAL-FILE
           CLOSE REFERENCE-FILE
           IF SIMULATION-RUN
               CLOSE SIM-REPORT-FILE
           ELSE
               CLOSE EXCEPTION-FILE
               CLOSE WAREHOUSE-FILE
               CLOSE RECYCLE-FILE
           END-IF
           IF CUSTOMER-AVAILABLE
               CLOSE CUSTOMER-FILE
           END-IF
           IF LEGAL-AVAILABLE
               CLOSE LEGAL-FILE
           END-IF
           IF REVIEW-QUEUE-OPEN AND NOT SIMULATION-RUN
               CLOSE REVIEW-FILE
           END-IF
           IF FXRATES-AVAILABLE
           END-IF
           IF ALIASES-AVAILABLE
               CLOSE ALIAS-FILE
           END-IF
           IF DECISION-QUEUE-AVAILABLE
               CLOSE DECISION-FILE
           END-IF
           IF OWNERS-AVAILABLE
               CLOSE OWNER-FILE
           END-IF
           IF SUB-LEDGER-AVAILABLE
               CLOSE VSUB-FILE
               IF NOT SIMULATION-RUN
                   CLOSE VSUB-HIST-FILE
               END-IF
           END-IF.
