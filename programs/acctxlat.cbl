           SELECT REJECT-FILE ASSIGN TO 'XLATREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT OPTIONAL SETTLE-BATCH-FILE ASSIGN TO 'SETLBTCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBT-STATUS.
           SELECT ALIAS-FILE ASSIGN TO 'ALIASFIL'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ALS-OLD-ACCT-ID
               FILE STATUS IS WS-ALS-STATUS.
           SELECT VSUB-FILE ASSIGN TO 'VSUBACCT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VSB-KEY
               FILE STATUS IS WS-VSB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
          05 EXT-AMOUNT REDEFINES EXT-AMOUNT-TEXT PIC 9(9)V99.
          05 EXT-CURRENCY    PIC X(03).
          05 EXT-VALUE-DATE  PIC 9(8).
      * REMITTER'S BANK DETAILS AND THE REFERENCE THE PAYER QUOTED,
      * IN THE SAME PLACES EXTBOUT SENDS A BILL PAYMENT'S.  A FEED
      * THAT STOPS SHORT OF THEM READS AS SPACES.
          05 EXT-REMIT-ROUTING PIC X(09).
          05 EXT-REMIT-ACCT-NO PIC X(17).
          05 EXT-REMIT-REF   PIC X(20).
       FD TRANSLATED-FILE.
       01 TRANSLATED-RECORD.
          05 TRN-ACCT-ID     PIC X(10).
          05 TRN-AMOUNT      PIC S9(9)V99.
          05 TRN-REF         PIC X(12).
          05 TRN-EFFECTIVE-DATE PIC 9(8).
          05 TRN-DEST-ACCT-ID PIC X(10).
          05 TRN-ORIG-REF    PIC X(12).
          05 TRN-CHQ-SERIAL  PIC X(10).
          05 TRN-AUTH-CUST-NO PIC X(08).
          05 TRN-SUB-REF     PIC X(12).
       FD REJECT-FILE.
       01 REJECT-RECORD      PIC X(80).
       FD SETTLE-BATCH-FILE.
       01 SETTLE-BATCH-RECORD.
           COPY SETLBREC.
       FD ALIAS-FILE.
       01 ALIAS-RECORD.
           COPY ALIASREC.
       FD VSUB-FILE.
       01 VSUB-RECORD.
           COPY VSUBREC.
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-EXT-STATUS      PIC XX VALUE '00'.
       01 WS-OUT-STATUS      PIC XX VALUE '00'.
       01 WS-REJ-STATUS      PIC XX VALUE '00'.
       01 WS-SBT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 EXTERNAL-EOF   VALUE 'Y'.
       01 WS-ACCT-FOUND      PIC X VALUE 'N'.
       01 WS-ALS-AVAILABLE   PIC X VALUE 'N'.
           88 ALIASES-AVAILABLE VALUE 'Y'.
       01 WS-ALIASED-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-VSB-STATUS      PIC XX VALUE '00'.
       01 WS-VSB-AVAILABLE   PIC X VALUE 'N'.
           88 SUB-LEDGER-AVAILABLE VALUE 'Y'.
       01 WS-SUB-ROUTED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-REASON-CODE     PIC X(04) VALUE SPACES.
       01 WS-ITEM-VALID      PIC X VALUE 'Y'.
           88 ITEM-VALID     VALUE 'Y'.
       01 WS-REJECT-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-EXT-CURRENCY    PIC X(03).
       01 WS-ACCT-CURRENCY   PIC X(03).
       01 WS-BATCH-DEBITS    PIC 9(11)V99 VALUE 0.
       01 WS-BATCH-CREDITS   PIC 9(11)V99 VALUE 0.
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
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-READ-EXTERNAL
           PERFORM 3000-TRANSLATE-ITEM UNTIL EXTERNAL-EOF
           DISPLAY 'ITEMS TRANSLATED: ' WS-ACCEPT-COUNT
           DISPLAY 'ITEMS REJECTED  : ' WS-REJECT-COUNT
           DISPLAY 'ALIASED ACCOUNTS: ' WS-ALIASED-COUNT
           DISPLAY 'SUB-ACCOUNT REFS: ' WS-SUB-ROUTED-COUNT
           PERFORM 8000-WRITE-SETTLE-BATCH
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
           ELSE
               DISPLAY 'ALIAS FILE UNAVAILABLE, STATUS '
                   WS-ALS-STATUS ', OLD NUMBERS REJECTED'
           END-IF
           OPEN INPUT VSUB-FILE
           IF WS-VSB-STATUS = '00'
               MOVE 'Y' TO WS-VSB-AVAILABLE
           ELSE
               DISPLAY 'SUB-ACCOUNT FILE UNAVAILABLE, STATUS '
                   WS-VSB-STATUS ', NO SUB-ACCOUNT REFERENCES'
           END-IF.
       2000-READ-EXTERNAL.
           READ EXTERNAL-FILE INTO EXTERNAL-RECORD
               MOVE EXT-ACCT-ID TO TRN-ACCT-ID
               IF EXT-IS-DEBIT
                   MOVE 'D' TO TRN-CODE
                   ADD EXT-AMOUNT TO WS-BATCH-DEBITS
               ELSE
                   MOVE 'C' TO TRN-CODE
                   ADD EXT-AMOUNT TO WS-BATCH-CREDITS
               END-IF
               MOVE EXT-AMOUNT TO TRN-AMOUNT
               MOVE EXT-BANK-REF TO TRN-REF
               MOVE EXT-VALUE-DATE TO TRN-EFFECTIVE-DATE
               MOVE SPACES TO TRN-DEST-ACCT-ID
               MOVE SPACES TO TRN-ORIG-REF
               MOVE SPACES TO TRN-CHQ-SERIAL
               MOVE SPACES TO TRN-AUTH-CUST-NO
               PERFORM 3400-SET-SUB-REF
               WRITE TRANSLATED-RECORD
               ADD 1 TO WS-ACCEPT-COUNT
           ELSE
               MOVE 'N' TO WS-ITEM-VALID
               MOVE 'CURR' TO WS-REASON-CODE
           END-IF.
       3400-SET-SUB-REF.
      *    AN ITEM FOR AN ESCROW OR TRUST MASTER IS ROUTED TO THE
      *    SUB-ACCOUNT WHOSE REFERENCE THE PAYER QUOTED.  THE QUOTED
      *    REFERENCE GOES ON THE ITEM ONLY WHEN THE ACCOUNT IS A
      *    MASTER, SINCE ON ANY OTHER ACCOUNT IT IS JUST REMITTANCE
      *    TEXT; THE POSTING RUN CHECKS THE SUB-ACCOUNT ITSELF.
           MOVE SPACES TO TRN-SUB-REF
           IF SUB-LEDGER-AVAILABLE AND EXT-REMIT-REF NOT = SPACES
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
                              MOVE EXT-REMIT-REF (1:12) TO TRN-SUB-REF
                              ADD 1 TO WS-SUB-ROUTED-COUNT
                          END-IF
                   END-READ
               END-IF
           END-IF.
       4000-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REJECT-RECORD
               ' REASON: ' WS-REASON-CODE
               DELIMITED BY SIZE INTO REJECT-RECORD
           WRITE REJECT-RECORD.
       8000-WRITE-SETTLE-BATCH.
      *    THE ITEMS TAKEN IN ON THIS FEED SETTLED THROUGH THE
      *    CORRESPONDENT AS ONE BATCH; ITS TOTALS ARE LEFT FOR THE
      *    SETTLEMENT RECONCILIATION.  REJECTED ITEMS ARE NOT IN IT.
           IF WS-ACCEPT-COUNT > 0
               CALL 'DATEUTIL' USING WS-DATE-RESULT
               STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
                   INTO WS-TODAY
               OPEN EXTEND SETTLE-BATCH-FILE
               IF WS-SBT-STATUS = '00' OR WS-SBT-STATUS = '05'
                   MOVE SPACES TO SBT-BATCH-REF
                   STRING 'INB' WS-TODAY DELIMITED BY SIZE
                       INTO SBT-BATCH-REF
                   SET SBT-INBOUND TO TRUE
                   MOVE WS-TODAY TO SBT-BATCH-DATE
                   MOVE WS-ACCEPT-COUNT TO SBT-ITEM-COUNT
                   MOVE WS-BATCH-DEBITS TO SBT-DEBIT-TOTAL
                   MOVE WS-BATCH-CREDITS TO SBT-CREDIT-TOTAL
                   COMPUTE SBT-NET-AMOUNT =
                       WS-BATCH-CREDITS - WS-BATCH-DEBITS
                   WRITE SETTLE-BATCH-RECORD
                   CLOSE SETTLE-BATCH-FILE
                   DISPLAY 'SETTLEMENT BATCH: ' SBT-BATCH-REF
               ELSE
                   DISPLAY 'SETTLEMENT BATCH FILE UNAVAILABLE, STATUS '
                       WS-SBT-STATUS ', BATCH NOT RECORDED'
               END-IF
           END-IF.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE EXTERNAL-FILE
           CLOSE REJECT-FILE
           IF ALIASES-AVAILABLE
               CLOSE ALIAS-FILE
           END-IF
           IF SUB-LEDGER-AVAILABLE
               CLOSE VSUB-FILE
           END-IF.
