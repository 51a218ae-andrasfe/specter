       IDENTIFICATION DIVISION.
       PROGRAM-ID. VLTMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAULT-FILE ASSIGN TO 'VAULTPOS'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VLT-BRANCH
               FILE STATUS IS WS-VLT-STATUS.
           SELECT VAULT-CARD-FILE ASSIGN TO 'VLTCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'VLTAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VAULT-FILE.
       01 VAULT-RECORD.
           COPY VLTREC.
      * ONE CARD LAYOUT FOR EVERY ACTION; EACH ACTION USES ONLY THE
      * FIELDS IT NEEDS.
      *   L  SET THE BRANCH'S LIMITS, ADDING     MIN, MAX, INSURED
      *      THE BRANCH IF IT IS NEW
      *   R  CASH RECEIVED FROM THE CASH CENTRE  AMOUNT
      *   S  CASH SHIPPED TO THE CASH CENTRE     AMOUNT
      *   C  VAULT COUNTED                       AMOUNT COUNTED
      *   X  CANCEL THE ORDER ON FILE
       FD VAULT-CARD-FILE.
       01 VAULT-CARD-RECORD.
          05 CARD-ACTION     PIC X(01).
             88 CARD-LIMITS     VALUE 'L'.
             88 CARD-RECEIVED   VALUE 'R'.
             88 CARD-SHIPPED    VALUE 'S'.
             88 CARD-COUNTED    VALUE 'C'.
             88 CARD-CANCEL     VALUE 'X'.
          05 CARD-BRANCH     PIC X(04).
          05 CARD-AMOUNT     PIC 9(11)V99.
          05 CARD-MIN-CASH   PIC 9(11)V99.
          05 CARD-MAX-CASH   PIC 9(11)V99.
          05 CARD-INSURED-LIMIT PIC 9(11)V99.
          05 CARD-OPERATOR   PIC X(08).
       FD AUDIT-FILE.
       01 AUDIT-RECORD       PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-VLT-STATUS      PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-AUD-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-VAULT-FOUND     PIC X VALUE 'N'.
           88 VAULT-FOUND    VALUE 'Y'.
       01 WS-REJECT-REASON   PIC X(30) VALUE SPACES.
       01 WS-ACTION          PIC X(20) VALUE SPACES.
       01 WS-APPLIED-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-COUNT-DIFF      PIC S9(11)V99 VALUE 0.
       01 WS-AMOUNT-DISPLAY  PIC Z(10)9.99.
       01 WS-HELD-DISPLAY    PIC -(11)9.99.
       01 WS-DIFF-DISPLAY    PIC -(11)9.99.
       01 WS-MIN-DISPLAY     PIC Z(10)9.99.
       01 WS-MAX-DISPLAY     PIC Z(10)9.99.
       01 WS-INSURED-DISPLAY PIC Z(10)9.99.
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
      *    BRANCH VAULT MAINTENANCE: THE LIMITS EACH BRANCH'S CASH
      *    ORDERS ARE WORKED TO, AND THE CASH-CENTRE MOVEMENTS AND
      *    VAULT COUNTS THAT DRWPROOF DOES NOT SEE.  BOOKING A
      *    DELIVERY OR A SHIPMENT CLEARS THE MATCHING ORDER VLTFCST
      *    LEFT ON FILE, SO THE NEXT FORECAST IS FREE TO ORDER AGAIN.
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 2000-READ-VAULT-CARD
           PERFORM 3000-APPLY-VAULT-CARD UNTIL CARD-EOF
           DISPLAY 'CARDS APPLIED : ' WS-APPLIED-COUNT
           DISPLAY 'CARDS REJECTED: ' WS-REJECT-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
           OPEN I-O VAULT-FILE
           IF WS-VLT-STATUS = '35'
               OPEN OUTPUT VAULT-FILE
               CLOSE VAULT-FILE
               OPEN I-O VAULT-FILE
           END-IF
           IF WS-VLT-STATUS NOT = '00'
               DISPLAY 'VAULT POSITION FILE OPEN ERROR: ' WS-VLT-STATUS
               STOP RUN
           END-IF
           OPEN INPUT VAULT-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'VAULT CARD FILE OPEN ERROR: ' WS-CARD-STATUS
               CLOSE VAULT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-FILE
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'VAULT AUDIT FILE OPEN ERROR: ' WS-AUD-STATUS
               CLOSE VAULT-FILE
               CLOSE VAULT-CARD-FILE
               STOP RUN
           END-IF.
       2000-READ-VAULT-CARD.
           READ VAULT-CARD-FILE INTO VAULT-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-APPLY-VAULT-CARD.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-ACTION
           PERFORM 5000-READ-VAULT
           EVALUATE TRUE
               WHEN CARD-BRANCH = SPACES
                   MOVE 'BRANCH REQUIRED' TO WS-REJECT-REASON
               WHEN CARD-LIMITS
                   PERFORM 3100-SET-LIMITS
               WHEN NOT CARD-RECEIVED AND NOT CARD-SHIPPED
                   AND NOT CARD-COUNTED AND NOT CARD-CANCEL
                   MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
               WHEN NOT VAULT-FOUND
                   MOVE 'BRANCH HAS NO VAULT RECORD' TO WS-REJECT-REASON
               WHEN CARD-CANCEL
                   PERFORM 3500-CANCEL-ORDER
               WHEN CARD-AMOUNT IS NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
               WHEN CARD-RECEIVED
                   PERFORM 3200-CASH-RECEIVED
               WHEN CARD-SHIPPED
                   PERFORM 3300-CASH-SHIPPED
               WHEN OTHER
                   PERFORM 3400-VAULT-COUNTED
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM 5100-WRITE-VAULT
           END-IF
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 6000-WRITE-AUDIT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 6100-WRITE-REJECT
           END-IF
           PERFORM 2000-READ-VAULT-CARD.
       3100-SET-LIMITS.
      *    THE ORDERING RANGE MUST SIT INSIDE THE INSURED LIMIT.
           EVALUATE TRUE
               WHEN CARD-MIN-CASH IS NOT NUMERIC
                   OR CARD-MAX-CASH IS NOT NUMERIC
                   OR CARD-INSURED-LIMIT IS NOT NUMERIC
                   MOVE 'LIMITS NOT NUMERIC' TO WS-REJECT-REASON
               WHEN CARD-MAX-CASH = 0
                   OR CARD-MAX-CASH NOT > CARD-MIN-CASH
                   MOVE 'MAXIMUM MUST EXCEED MINIMUM'
                       TO WS-REJECT-REASON
               WHEN CARD-INSURED-LIMIT < CARD-MAX-CASH
                   MOVE 'MAXIMUM OVER INSURED LIMIT' TO WS-REJECT-REASON
               WHEN OTHER
                   IF NOT VAULT-FOUND
                       MOVE SPACES TO VAULT-RECORD
                       MOVE CARD-BRANCH TO VLT-BRANCH
                       MOVE 0 TO VLT-CASH-HELD
                       MOVE 0 TO VLT-ORDER-AMOUNT
                       MOVE 0 TO VLT-ORDER-DATE
                       MOVE 0 TO VLT-DELIVERY-DATE
                       MOVE 0 TO VLT-LAST-PROOF-DATE
                       MOVE 0 TO VLT-LAST-PROOF-NET
                       MOVE 0 TO VLT-LAST-COUNT-DATE
                       MOVE 'VAULT ADDED' TO WS-ACTION
                   ELSE
                       MOVE 'LIMITS CHANGED' TO WS-ACTION
                   END-IF
                   MOVE CARD-MIN-CASH TO VLT-MIN-CASH
                   MOVE CARD-MAX-CASH TO VLT-MAX-CASH
                   MOVE CARD-INSURED-LIMIT TO VLT-INSURED-LIMIT
           END-EVALUATE.
       3200-CASH-RECEIVED.
           IF CARD-AMOUNT = 0
               MOVE 'AMOUNT REQUIRED' TO WS-REJECT-REASON
           ELSE
               ADD CARD-AMOUNT TO VLT-CASH-HELD
               MOVE 'CASH RECEIVED' TO WS-ACTION
               IF VLT-ORDER-IN
                   MOVE SPACE TO VLT-ORDER-TYPE
                   MOVE 0 TO VLT-ORDER-AMOUNT
               END-IF
           END-IF.
       3300-CASH-SHIPPED.
           EVALUATE TRUE
               WHEN CARD-AMOUNT = 0
                   MOVE 'AMOUNT REQUIRED' TO WS-REJECT-REASON
               WHEN CARD-AMOUNT > VLT-CASH-HELD
                   MOVE 'MORE THAN THE VAULT HOLDS' TO WS-REJECT-REASON
               WHEN OTHER
                   SUBTRACT CARD-AMOUNT FROM VLT-CASH-HELD
                   MOVE 'CASH SHIPPED' TO WS-ACTION
                   IF VLT-ORDER-RETURN
                       MOVE SPACE TO VLT-ORDER-TYPE
                       MOVE 0 TO VLT-ORDER-AMOUNT
                   END-IF
           END-EVALUATE.
       3400-VAULT-COUNTED.
      *    THE COUNT REPLACES THE BOOK POSITION; THE AUDIT LINE
      *    CARRIES THE DIFFERENCE FOR THE BRANCH TO EXPLAIN.
           COMPUTE WS-COUNT-DIFF = CARD-AMOUNT - VLT-CASH-HELD
           MOVE CARD-AMOUNT TO VLT-CASH-HELD
           MOVE WS-TODAY TO VLT-LAST-COUNT-DATE
           MOVE 'VAULT COUNTED' TO WS-ACTION.
       3500-CANCEL-ORDER.
           IF VLT-NO-ORDER
               MOVE 'NO ORDER ON FILE' TO WS-REJECT-REASON
           ELSE
               MOVE VLT-ORDER-AMOUNT TO CARD-AMOUNT
               MOVE SPACE TO VLT-ORDER-TYPE
               MOVE 0 TO VLT-ORDER-AMOUNT
               MOVE 'ORDER CANCELLED' TO WS-ACTION
           END-IF.
       5000-READ-VAULT.
           MOVE 'N' TO WS-VAULT-FOUND
           MOVE CARD-BRANCH TO VLT-BRANCH
           READ VAULT-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-VAULT-FOUND
           END-READ.
       5100-WRITE-VAULT.
           MOVE WS-TODAY TO VLT-UPDATED-DATE
           MOVE CARD-OPERATOR TO VLT-UPDATED-BY
           IF VAULT-FOUND
               REWRITE VAULT-RECORD
                   INVALID KEY
                      MOVE 'VAULT UPDATE FAILED' TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               WRITE VAULT-RECORD
                   INVALID KEY
                      MOVE 'VAULT ADD FAILED' TO WS-REJECT-REASON
               END-WRITE
           END-IF.
       6000-WRITE-AUDIT.
           MOVE SPACES TO AUDIT-RECORD
           MOVE VLT-CASH-HELD TO WS-HELD-DISPLAY
           EVALUATE TRUE
               WHEN CARD-LIMITS
                   MOVE CARD-MIN-CASH TO WS-MIN-DISPLAY
                   MOVE CARD-MAX-CASH TO WS-MAX-DISPLAY
                   MOVE CARD-INSURED-LIMIT TO WS-INSURED-DISPLAY
                   STRING WS-ACTION
                       ' BRANCH: ' CARD-BRANCH
                       ' MIN: ' WS-MIN-DISPLAY
                       ' MAX: ' WS-MAX-DISPLAY
                       ' INSURED: ' WS-INSURED-DISPLAY
                       ' BY: ' CARD-OPERATOR
                       DELIMITED BY SIZE INTO AUDIT-RECORD
               WHEN CARD-COUNTED
                   MOVE WS-COUNT-DIFF TO WS-DIFF-DISPLAY
                   STRING WS-ACTION
                       ' BRANCH: ' CARD-BRANCH
                       ' HELD: ' WS-HELD-DISPLAY
                       ' DIFFERENCE: ' WS-DIFF-DISPLAY
                       ' BY: ' CARD-OPERATOR
                       DELIMITED BY SIZE INTO AUDIT-RECORD
               WHEN OTHER
                   MOVE CARD-AMOUNT TO WS-AMOUNT-DISPLAY
                   STRING WS-ACTION
                       ' BRANCH: ' CARD-BRANCH
                       ' AMOUNT: ' WS-AMOUNT-DISPLAY
                       ' HELD: ' WS-HELD-DISPLAY
                       ' BY: ' CARD-OPERATOR
                       DELIMITED BY SIZE INTO AUDIT-RECORD
           END-EVALUATE
           WRITE AUDIT-RECORD.
       6100-WRITE-REJECT.
           MOVE SPACES TO AUDIT-RECORD
           STRING 'REJECTED ' WS-REJECT-REASON
               ' ACTION: ' CARD-ACTION
               ' BRANCH: ' CARD-BRANCH
               ' BY: ' CARD-OPERATOR
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.
       9000-CLOSE-FILES.
           CLOSE VAULT-FILE
           CLOSE VAULT-CARD-FILE
           CLOSE AUDIT-FILE.
