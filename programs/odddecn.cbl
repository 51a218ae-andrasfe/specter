       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODDDECN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO 'ODDQUEUE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ODD-KEY
               FILE STATUS IS WS-ODD-STATUS.
           SELECT OPTIONAL DECISION-CARD-FILE ASSIGN TO 'ODDCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT ENTITLEMENT-FILE ASSIGN TO 'OPRENTL'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ENTL-OPR-ID
               FILE STATUS IS WS-ENTL-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ACCT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
           SELECT WORKLIST-FILE ASSIGN TO 'ODDWORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DECISION-FILE.
       01 DECISION-RECORD.
           COPY ODDREC.
       FD DECISION-CARD-FILE.
       01 DECISION-CARD-RECORD.
          05 CARD-ACTION     PIC X(01).
             88 CARD-PAY        VALUE 'P'.
             88 CARD-RETURN     VALUE 'R'.
          05 CARD-ACCT-ID    PIC X(10).
          05 CARD-TRN-REF    PIC X(12).
          05 CARD-OFFICER-ID PIC X(08).
       FD ENTITLEMENT-FILE.
       01 ENTITLEMENT-RECORD.
           COPY ENTLREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           COPY ACCTREC.
       FD WORKLIST-FILE.
       01 WORKLIST-RECORD    PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ODD-STATUS      PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-ENTL-STATUS     PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-WRK-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH PIC X VALUE 'N'.
           88 SORT-EOF       VALUE 'Y'.
       01 WS-ODD-SCAN-EOF    PIC X VALUE 'N'.
           88 ODD-SCAN-DONE  VALUE 'Y'.
       01 WS-OFFICER-OK      PIC X VALUE 'N'.
           88 OFFICER-ENTITLED VALUE 'Y'.
       01 WS-PAY-COUNT       PIC 9(7) COMP VALUE 0.
       01 WS-RETURN-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-CARD-REJ-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-WORKLIST-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-CURRENT-CUST    PIC X(08) VALUE LOW-VALUES.
       01 WS-REL-BALANCE     PIC S9(11)V99 VALUE 0.
       01 WS-USD-EQUIVALENT  PIC S9(9)V99 VALUE 0.
       01 WS-GROUP-WARNED    PIC X VALUE 'N'.
       01 WS-GROUP-COUNT     PIC 9(3) COMP VALUE 0.
       01 WS-GROUP-IDX       PIC 9(3) COMP VALUE 0.
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY OCCURS 100 TIMES.
             10 WS-G-ACCT-ID    PIC X(10).
       01 WS-WORK-ACCT-ID    PIC X(10).
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       01 WS-HEADING-LINE.
          05 FILLER          PIC X(05) VALUE 'BRCH '.
          05 FILLER          PIC X(11) VALUE 'ACCOUNT'.
          05 FILLER          PIC X(13) VALUE 'REFERENCE'.
          05 FILLER          PIC X(11) VALUE '    AMOUNT'.
          05 FILLER          PIC X(11) VALUE '  AVAILABLE'.
          05 FILLER          PIC X(11) VALUE '     LIMIT'.
          05 FILLER          PIC X(13) VALUE ' RELATIONSHIP'.
          05 FILLER          PIC X(06) VALUE ' PRIOR'.
       01 WS-WORKLIST-LINE.
          05 WS-W-BRANCH     PIC X(04).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-W-ACCT-ID    PIC X(10).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-W-TRN-REF    PIC X(12).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-W-AMOUNT     PIC Z(6)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-W-AVAILABLE  PIC -(6)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-W-LIMIT      PIC Z(6)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-W-REL-BALANCE PIC -(8)9.99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-W-PRIOR      PIC ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    BRANCH OFFICERS' PAY-OR-RETURN CARDS ARE APPLIED TO THE
      *    OVERDRAFT DECISION QUEUE, THEN THE WORKLIST OF ITEMS STILL
      *    UNDECIDED IS REBUILT WITH EACH CUSTOMER'S RELATIONSHIP
      *    BALANCE SO THE NEXT ROUND OF DECISIONS CAN BE MADE BEFORE
      *    ODDCUT DEFAULTS WHATEVER IS LEFT TO RETURN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 2000-READ-DECISION-CARD
           PERFORM 3000-APPLY-DECISION-CARD UNTIL CARD-EOF
           WRITE WORKLIST-RECORD FROM WS-HEADING-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY ACCT-CUSTOMER-NO OF SORT-RECORD
               ON ASCENDING KEY ACCT-ID OF SORT-RECORD
               USING ACCOUNT-FILE
               OUTPUT PROCEDURE IS 5000-BUILD-WORKLIST
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = SPACES
               DISPLAY 'SORT ERROR, ACCOUNT FILE STATUS: '
                   WS-FILE-STATUS
           END-IF
           DISPLAY 'ITEMS MARKED PAY    : ' WS-PAY-COUNT
           DISPLAY 'ITEMS MARKED RETURN : ' WS-RETURN-COUNT
           DISPLAY 'CARDS REJECTED      : ' WS-CARD-REJ-COUNT
           DISPLAY 'ITEMS ON WORKLIST   : ' WS-WORKLIST-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT OF ACCOUNT-RECORD TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION OF ACCOUNT-RECORD
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O DECISION-FILE
           IF WS-ODD-STATUS NOT = '00'
               DISPLAY 'DECISION QUEUE OPEN ERROR: ' WS-ODD-STATUS
               STOP RUN
           END-IF
           OPEN INPUT DECISION-CARD-FILE
           IF WS-CARD-STATUS NOT = '00' AND WS-CARD-STATUS NOT = '05'
               DISPLAY 'DECISION CARD FILE OPEN ERROR: '
                   WS-CARD-STATUS
               CLOSE DECISION-FILE
               STOP RUN
           END-IF
           OPEN INPUT ENTITLEMENT-FILE
           IF WS-ENTL-STATUS NOT = '00'
               DISPLAY 'ENTITLEMENT FILE OPEN ERROR: ' WS-ENTL-STATUS
               CLOSE DECISION-FILE
               CLOSE DECISION-CARD-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT WORKLIST-FILE
           IF WS-WRK-STATUS NOT = '00'
               DISPLAY 'WORKLIST FILE OPEN ERROR: ' WS-WRK-STATUS
               CLOSE DECISION-FILE
               CLOSE DECISION-CARD-FILE
               CLOSE ENTITLEMENT-FILE
               STOP RUN
           END-IF.
       2000-READ-DECISION-CARD.
           READ DECISION-CARD-FILE INTO DECISION-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-APPLY-DECISION-CARD.
           EVALUATE TRUE
               WHEN CARD-ACCT-ID = SPACES
                   OR CARD-TRN-REF = SPACES
                   OR CARD-OFFICER-ID = SPACES
                   ADD 1 TO WS-CARD-REJ-COUNT
                   DISPLAY 'DECISION CARD REJECTED, BAD DATA: '
                       CARD-ACCT-ID ' ' CARD-TRN-REF
               WHEN NOT CARD-PAY AND NOT CARD-RETURN
                   ADD 1 TO WS-CARD-REJ-COUNT
                   DISPLAY 'DECISION CARD REJECTED, BAD ACTION: '
                       CARD-ACTION ' ' CARD-TRN-REF
               WHEN OTHER
                   PERFORM 3100-WORK-ONE-CARD
           END-EVALUATE
           PERFORM 2000-READ-DECISION-CARD.
       3100-WORK-ONE-CARD.
           PERFORM 3200-CHECK-OFFICER
           IF NOT OFFICER-ENTITLED
               ADD 1 TO WS-CARD-REJ-COUNT
               DISPLAY 'DECISION CARD REJECTED, OPERATOR NOT '
                   'ENTITLED: ' CARD-OFFICER-ID
           ELSE
               MOVE CARD-ACCT-ID TO ODD-ACCT-ID
               MOVE CARD-TRN-REF TO ODD-TRN-REF
               READ DECISION-FILE
                   INVALID KEY
                      ADD 1 TO WS-CARD-REJ-COUNT
                      DISPLAY 'DECISION CARD REJECTED, ITEM NOT '
                          'ON QUEUE: ' CARD-ACCT-ID ' ' CARD-TRN-REF
                   NOT INVALID KEY
                      PERFORM 3300-DECIDE-ITEM
               END-READ
           END-IF.
       3200-CHECK-OFFICER.
      *    PAYING AN ITEM OVER THE LIMIT IS AN APPROVAL DECISION, SO
      *    THE SAME CHECKER ENTITLEMENT AS DUAL CONTROL IS REQUIRED.
           MOVE 'N' TO WS-OFFICER-OK
           MOVE CARD-OFFICER-ID TO ENTL-OPR-ID
           READ ENTITLEMENT-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF ENTL-MAY-APPROVE
                      MOVE 'Y' TO WS-OFFICER-OK
                  END-IF
           END-READ.
       3300-DECIDE-ITEM.
           IF NOT ODD-UNDECIDED
               ADD 1 TO WS-CARD-REJ-COUNT
               DISPLAY 'DECISION CARD REJECTED, ITEM ALREADY '
                   'DECIDED: ' CARD-ACCT-ID ' ' CARD-TRN-REF
           ELSE
               IF CARD-PAY
                   SET ODD-PAY TO TRUE
               ELSE
                   SET ODD-RETURN TO TRUE
               END-IF
               MOVE CARD-OFFICER-ID TO ODD-DECIDED-BY
               MOVE WS-TODAY TO ODD-DECISION-DATE
               REWRITE DECISION-RECORD
                   INVALID KEY
                      ADD 1 TO WS-CARD-REJ-COUNT
                      DISPLAY 'DECISION QUEUE REWRITE FAILED, STATUS '
                          WS-ODD-STATUS ': ' CARD-TRN-REF
                   NOT INVALID KEY
                      IF CARD-PAY
                          ADD 1 TO WS-PAY-COUNT
                      ELSE
                          ADD 1 TO WS-RETURN-COUNT
                      END-IF
               END-REWRITE
           END-IF.
       5000-BUILD-WORKLIST.
           PERFORM 5100-RETURN-RECORD
           PERFORM 5200-GROUP-RECORD UNTIL SORT-EOF
           PERFORM 5500-GROUP-BREAK.
       5100-RETURN-RECORD.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
       5200-GROUP-RECORD.
      *    ACCOUNTS SHARING A CUSTOMER NUMBER ARE GATHERED INTO ONE
      *    GROUP SO THE COMBINED BALANCE IS KNOWN BEFORE ANY OF THE
      *    CUSTOMER'S ITEMS IS LISTED.  AN ACCOUNT WITH NO CUSTOMER
      *    NUMBER FORMS A GROUP OF ONE.
           IF NOT ACCT-CLOSED OF SORT-RECORD
               IF ACCT-CUSTOMER-NO OF SORT-RECORD = SPACES
                   PERFORM 5500-GROUP-BREAK
                   MOVE SPACES TO WS-CURRENT-CUST
                   PERFORM 5300-LOAD-GROUP-ENTRY
                   PERFORM 5500-GROUP-BREAK
               ELSE
                   IF ACCT-CUSTOMER-NO OF SORT-RECORD NOT =
                       WS-CURRENT-CUST
                       PERFORM 5500-GROUP-BREAK
                       MOVE ACCT-CUSTOMER-NO OF SORT-RECORD
                           TO WS-CURRENT-CUST
                   END-IF
                   PERFORM 5300-LOAD-GROUP-ENTRY
               END-IF
           END-IF
           PERFORM 5100-RETURN-RECORD.
       5300-LOAD-GROUP-ENTRY.
           IF WS-GROUP-COUNT >= 100
               IF WS-GROUP-WARNED = 'N'
                   MOVE 'Y' TO WS-GROUP-WARNED
                   DISPLAY 'RELATIONSHIP OVER 100 ACCOUNTS SPLIT '
                       'FOR OVERDRAFT WORKLIST: ' WS-CURRENT-CUST
               END-IF
               PERFORM 5500-GROUP-BREAK
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           MOVE ACCT-ID OF SORT-RECORD
               TO WS-G-ACCT-ID (WS-GROUP-COUNT)
           IF ACCT-CURRENCY-CODE OF SORT-RECORD = 'USD'
               OR ACCT-CURRENCY-CODE OF SORT-RECORD = SPACES
               ADD ACCT-BALANCE OF SORT-RECORD TO WS-REL-BALANCE
           ELSE
               CALL 'CURRCONV' USING
                   ACCT-CURRENCY-CODE OF SORT-RECORD,
                   ACCT-BALANCE OF SORT-RECORD,
                   WS-USD-EQUIVALENT
               ADD WS-USD-EQUIVALENT TO WS-REL-BALANCE
           END-IF.
       5500-GROUP-BREAK.
           IF WS-GROUP-COUNT > 0
               PERFORM 5600-LIST-ACCOUNT-ITEMS
                   VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
           END-IF
           MOVE 0 TO WS-GROUP-COUNT
           MOVE 0 TO WS-REL-BALANCE.
       5600-LIST-ACCOUNT-ITEMS.
           MOVE WS-G-ACCT-ID (WS-GROUP-IDX) TO WS-WORK-ACCT-ID
           MOVE 'N' TO WS-ODD-SCAN-EOF
           MOVE WS-WORK-ACCT-ID TO ODD-ACCT-ID
           MOVE LOW-VALUES TO ODD-TRN-REF
           START DECISION-FILE KEY IS NOT LESS THAN ODD-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-ODD-SCAN-EOF
           END-START
           PERFORM 5700-LIST-ONE-ITEM UNTIL ODD-SCAN-DONE.
       5700-LIST-ONE-ITEM.
           READ DECISION-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-ODD-SCAN-EOF
           END-READ
           IF NOT ODD-SCAN-DONE
               IF WS-ODD-STATUS NOT = '00'
                   OR ODD-ACCT-ID NOT = WS-WORK-ACCT-ID
                   MOVE 'Y' TO WS-ODD-SCAN-EOF
               ELSE
                   IF ODD-UNDECIDED
                       PERFORM 5800-WRITE-WORKLIST-LINE
                   END-IF
               END-IF
           END-IF.
       5800-WRITE-WORKLIST-LINE.
           MOVE WS-REL-BALANCE TO ODD-REL-BALANCE
           REWRITE DECISION-RECORD
               INVALID KEY
                  DISPLAY 'DECISION QUEUE REWRITE FAILED, STATUS '
                      WS-ODD-STATUS ': ' ODD-TRN-REF
           END-REWRITE
           ADD 1 TO WS-WORKLIST-COUNT
           MOVE ODD-BRANCH-CODE TO WS-W-BRANCH
           MOVE ODD-ACCT-ID TO WS-W-ACCT-ID
           MOVE ODD-TRN-REF TO WS-W-TRN-REF
           MOVE ODD-AMOUNT TO WS-W-AMOUNT
           MOVE ODD-AVAILABLE-BAL TO WS-W-AVAILABLE
           MOVE ODD-OVERDRAFT-LIMIT TO WS-W-LIMIT
           MOVE ODD-REL-BALANCE TO WS-W-REL-BALANCE
           MOVE ODD-PRIOR-OD-COUNT TO WS-W-PRIOR
           WRITE WORKLIST-RECORD FROM WS-WORKLIST-LINE.
       9000-CLOSE-FILES.
           CLOSE DECISION-FILE
           CLOSE DECISION-CARD-FILE
           CLOSE ENTITLEMENT-FILE
           CLOSE WORKLIST-FILE.
