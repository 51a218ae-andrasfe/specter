       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPAYDECN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-FILE ASSIGN TO 'CHQITEM'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CHQI-KEY
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT OPTIONAL DECISION-CARD-FILE ASSIGN TO 'PPAYCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT POSTING-FILE ASSIGN TO 'PPAYTRN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT RETURN-FILE ASSIGN TO 'PPAYRTN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT REVIEW-FILE ASSIGN TO 'PPAYREV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ITEM-FILE.
       01 ITEM-RECORD.
           COPY CHQIREC.
      * THE CUSTOMER'S INSTRUCTION ON ONE HELD CHEQUE, KEYED BY THE
      * OPERATOR WHO TOOK IT.
       FD DECISION-CARD-FILE.
       01 DECISION-CARD-RECORD.
          05 CARD-DECISION   PIC X(01).
             88 CARD-PAY        VALUE 'P'.
             88 CARD-RETURN     VALUE 'R'.
          05 CARD-ACCT-ID    PIC X(10).
          05 CARD-SERIAL     PIC 9(10).
          05 CARD-OPERATOR   PIC X(08).
       FD POSTING-FILE.
       01 POSTING-RECORD.
          05 TRN-ACCT-ID     PIC X(10).
          05 TRN-CODE        PIC X(01).
          05 TRN-AMOUNT      PIC S9(9)V99.
          05 TRN-REF         PIC X(12).
          05 TRN-EFFECTIVE-DATE PIC 9(8).
          05 TRN-DEST-ACCT-ID PIC X(10).
          05 TRN-ORIG-REF    PIC X(12).
          05 TRN-CHQ-SERIAL  PIC X(10).
      * OUTBOUND RETURN IN THE EXTBANK WIRE SHAPE EXTBRTN READS
      * INBOUND, AS WRITTEN BY CHQCLR.
       FD RETURN-FILE.
       01 RETURN-RECORD.
          05 RTN-BANK-REF    PIC X(12).
          05 RTN-ACCT-ID     PIC X(10).
          05 RTN-TRN-TYPE    PIC X(02).
          05 RTN-AMOUNT      PIC 9(9)V99.
          05 RTN-CURRENCY    PIC X(03).
          05 RTN-VALUE-DATE  PIC 9(8).
          05 RTN-REASON      PIC X(04).
       FD REVIEW-FILE.
       01 REVIEW-LINE        PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ITEM-STATUS     PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-OUT-STATUS      PIC XX VALUE '00'.
       01 WS-RTN-STATUS      PIC XX VALUE '00'.
       01 WS-REV-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-SCAN-EOF        PIC X VALUE 'N'.
           88 SCAN-DONE      VALUE 'Y'.
       01 WS-APPLIED-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-PAID-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-RETURNED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-DEFAULT-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-OPEN-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       01 WS-REVIEW-HEADING.
          05 FILLER          PIC X(11) VALUE 'ACCOUNT    '.
          05 FILLER          PIC X(11) VALUE 'SERIAL     '.
          05 FILLER          PIC X(13) VALUE '    PRESENTED'.
          05 FILLER          PIC X(13) VALUE '       ISSUED'.
          05 FILLER          PIC X(05) VALUE ' WHY '.
          05 FILLER          PIC X(09) VALUE 'RETURN BY'.
          05 FILLER          PIC X(15) VALUE '  PAYEE'.
       01 WS-REVIEW-DETAIL.
          05 WS-R-ACCT-ID    PIC X(10).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-R-SERIAL     PIC 9(10).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-R-PRESENTED  PIC Z(9)9.99.
          05 WS-R-ISSUED     PIC Z(9)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-R-REASON     PIC X(04).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-R-RETURN-BY  PIC 9(8).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-R-PAYEE      PIC X(30).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    APPLIES THE CUSTOMERS' PAY OR RETURN INSTRUCTIONS TO THE
      *    CHEQUES CHQCLR HELD AS POSITIVE-PAY EXCEPTIONS.  A CHEQUE
      *    TO BE PAID GOES TO THE POSTING CYCLE; ONE TO BE RETURNED
      *    GOES BACK TO THE PRESENTING BANK.  ONE STILL UNDECIDED ON
      *    ITS RETURN DEADLINE IS RETURNED, SO THE BANK NEVER PAYS A
      *    CHEQUE THE CUSTOMER DID NOT CONFIRM.  THE REST ARE LISTED
      *    FOR THE CUSTOMERS TO REVIEW.
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 2000-READ-DECISION-CARD
           PERFORM 3000-APPLY-DECISION-CARD UNTIL CARD-EOF
           MOVE SPACES TO REVIEW-LINE
           STRING 'POSITIVE PAY EXCEPTIONS AWAITING DECISION '
               WS-TODAY DELIMITED BY SIZE INTO REVIEW-LINE
           WRITE REVIEW-LINE
           WRITE REVIEW-LINE FROM WS-REVIEW-HEADING
           MOVE LOW-VALUES TO CHQI-KEY
           START ITEM-FILE KEY IS NOT LESS THAN CHQI-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 4000-WORK-ONE-ITEM UNTIL SCAN-DONE
           DISPLAY 'DECISIONS APPLIED   : ' WS-APPLIED-COUNT
           DISPLAY 'DECISIONS REJECTED  : ' WS-REJECT-COUNT
           DISPLAY 'CHEQUES RELEASED    : ' WS-PAID-COUNT
           DISPLAY 'CHEQUES RETURNED    : ' WS-RETURNED-COUNT
           DISPLAY 'RETURNED AT DEADLINE: ' WS-DEFAULT-COUNT
           DISPLAY 'AWAITING DECISION   : ' WS-OPEN-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
           OPEN I-O ITEM-FILE
           IF WS-ITEM-STATUS NOT = '00'
               DISPLAY 'CHEQUE ITEM FILE OPEN ERROR: ' WS-ITEM-STATUS
               STOP RUN
           END-IF
           OPEN INPUT DECISION-CARD-FILE
           IF WS-CARD-STATUS NOT = '00' AND WS-CARD-STATUS NOT = '05'
               DISPLAY 'DECISION CARD FILE OPEN ERROR: '
                   WS-CARD-STATUS
               CLOSE ITEM-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT POSTING-FILE
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY 'POSTING FILE OPEN ERROR: ' WS-OUT-STATUS
               CLOSE ITEM-FILE
               CLOSE DECISION-CARD-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT RETURN-FILE
           IF WS-RTN-STATUS NOT = '00'
               DISPLAY 'RETURN FILE OPEN ERROR: ' WS-RTN-STATUS
               CLOSE ITEM-FILE
               CLOSE DECISION-CARD-FILE
               CLOSE POSTING-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REVIEW-FILE
           IF WS-REV-STATUS NOT = '00'
               DISPLAY 'REVIEW FILE OPEN ERROR: ' WS-REV-STATUS
               CLOSE ITEM-FILE
               CLOSE DECISION-CARD-FILE
               CLOSE POSTING-FILE
               CLOSE RETURN-FILE
               STOP RUN
           END-IF.
       2000-READ-DECISION-CARD.
           READ DECISION-CARD-FILE INTO DECISION-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-APPLY-DECISION-CARD.
           IF (NOT CARD-PAY AND NOT CARD-RETURN)
               OR CARD-ACCT-ID = SPACES OR CARD-OPERATOR = SPACES
               OR CARD-SERIAL IS NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'DECISION CARD REJECTED, BAD DATA: '
                   CARD-ACCT-ID
           ELSE
               MOVE CARD-ACCT-ID TO CHQI-ACCT-ID
               MOVE CARD-SERIAL TO CHQI-SERIAL
               READ ITEM-FILE
                   INVALID KEY
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'DECISION CARD REJECTED, NOT ON FILE: '
                          CARD-ACCT-ID ' ' CARD-SERIAL
                   NOT INVALID KEY
                      PERFORM 3100-RECORD-DECISION
               END-READ
           END-IF
           PERFORM 2000-READ-DECISION-CARD.
       3100-RECORD-DECISION.
      *    THE CUSTOMER MAY CHANGE THEIR MIND UNTIL THE CHEQUE IS
      *    RELEASED OR RETURNED; THE LAST INSTRUCTION STANDS.
           IF NOT CHQI-EXCEPTION
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'DECISION CARD REJECTED, NOT HELD: '
                   CARD-ACCT-ID ' ' CARD-SERIAL
           ELSE
               MOVE CARD-DECISION TO CHQI-DECISION
               MOVE CARD-OPERATOR TO CHQI-DECIDED-BY
               MOVE WS-TODAY TO CHQI-DECISION-DATE
               REWRITE ITEM-RECORD
                   INVALID KEY
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'CHEQUE ITEM REWRITE FAILED, STATUS '
                          WS-ITEM-STATUS ': ' CHQI-ACCT-ID ' '
                          CHQI-SERIAL
                   NOT INVALID KEY
                      ADD 1 TO WS-APPLIED-COUNT
               END-REWRITE
           END-IF.
       4000-WORK-ONE-ITEM.
           READ ITEM-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-ITEM-STATUS NOT = '00'
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   IF CHQI-EXCEPTION
                       PERFORM 4100-SETTLE-EXCEPTION
                   END-IF
               END-IF
           END-IF.
       4100-SETTLE-EXCEPTION.
           IF CHQI-UNDECIDED AND CHQI-RETURN-BY <= WS-TODAY
               ADD 1 TO WS-DEFAULT-COUNT
               SET CHQI-DECIDE-RETURN TO TRUE
               MOVE 'DEADLINE' TO CHQI-DECIDED-BY
               MOVE WS-TODAY TO CHQI-DECISION-DATE
           END-IF
           EVALUATE TRUE
               WHEN CHQI-DECIDE-PAY
                   PERFORM 5000-RELEASE-CHEQUE
               WHEN CHQI-DECIDE-RETURN
                   PERFORM 6000-RETURN-CHEQUE
               WHEN OTHER
                   PERFORM 7000-LIST-FOR-REVIEW
           END-EVALUATE.
       5000-RELEASE-CHEQUE.
           MOVE CHQI-ACCT-ID TO TRN-ACCT-ID
           MOVE 'D' TO TRN-CODE
           MOVE CHQI-PRESENTED-AMOUNT TO TRN-AMOUNT
           MOVE CHQI-CLEARING-REF TO TRN-REF
           MOVE WS-TODAY TO TRN-EFFECTIVE-DATE
           MOVE SPACES TO TRN-DEST-ACCT-ID
           MOVE SPACES TO TRN-ORIG-REF
           MOVE CHQI-SERIAL TO TRN-CHQ-SERIAL
           WRITE POSTING-RECORD
           ADD 1 TO WS-PAID-COUNT
           SET CHQI-PAID TO TRUE
           PERFORM 8000-REWRITE-ITEM.
       6000-RETURN-CHEQUE.
           MOVE CHQI-CLEARING-REF TO RTN-BANK-REF
           MOVE CHQI-ACCT-ID TO RTN-ACCT-ID
           MOVE 'DR' TO RTN-TRN-TYPE
           MOVE CHQI-PRESENTED-AMOUNT TO RTN-AMOUNT
           MOVE 'USD' TO RTN-CURRENCY
           MOVE WS-TODAY TO RTN-VALUE-DATE
           MOVE 'PPAY' TO RTN-REASON
           WRITE RETURN-RECORD
           ADD 1 TO WS-RETURNED-COUNT
           SET CHQI-RETURNED TO TRUE
           PERFORM 8000-REWRITE-ITEM.
       7000-LIST-FOR-REVIEW.
           ADD 1 TO WS-OPEN-COUNT
           MOVE CHQI-ACCT-ID TO WS-R-ACCT-ID
           MOVE CHQI-SERIAL TO WS-R-SERIAL
           MOVE CHQI-PRESENTED-AMOUNT TO WS-R-PRESENTED
           MOVE CHQI-ISSUE-AMOUNT TO WS-R-ISSUED
           MOVE CHQI-EXCEPTION-REASON TO WS-R-REASON
           MOVE CHQI-RETURN-BY TO WS-R-RETURN-BY
           MOVE CHQI-PRESENTED-PAYEE TO WS-R-PAYEE
           WRITE REVIEW-LINE FROM WS-REVIEW-DETAIL.
       8000-REWRITE-ITEM.
           REWRITE ITEM-RECORD
               INVALID KEY
                  DISPLAY 'CHEQUE ITEM REWRITE FAILED, STATUS '
                      WS-ITEM-STATUS ': ' CHQI-ACCT-ID ' '
                      CHQI-SERIAL
           END-REWRITE.
       9000-CLOSE-FILES.
           CLOSE ITEM-FILE
           CLOSE DECISION-CARD-FILE
           CLOSE POSTING-FILE
           CLOSE RETURN-FILE
           CLOSE REVIEW-FILE.
