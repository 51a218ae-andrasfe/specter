       IDENTIFICATION DIVISION.
       PROGRAM-ID. BURMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUREAU-FILE ASSIGN TO 'BURFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BUR-ACCT-ID
               FILE STATUS IS WS-BUR-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BUREAU-CARD-FILE ASSIGN TO 'BURCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BUREAU-FILE.
       01 BUREAU-RECORD.
           COPY BURREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD BUREAU-CARD-FILE.
       01 BUREAU-CARD-RECORD.
          05 CARD-ACTION     PIC X(01).
             88 CARD-DISPUTE    VALUE 'D'.
             88 CARD-RESOLVE    VALUE 'R'.
             88 CARD-SETTLE     VALUE 'S'.
          05 CARD-ACCT-ID    PIC X(10).
          05 CARD-DATE       PIC 9(8).
          05 CARD-REF        PIC X(16).
          05 CARD-RESOLUTION PIC X(08).
          05 CARD-AMOUNT     PIC 9(9)V99.
          05 CARD-OPERATOR   PIC X(08).
       WORKING-STORAGE SECTION.
       01 WS-BUR-STATUS      PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-BUR-FOUND       PIC X VALUE 'N'.
           88 BUREAU-RECORD-FOUND VALUE 'Y'.
       01 WS-EVENT-DATE      PIC 9(8) VALUE 0.
       01 WS-DISPUTED-COUNT  PIC 9(5) COMP VALUE 0.
       01 WS-RESOLVED-COUNT  PIC 9(5) COMP VALUE 0.
       01 WS-SETTLED-COUNT   PIC 9(5) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) COMP VALUE 0.
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
      *    CARDS RECORD THE BUREAU'S DISPUTE NOTICES AS THEY ARRIVE,
      *    THE OUTCOME OF EACH INVESTIGATION, AND SETTLEMENTS AGREED
      *    BY COLLECTIONS.  THE NEXT MONTHLY EXTRACT (BUREXT) CARRIES
      *    THE DISPUTE FLAG AND THE SETTLED STATUS TO THE BUREAU.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 2000-READ-BUREAU-CARD
           PERFORM 3000-APPLY-BUREAU-CARD UNTIL CARD-EOF
           DISPLAY 'DISPUTES RECORDED  : ' WS-DISPUTED-COUNT
           DISPLAY 'DISPUTES RESOLVED  : ' WS-RESOLVED-COUNT
           DISPLAY 'SETTLEMENTS        : ' WS-SETTLED-COUNT
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
           OPEN I-O BUREAU-FILE
           IF WS-BUR-STATUS = '35'
               OPEN OUTPUT BUREAU-FILE
               CLOSE BUREAU-FILE
               OPEN I-O BUREAU-FILE
           END-IF
           IF WS-BUR-STATUS NOT = '00'
               DISPLAY 'BUREAU FILE OPEN ERROR: ' WS-BUR-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE BUREAU-FILE
               STOP RUN
           END-IF
           OPEN INPUT BUREAU-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'BUREAU CARD FILE OPEN ERROR: ' WS-CARD-STATUS
               CLOSE BUREAU-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF.
       2000-READ-BUREAU-CARD.
           READ BUREAU-CARD-FILE INTO BUREAU-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-APPLY-BUREAU-CARD.
           IF CARD-DATE IS NUMERIC AND CARD-DATE NOT = 0
               MOVE CARD-DATE TO WS-EVENT-DATE
           ELSE
               MOVE WS-TODAY TO WS-EVENT-DATE
           END-IF
           EVALUATE TRUE
               WHEN CARD-ACCT-ID = SPACES OR CARD-OPERATOR = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'BUREAU CARD REJECTED, BAD DATA: '
                       CARD-ACCT-ID
               WHEN NOT CARD-DISPUTE AND NOT CARD-RESOLVE
                   AND NOT CARD-SETTLE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'BUREAU CARD REJECTED, BAD ACTION: '
                       CARD-ACTION ' ' CARD-ACCT-ID
               WHEN WS-EVENT-DATE > WS-TODAY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'BUREAU CARD REJECTED, FUTURE DATE: '
                       CARD-ACCT-ID ' ' WS-EVENT-DATE
               WHEN OTHER
                   PERFORM 3100-READ-BUREAU-RECORD
                   IF BUREAU-RECORD-FOUND
                       OR WS-FILE-STATUS = '00'
                       EVALUATE TRUE
                           WHEN CARD-DISPUTE
                               PERFORM 4000-RECORD-DISPUTE
                           WHEN CARD-RESOLVE
                               PERFORM 5000-RESOLVE-DISPUTE
                           WHEN CARD-SETTLE
                               PERFORM 6000-RECORD-SETTLEMENT
                       END-EVALUATE
                   END-IF
           END-EVALUATE
           PERFORM 2000-READ-BUREAU-CARD.
       3100-READ-BUREAU-RECORD.
      *    AN ACCOUNT NOT YET ON BURFILE MUST AT LEAST BE ON
      *    ACCTFILE; ITS RECORD IS BUILT HERE AND WRITTEN WHEN THE
      *    CARD IS APPLIED.
           MOVE 'N' TO WS-BUR-FOUND
           MOVE '00' TO WS-FILE-STATUS
           MOVE CARD-ACCT-ID TO BUR-ACCT-ID
           READ BUREAU-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-BUR-FOUND
           END-READ
           IF NOT BUREAU-RECORD-FOUND
               MOVE CARD-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'BUREAU CARD REJECTED, NO ACCOUNT: '
                          CARD-ACCT-ID
               END-READ
               MOVE CARD-ACCT-ID TO BUR-ACCT-ID
               MOVE SPACE TO BUR-DISPUTE-STATUS
               MOVE 0 TO BUR-DISPUTE-DATE
               MOVE SPACES TO BUR-DISPUTE-REF
               MOVE 0 TO BUR-RESOLVED-DATE
               MOVE SPACES TO BUR-RESOLUTION
               MOVE 0 TO BUR-SETTLED-DATE
               MOVE 0 TO BUR-SETTLED-AMOUNT
               MOVE 0 TO BUR-FIRST-MONTH
               MOVE 0 TO BUR-LAST-MONTH
               MOVE SPACES TO BUR-LAST-STATUS
               MOVE SPACES TO BUR-LAST-COMPLIANCE
               MOVE 0 TO BUR-PREV-MONTH
               MOVE SPACES TO BUR-PREV-STATUS
               MOVE SPACES TO BUR-PREV-COMPLIANCE
           END-IF.
       4000-RECORD-DISPUTE.
           IF BUR-DISPUTE-OPEN
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'DISPUTE REJECTED, ALREADY OPEN: '
                   CARD-ACCT-ID ' REF ' BUR-DISPUTE-REF
           ELSE
               SET BUR-DISPUTE-OPEN TO TRUE
               MOVE WS-EVENT-DATE TO BUR-DISPUTE-DATE
               MOVE CARD-REF TO BUR-DISPUTE-REF
               MOVE 0 TO BUR-RESOLVED-DATE
               MOVE SPACES TO BUR-RESOLUTION
               PERFORM 7000-STORE-BUREAU-RECORD
               ADD 1 TO WS-DISPUTED-COUNT
           END-IF.
       5000-RESOLVE-DISPUTE.
           EVALUATE TRUE
               WHEN NOT BUR-DISPUTE-OPEN
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'RESOLUTION REJECTED, NO OPEN DISPUTE: '
                       CARD-ACCT-ID
               WHEN CARD-RESOLUTION = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'RESOLUTION REJECTED, NO OUTCOME: '
                       CARD-ACCT-ID
               WHEN WS-EVENT-DATE < BUR-DISPUTE-DATE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'RESOLUTION REJECTED, BEFORE DISPUTE: '
                       CARD-ACCT-ID ' ' WS-EVENT-DATE
               WHEN OTHER
                   SET BUR-DISPUTE-RESOLVED TO TRUE
                   MOVE WS-EVENT-DATE TO BUR-RESOLVED-DATE
                   MOVE CARD-RESOLUTION TO BUR-RESOLUTION
                   PERFORM 7000-STORE-BUREAU-RECORD
                   ADD 1 TO WS-RESOLVED-COUNT
           END-EVALUATE.
       6000-RECORD-SETTLEMENT.
           IF CARD-AMOUNT = 0
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'SETTLEMENT REJECTED, ZERO AMOUNT: '
                   CARD-ACCT-ID
           ELSE
               MOVE WS-EVENT-DATE TO BUR-SETTLED-DATE
               MOVE CARD-AMOUNT TO BUR-SETTLED-AMOUNT
               PERFORM 7000-STORE-BUREAU-RECORD
               ADD 1 TO WS-SETTLED-COUNT
           END-IF.
       7000-STORE-BUREAU-RECORD.
           MOVE CARD-OPERATOR TO BUR-UPDATED-BY
           MOVE WS-TODAY TO BUR-UPDATED-DATE
           IF BUREAU-RECORD-FOUND
               REWRITE BUREAU-RECORD
                   INVALID KEY
                      DISPLAY 'BUREAU REWRITE FAILED, STATUS '
                          WS-BUR-STATUS ': ' CARD-ACCT-ID
               END-REWRITE
           ELSE
               WRITE BUREAU-RECORD
                   INVALID KEY
                      DISPLAY 'BUREAU WRITE FAILED, STATUS '
                          WS-BUR-STATUS ': ' CARD-ACCT-ID
               END-WRITE
           END-IF.
       9000-CLOSE-FILES.
           CLOSE BUREAU-FILE
           CLOSE ACCOUNT-FILE
           CLOSE BUREAU-CARD-FILE.
