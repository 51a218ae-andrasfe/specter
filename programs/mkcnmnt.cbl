       IDENTIFICATION DIVISION.
       PROGRAM-ID. MKCNMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-FILE ASSIGN TO 'MKTCONS'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MKC-KEY
               FILE STATUS IS WS-MKC-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL CONSENT-CARD-FILE ASSIGN TO 'MKCNCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT CONSENT-HISTORY-FILE ASSIGN TO 'MKTCHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'MKCNAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONSENT-FILE.
       01 CONSENT-RECORD.
           COPY MKCNREC.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
      * ONE CARD PER CUSTOMER INSTRUCTION: G GIVES CONSENT, W
      * WITHDRAWS IT, ON ONE CHANNEL OR ON ALL FOUR (CHANNEL A).
      * THE DATE IS WHEN THE CUSTOMER GAVE THE INSTRUCTION; SPACES
      * FOR TODAY.
       FD CONSENT-CARD-FILE.
       01 CONSENT-CARD-RECORD.
          05 CARD-ACTION     PIC X(01).
             88 CARD-GIVE    VALUE 'G'.
             88 CARD-WITHDRAW VALUE 'W'.
          05 CARD-CUST-NO    PIC X(08).
          05 CARD-CHANNEL    PIC X(01).
             88 CARD-ALL-CHANNELS VALUE 'A'.
          05 CARD-DATE       PIC X(08).
          05 CARD-DATE-NUM REDEFINES CARD-DATE PIC 9(8).
          05 CARD-SOURCE     PIC X(01).
          05 CARD-SOURCE-REF PIC X(12).
          05 CARD-OPERATOR   PIC X(08).
      * EVERY CHANGE EVER APPLIED TO MKTCONS, APPENDED RUN AFTER
      * RUN, SO THE CONSENT A CUSTOMER HELD ON ANY PAST DAY CAN BE
      * SHOWN.
       FD CONSENT-HISTORY-FILE.
       01 CONSENT-HISTORY-RECORD.
          05 MKH-CUST-NO     PIC X(08).
          05 MKH-CHANNEL     PIC X(01).
          05 MKH-OLD-STATUS  PIC X(01).
          05 MKH-NEW-STATUS  PIC X(01).
          05 MKH-EFFECTIVE-DATE PIC 9(8).
          05 MKH-SOURCE      PIC X(01).
          05 MKH-SOURCE-REF  PIC X(12).
          05 MKH-OPERATOR    PIC X(08).
          05 MKH-APPLIED-DATE PIC 9(8).
       FD AUDIT-FILE.
       01 AUDIT-RECORD       PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-MKC-STATUS      PIC XX VALUE '00'.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-HST-STATUS      PIC XX VALUE '00'.
       01 WS-AUD-STATUS      PIC XX VALUE '00'.
       01 WS-CARD-EOF-SWITCH PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-MKC-FOUND       PIC X VALUE 'N'.
           88 CONSENT-FOUND  VALUE 'Y'.
       01 WS-ACTION          PIC X(30) VALUE SPACES.
       01 WS-EFFECTIVE-DATE  PIC 9(8) VALUE 0.
       01 WS-OLD-STATUS      PIC X(01) VALUE SPACE.
       01 WS-SAVE-KEY        PIC X(09) VALUE SPACES.
       01 WS-CHANNEL-LIST    PIC X(04) VALUE 'MPES'.
       01 WS-CHANNEL-TABLE REDEFINES WS-CHANNEL-LIST.
          05 WS-CHANNEL-CODE PIC X(01) OCCURS 4 TIMES.
       01 WS-CH-IDX          PIC 9(1) COMP VALUE 0.
       01 WS-CARD-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-GIVEN-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-WITHDRAWN-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-STALE-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(7) COMP VALUE 0.
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
      *    MAINTAINS MARKETING CONSENT ON MKTCONS FROM THE CARDS
      *    KEYED BY THE BRANCHES AND THE CONTACT CENTRE, AND FROM
      *    THE UNSUBSCRIBE REPLIES TO CAMPAIGNS.  THE LATEST
      *    INSTRUCTION BY DATE WINS: A CARD DATED BEFORE THE STATUS
      *    ALREADY ON FILE IS LISTED AND NOT APPLIED.  EVERY CHANGE
      *    IS ALSO APPENDED TO MKTCHIST.
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 2000-READ-CONSENT-CARD
           PERFORM 3000-APPLY-CONSENT-CARD UNTIL CARD-EOF
           DISPLAY 'CONSENT CARDS READ      : ' WS-CARD-COUNT
           DISPLAY 'CONSENTS GIVEN          : ' WS-GIVEN-COUNT
           DISPLAY 'CONSENTS WITHDRAWN      : ' WS-WITHDRAWN-COUNT
           DISPLAY 'OLDER THAN STATUS ON FILE: ' WS-STALE-COUNT
           DISPLAY 'CARDS REJECTED          : ' WS-REJECT-COUNT
           PERFORM 9000-CLOSE-FILES
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-OPEN-FILES.
           OPEN I-O CONSENT-FILE
           IF WS-MKC-STATUS = '35'
               OPEN OUTPUT CONSENT-FILE
               CLOSE CONSENT-FILE
               OPEN I-O CONSENT-FILE
           END-IF
           IF WS-MKC-STATUS NOT = '00'
               DISPLAY 'CONSENT FILE OPEN ERROR: ' WS-MKC-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-STATUS
               CLOSE CONSENT-FILE
               STOP RUN
           END-IF
           OPEN INPUT CONSENT-CARD-FILE
           IF WS-CARD-STATUS NOT = '00' AND WS-CARD-STATUS NOT = '05'
               DISPLAY 'CONSENT CARD OPEN ERROR: ' WS-CARD-STATUS
               CLOSE CONSENT-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           OPEN EXTEND CONSENT-HISTORY-FILE
           IF WS-HST-STATUS = '35'
               OPEN OUTPUT CONSENT-HISTORY-FILE
           END-IF
           IF WS-HST-STATUS NOT = '00' AND WS-HST-STATUS NOT = '05'
               DISPLAY 'CONSENT HISTORY OPEN ERROR: ' WS-HST-STATUS
               CLOSE CONSENT-FILE
               CLOSE CUSTOMER-FILE
               CLOSE CONSENT-CARD-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-FILE
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'AUDIT FILE OPEN ERROR: ' WS-AUD-STATUS
               CLOSE CONSENT-FILE
               CLOSE CUSTOMER-FILE
               CLOSE CONSENT-CARD-FILE
               CLOSE CONSENT-HISTORY-FILE
               STOP RUN
           END-IF.
       2000-READ-CONSENT-CARD.
           READ CONSENT-CARD-FILE INTO CONSENT-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-CARD-EOF-SWITCH
           END-READ.
       3000-APPLY-CONSENT-CARD.
      *    A WITHDRAWAL IS TAKEN FROM ANY CUSTOMER ON FILE, EVEN ONE
      *    CLOSED OR DECEASED; CONSENT IS ONLY GIVEN BY A LIVING
      *    CUSTOMER, AND A MERGED NUMBER MUST BE KEYED AS THE
      *    SURVIVING CUSTOMER.
           ADD 1 TO WS-CARD-COUNT
           MOVE SPACES TO WS-ACTION
           PERFORM 3050-SET-EFFECTIVE-DATE
           IF WS-ACTION = SPACES
               PERFORM 3070-READ-CUSTOMER
           END-IF
           IF WS-ACTION = SPACES
               EVALUATE TRUE
                   WHEN NOT CARD-GIVE AND NOT CARD-WITHDRAW
                       MOVE 'BAD ACTION' TO WS-ACTION
                   WHEN CARD-CHANNEL NOT = 'M' AND NOT = 'P'
                       AND NOT = 'E' AND NOT = 'S' AND NOT = 'A'
                       MOVE 'BAD CHANNEL' TO WS-ACTION
                   WHEN CARD-SOURCE NOT = 'B' AND NOT = 'O'
                       AND NOT = 'T' AND NOT = 'L' AND NOT = 'U'
                       MOVE 'BAD SOURCE' TO WS-ACTION
                   WHEN CARD-GIVE AND CARD-SOURCE = 'U'
                       MOVE 'UNSUBSCRIBE CANNOT GIVE CONSENT'
                           TO WS-ACTION
                   WHEN CARD-OPERATOR = SPACES
                       MOVE 'NO OPERATOR' TO WS-ACTION
                   WHEN CUST-MERGED
                       MOVE 'CUSTOMER MERGED' TO WS-ACTION
                   WHEN CARD-GIVE AND CUST-DECEASED
                       MOVE 'CUSTOMER DECEASED' TO WS-ACTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-ACTION NOT = SPACES
               PERFORM 3900-REJECT-CARD
           ELSE
               IF CARD-ALL-CHANNELS
                   PERFORM 3100-APPLY-CHANNEL
                       VARYING WS-CH-IDX FROM 1 BY 1
                       UNTIL WS-CH-IDX > 4
               ELSE
                   PERFORM 3100-APPLY-CHANNEL
               END-IF
           END-IF
           PERFORM 2000-READ-CONSENT-CARD.
       3050-SET-EFFECTIVE-DATE.
           IF CARD-DATE = SPACES
               MOVE WS-TODAY TO WS-EFFECTIVE-DATE
           ELSE
               IF CARD-DATE IS NOT NUMERIC
                   MOVE 'BAD DATE' TO WS-ACTION
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD (CARD-DATE-NUM)
                       NOT = 0
                       MOVE 'BAD DATE' TO WS-ACTION
                   ELSE
                       IF CARD-DATE-NUM > WS-TODAY
                           MOVE 'DATE IN THE FUTURE' TO WS-ACTION
                       ELSE
                           MOVE CARD-DATE-NUM TO WS-EFFECTIVE-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3070-READ-CUSTOMER.
           MOVE CARD-CUST-NO TO CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY
                  MOVE 'CUSTOMER NOT ON FILE' TO WS-ACTION
           END-READ.
       3100-APPLY-CHANNEL.
           MOVE 'N' TO WS-MKC-FOUND
           MOVE CARD-CUST-NO TO MKC-CUST-NO
           IF CARD-ALL-CHANNELS
               MOVE WS-CHANNEL-CODE (WS-CH-IDX) TO MKC-CHANNEL
           ELSE
               MOVE CARD-CHANNEL TO MKC-CHANNEL
           END-IF
           READ CONSENT-FILE
               INVALID KEY
                  MOVE MKC-KEY TO WS-SAVE-KEY
                  MOVE SPACES TO CONSENT-RECORD
                  MOVE WS-SAVE-KEY TO MKC-KEY
                  MOVE 0 TO MKC-STATUS-DATE
                  MOVE 0 TO MKC-GIVEN-DATE
                  MOVE 0 TO MKC-WITHDRAWN-DATE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-MKC-FOUND
           END-READ
           MOVE MKC-STATUS TO WS-OLD-STATUS
           IF CONSENT-FOUND AND MKC-STATUS-DATE > WS-EFFECTIVE-DATE
               ADD 1 TO WS-STALE-COUNT
               MOVE 'LATER INSTRUCTION ON FILE' TO WS-ACTION
               PERFORM 3910-LIST-NOT-APPLIED
           ELSE
               PERFORM 3200-UPDATE-CONSENT
           END-IF.
       3200-UPDATE-CONSENT.
           IF CARD-GIVE
               SET MKC-GIVEN TO TRUE
               MOVE WS-EFFECTIVE-DATE TO MKC-GIVEN-DATE
               MOVE 'CONSENT GIVEN' TO WS-ACTION
           ELSE
               SET MKC-WITHDRAWN TO TRUE
               MOVE WS-EFFECTIVE-DATE TO MKC-WITHDRAWN-DATE
               MOVE 'CONSENT WITHDRAWN' TO WS-ACTION
           END-IF
           MOVE WS-EFFECTIVE-DATE TO MKC-STATUS-DATE
           MOVE CARD-SOURCE TO MKC-SOURCE
           MOVE CARD-SOURCE-REF TO MKC-SOURCE-REF
           MOVE CARD-OPERATOR TO MKC-UPDATED-BY
           MOVE WS-TODAY TO MKC-UPDATED-DATE
           IF CONSENT-FOUND
               REWRITE CONSENT-RECORD
                   INVALID KEY
                      MOVE 'UPDATE FAILED' TO WS-ACTION
                      PERFORM 3910-LIST-NOT-APPLIED
                   NOT INVALID KEY
                      PERFORM 6000-RECORD-CHANGE
               END-REWRITE
           ELSE
               WRITE CONSENT-RECORD
                   INVALID KEY
                      MOVE 'ADD FAILED' TO WS-ACTION
                      PERFORM 3910-LIST-NOT-APPLIED
                   NOT INVALID KEY
                      PERFORM 6000-RECORD-CHANGE
               END-WRITE
           END-IF.
       3900-REJECT-CARD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO AUDIT-RECORD
           STRING 'REJECTED ' WS-ACTION
               ' CUST: ' CARD-CUST-NO
               ' ACTION: ' CARD-ACTION
               ' CHANNEL: ' CARD-CHANNEL
               ' DATE: ' CARD-DATE
               ' BY: ' CARD-OPERATOR
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.
       3910-LIST-NOT-APPLIED.
           MOVE SPACES TO AUDIT-RECORD
           STRING 'NOT APPLIED ' WS-ACTION
               ' CUST: ' MKC-CUST-NO
               ' CHANNEL: ' MKC-CHANNEL
               ' ON FILE: ' MKC-STATUS ' ' MKC-STATUS-DATE
               ' CARD: ' CARD-ACTION ' ' WS-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.
       6000-RECORD-CHANGE.
           IF MKC-GIVEN
               ADD 1 TO WS-GIVEN-COUNT
           ELSE
               ADD 1 TO WS-WITHDRAWN-COUNT
           END-IF
           MOVE MKC-CUST-NO TO MKH-CUST-NO
           MOVE MKC-CHANNEL TO MKH-CHANNEL
           MOVE WS-OLD-STATUS TO MKH-OLD-STATUS
           MOVE MKC-STATUS TO MKH-NEW-STATUS
           MOVE MKC-STATUS-DATE TO MKH-EFFECTIVE-DATE
           MOVE MKC-SOURCE TO MKH-SOURCE
           MOVE MKC-SOURCE-REF TO MKH-SOURCE-REF
           MOVE MKC-UPDATED-BY TO MKH-OPERATOR
           MOVE WS-TODAY TO MKH-APPLIED-DATE
           WRITE CONSENT-HISTORY-RECORD
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-ACTION
               ' CUST: ' MKC-CUST-NO
               ' CHANNEL: ' MKC-CHANNEL
               ' EFFECTIVE: ' MKC-STATUS-DATE
               ' SOURCE: ' MKC-SOURCE ' ' MKC-SOURCE-REF
               ' BY: ' MKC-UPDATED-BY
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.
       9000-CLOSE-FILES.
           CLOSE CONSENT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CONSENT-CARD-FILE
           CLOSE CONSENT-HISTORY-FILE
           CLOSE AUDIT-FILE.
