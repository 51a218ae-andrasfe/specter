       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO 'ADDRFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ADDR-ACCT-ID
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
           SELECT REVIEW-FILE ASSIGN TO 'CUSTDUPL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           COPY ADDRREC.
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SRT-BLOCK-KEY   PIC X(30).
          05 SRT-CUST-NO     PIC X(08).
          05 SRT-NAME        PIC X(30).
          05 SRT-STREET      PIC X(30).
          05 SRT-POSTAL      PIC X(10).
          05 SRT-PHONE       PIC X(15).
       FD REVIEW-FILE.
       01 REVIEW-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-ADDR-STATUS     PIC XX VALUE '00'.
       01 WS-REV-STATUS      PIC XX VALUE '00'.
       01 WS-ADDR-AVAILABLE  PIC X VALUE 'N'.
           88 ADDRESSES-AVAILABLE VALUE 'Y'.
       01 WS-SCAN-EOF        PIC X VALUE 'N'.
           88 SCAN-DONE      VALUE 'Y'.
       01 WS-SORT-EOF        PIC X VALUE 'N'.
           88 SORT-EOF       VALUE 'Y'.
       01 WS-CUST-FOUND      PIC X VALUE 'N'.
           88 CUSTOMER-FOUND VALUE 'Y'.
      * PASS 'P' BLOCKS CANDIDATES BY POSTAL CODE, PASS 'N' BY
      * NAME; A PAIR SHARING BOTH IS SCORED ONLY IN THE FIRST.
       01 WS-PASS            PIC X(01) VALUE 'P'.
           88 POSTAL-PASS    VALUE 'P'.
           88 NAME-PASS      VALUE 'N'.
      * MATCH WEIGHTS AND THE SCORE THAT PUTS A PAIR ON THE
      * REVIEW LIST.
       01 WS-NAME-WEIGHT     PIC 9(3) VALUE 40.
       01 WS-PHONE-WEIGHT    PIC 9(3) VALUE 30.
       01 WS-STREET-WEIGHT   PIC 9(3) VALUE 20.
       01 WS-POSTAL-WEIGHT   PIC 9(3) VALUE 10.
       01 WS-MATCH-THRESHOLD PIC 9(3) VALUE 50.
       01 WS-SCORE           PIC 9(3) VALUE 0.
       01 WS-MATCH-FLAGS.
          05 WS-MF-NAME      PIC X(01).
          05 WS-MF-STREET    PIC X(01).
          05 WS-MF-POSTAL    PIC X(01).
          05 WS-MF-PHONE     PIC X(01).
       01 WS-CURRENT-BLOCK   PIC X(30) VALUE LOW-VALUES.
       01 WS-GRP-MAX         PIC 9(3) COMP VALUE 200.
       01 WS-GRP-COUNT       PIC 9(3) COMP VALUE 0.
       01 WS-GRP-FULL        PIC X VALUE 'N'.
       01 WS-I               PIC 9(3) COMP VALUE 0.
       01 WS-J               PIC 9(3) COMP VALUE 0.
       01 WS-J-START         PIC 9(3) COMP VALUE 0.
       01 WS-GRP-TABLE.
          05 WS-GRP-ENTRY OCCURS 200 TIMES.
             10 WS-G-CUST-NO  PIC X(08).
             10 WS-G-NAME     PIC X(30).
             10 WS-G-STREET   PIC X(30).
             10 WS-G-POSTAL   PIC X(10).
             10 WS-G-PHONE    PIC X(15).
       01 WS-ACCOUNTS-READ   PIC 9(7) COMP VALUE 0.
       01 WS-PAIR-COUNT      PIC 9(7) COMP VALUE 0.
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
      *    THE SAME PERSON OPENED UNDER TWO CUSTOMER NUMBERS SPLITS
      *    FEE WAIVERS, INSURANCE TOTALS AND CONSOLIDATED STATEMENTS.
      *    EVERY CUSTOMER IS TAKEN WITH THE ADDRESS OF EACH ACCOUNT
      *    IT OWNS AND PAIRS ARE SCORED ON NAME, STREET, POSTAL CODE
      *    AND PHONE.  COMPARING EVERY CUSTOMER WITH EVERY OTHER IS
      *    TOO DEAR, SO CANDIDATES ARE BLOCKED TWICE: ONCE BY POSTAL
      *    CODE AND ONCE BY NAME.  PAIRS AT OR OVER THE THRESHOLD GO
      *    ON THE REVIEW LIST; A REVIEWER WHO AGREES RAISES A
      *    CUSTMRG CARD.  NOTHING IS CHANGED HERE.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           MOVE SPACES TO REVIEW-LINE
           STRING 'POSSIBLE DUPLICATE CUSTOMERS, RUN ' WS-TODAY
               ' (N=NAME S=STREET P=POSTAL T=PHONE)'
               DELIMITED BY SIZE INTO REVIEW-LINE
           WRITE REVIEW-LINE
           MOVE 'P' TO WS-PASS
           PERFORM 2000-RUN-ONE-PASS
           MOVE 'N' TO WS-PASS
           PERFORM 2000-RUN-ONE-PASS
           DISPLAY 'ACCOUNTS READ     : ' WS-ACCOUNTS-READ
           DISPLAY 'PAIRS FOR REVIEW  : ' WS-PAIR-COUNT
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
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-STATUS
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN INPUT ADDRESS-FILE
           IF WS-ADDR-STATUS = '00'
               MOVE 'Y' TO WS-ADDR-AVAILABLE
           ELSE
               DISPLAY 'ADDRESS FILE UNAVAILABLE, STATUS '
                   WS-ADDR-STATUS ', MATCHING ON NAME ONLY'
           END-IF
           OPEN OUTPUT REVIEW-FILE
           IF WS-REV-STATUS NOT = '00'
               DISPLAY 'REVIEW FILE OPEN ERROR: ' WS-REV-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               IF ADDRESSES-AVAILABLE
                   CLOSE ADDRESS-FILE
               END-IF
               STOP RUN
           END-IF.
       2000-RUN-ONE-PASS.
           MOVE LOW-VALUES TO WS-CURRENT-BLOCK
           MOVE 0 TO WS-GRP-COUNT
           MOVE 'N' TO WS-SORT-EOF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-BLOCK-KEY
               ON ASCENDING KEY SRT-CUST-NO
               INPUT PROCEDURE IS 3000-FEED-CUSTOMERS
               OUTPUT PROCEDURE IS 4000-SCORE-BLOCKS.
       3000-FEED-CUSTOMERS.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-ID
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 3100-FEED-ONE-ACCOUNT UNTIL SCAN-DONE.
       3100-FEED-ONE-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   IF POSTAL-PASS
                       ADD 1 TO WS-ACCOUNTS-READ
                   END-IF
                   IF ACCT-CUSTOMER-NO NOT = SPACES
                       AND NOT ACCT-CLOSED
                       PERFORM 3200-BUILD-CANDIDATE
                   END-IF
               END-IF
           END-IF.
       3200-BUILD-CANDIDATE.
           MOVE 'N' TO WS-CUST-FOUND
           MOVE ACCT-CUSTOMER-NO TO CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF NOT CUST-MERGED
                      MOVE 'Y' TO WS-CUST-FOUND
                  END-IF
           END-READ
           IF CUSTOMER-FOUND
               MOVE CUST-NO TO SRT-CUST-NO
               MOVE CUST-NAME TO SRT-NAME
               MOVE SPACES TO SRT-STREET
               MOVE SPACES TO SRT-POSTAL
               MOVE SPACES TO SRT-PHONE
               IF ADDRESSES-AVAILABLE
                   MOVE ACCT-ID TO ADDR-ACCT-ID
                   READ ADDRESS-FILE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE ADDR-STREET TO SRT-STREET
                          MOVE ADDR-POSTAL-CODE TO SRT-POSTAL
                          MOVE ADDR-PHONE TO SRT-PHONE
                   END-READ
               END-IF
               IF POSTAL-PASS
                   MOVE SRT-POSTAL TO SRT-BLOCK-KEY
               ELSE
                   MOVE SRT-NAME TO SRT-BLOCK-KEY
               END-IF
               IF SRT-BLOCK-KEY NOT = SPACES
                   RELEASE SORT-RECORD
               END-IF
           END-IF.
       4000-SCORE-BLOCKS.
           PERFORM 4100-RETURN-CANDIDATE
           PERFORM 4200-COLLECT-CANDIDATE UNTIL SORT-EOF
           PERFORM 4300-SCORE-ONE-BLOCK.
       4100-RETURN-CANDIDATE.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
               AT END
                  MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       4200-COLLECT-CANDIDATE.
           IF SRT-BLOCK-KEY NOT = WS-CURRENT-BLOCK
               PERFORM 4300-SCORE-ONE-BLOCK
               MOVE SRT-BLOCK-KEY TO WS-CURRENT-BLOCK
               MOVE 0 TO WS-GRP-COUNT
               MOVE 'N' TO WS-GRP-FULL
           END-IF
      *    A CUSTOMER WITH SEVERAL ACCOUNTS AT ONE ADDRESS ARRIVES
      *    SEVERAL TIMES IN A ROW; IT IS HELD ONLY ONCE PER BLOCK.
           IF WS-GRP-COUNT = 0
               PERFORM 4210-HOLD-CANDIDATE
           ELSE
               IF SRT-CUST-NO NOT = WS-G-CUST-NO (WS-GRP-COUNT)
                   PERFORM 4210-HOLD-CANDIDATE
               END-IF
           END-IF
           PERFORM 4100-RETURN-CANDIDATE.
       4210-HOLD-CANDIDATE.
           IF WS-GRP-COUNT < WS-GRP-MAX
               ADD 1 TO WS-GRP-COUNT
               MOVE SRT-CUST-NO TO WS-G-CUST-NO (WS-GRP-COUNT)
               MOVE SRT-NAME TO WS-G-NAME (WS-GRP-COUNT)
               MOVE SRT-STREET TO WS-G-STREET (WS-GRP-COUNT)
               MOVE SRT-POSTAL TO WS-G-POSTAL (WS-GRP-COUNT)
               MOVE SRT-PHONE TO WS-G-PHONE (WS-GRP-COUNT)
           ELSE
               IF WS-GRP-FULL = 'N'
                   MOVE 'Y' TO WS-GRP-FULL
                   DISPLAY 'MATCH BLOCK OVER ' WS-GRP-MAX
                       ' CUSTOMERS, REMAINDER NOT SCORED: '
                       SRT-BLOCK-KEY
               END-IF
           END-IF.
       4300-SCORE-ONE-BLOCK.
           IF WS-GRP-COUNT > 1
               PERFORM 4310-SCORE-FROM-ONE
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-GRP-COUNT
           END-IF.
       4310-SCORE-FROM-ONE.
           COMPUTE WS-J-START = WS-I + 1
           PERFORM 4320-SCORE-PAIR
               VARYING WS-J FROM WS-J-START BY 1
               UNTIL WS-J > WS-GRP-COUNT.
       4320-SCORE-PAIR.
           MOVE 0 TO WS-SCORE
           MOVE '----' TO WS-MATCH-FLAGS
           IF WS-G-NAME (WS-I) = WS-G-NAME (WS-J)
               ADD WS-NAME-WEIGHT TO WS-SCORE
               MOVE 'N' TO WS-MF-NAME
           END-IF
           IF WS-G-STREET (WS-I) NOT = SPACES
               AND WS-G-STREET (WS-I) = WS-G-STREET (WS-J)
               ADD WS-STREET-WEIGHT TO WS-SCORE
               MOVE 'S' TO WS-MF-STREET
           END-IF
           IF WS-G-POSTAL (WS-I) NOT = SPACES
               AND WS-G-POSTAL (WS-I) = WS-G-POSTAL (WS-J)
               ADD WS-POSTAL-WEIGHT TO WS-SCORE
               MOVE 'P' TO WS-MF-POSTAL
           END-IF
           IF WS-G-PHONE (WS-I) NOT = SPACES
               AND WS-G-PHONE (WS-I) = WS-G-PHONE (WS-J)
               ADD WS-PHONE-WEIGHT TO WS-SCORE
               MOVE 'T' TO WS-MF-PHONE
           END-IF
           IF NAME-PASS AND WS-MF-POSTAL = 'P'
               CONTINUE
           ELSE
               IF WS-SCORE >= WS-MATCH-THRESHOLD
                   PERFORM 4330-WRITE-REVIEW-PAIR
               END-IF
           END-IF.
       4330-WRITE-REVIEW-PAIR.
           ADD 1 TO WS-PAIR-COUNT
           MOVE SPACES TO REVIEW-LINE
           STRING 'SCORE: ' WS-SCORE
               ' CUST: ' WS-G-CUST-NO (WS-I)
               ' CUST: ' WS-G-CUST-NO (WS-J)
               ' MATCH: ' WS-MATCH-FLAGS
               ' NAME: ' WS-G-NAME (WS-I) (1:20)
               DELIMITED BY SIZE INTO REVIEW-LINE
           WRITE REVIEW-LINE.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           IF ADDRESSES-AVAILABLE
               CLOSE ADDRESS-FILE
           END-IF
           CLOSE REVIEW-FILE.
