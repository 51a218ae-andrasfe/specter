       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHLDSPLT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-OPEN-TRIED      PIC X VALUE 'N'.
           88 OPEN-TRIED     VALUE 'Y'.
       01 WS-CUST-AVAILABLE  PIC X VALUE 'N'.
           88 CUSTOMER-AVAILABLE VALUE 'Y'.
       01 WS-WITHHOLD-RATE   PIC V9(3) VALUE 0.
       01 WS-BONUS-WITHHELD  PIC S9(9)V99 VALUE 0.
       LINKAGE SECTION.
       01 LK-WHLD-AREA.
          05 LK-CUST-NO      PIC X(08).
          05 LK-INTEREST     PIC S9(9)V99.
          05 LK-BONUS        PIC S9(9)V99.
          05 LK-WITHHELD     PIC S9(9)V99.
       PROCEDURE DIVISION USING LK-WHLD-AREA.
       0000-MAIN.
      *    A STEP THAT PAYS OUT ACCRUED CREDIT INTEREST AWAY FROM
      *    ACCTINTR - AT MATURITY, ON A PRODUCT CHANGE OR ON A
      *    CLOSURE REQUEST - PASSES THE OWNER AND THE GROSS BASE AND
      *    BONUS INTEREST, AND GETS BACK THE NET OF EACH AND THE TAX
      *    WITHHELD, SPLIT AT THE OWNER'S BACKUP WITHHOLDING RATE
      *    EXACTLY AS ACCTINTR SPLITS IT.  THE CALLER CREDITS THE NET
      *    AND JOURNALS THE WITHHELD PORTION AS CODE 'W'.  WITH THE
      *    CUSTOMER FILE UNREADABLE NOTHING IS WITHHELD.
           PERFORM 1000-ENSURE-FILE-OPEN
           MOVE 0 TO LK-WITHHELD
           MOVE 0 TO WS-BONUS-WITHHELD
           PERFORM 2000-GET-WITHHOLD-RATE
           IF WS-WITHHOLD-RATE > 0 AND LK-INTEREST > 0
               COMPUTE LK-WITHHELD ROUNDED =
                   LK-INTEREST * WS-WITHHOLD-RATE
               SUBTRACT LK-WITHHELD FROM LK-INTEREST
           END-IF
           IF WS-WITHHOLD-RATE > 0 AND LK-BONUS > 0
               COMPUTE WS-BONUS-WITHHELD ROUNDED =
                   LK-BONUS * WS-WITHHOLD-RATE
               SUBTRACT WS-BONUS-WITHHELD FROM LK-BONUS
               ADD WS-BONUS-WITHHELD TO LK-WITHHELD
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.
       1000-ENSURE-FILE-OPEN.
           IF NOT OPEN-TRIED
               MOVE 'Y' TO WS-OPEN-TRIED
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUST-STATUS = '00'
                   MOVE 'Y' TO WS-CUST-AVAILABLE
               ELSE
                   DISPLAY 'WITHHOLDING CUSTOMER FILE UNAVAILABLE, '
                       'STATUS ' WS-CUST-STATUS ', NOTHING WITHHELD'
               END-IF
           END-IF.
       2000-GET-WITHHOLD-RATE.
           MOVE 0 TO WS-WITHHOLD-RATE
           IF CUSTOMER-AVAILABLE AND LK-CUST-NO NOT = SPACES
               MOVE LK-CUST-NO TO CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF CUST-BACKUP-WITHHOLD
                          AND CUST-WITHHOLD-RATE > 0
                          MOVE CUST-WITHHOLD-RATE TO WS-WITHHOLD-RATE
                      END-IF
               END-READ
           END-IF.
