       IDENTIFICATION DIVISION.
       PROGRAM-ID. VLTFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAULT-FILE ASSIGN TO 'VAULTPOS'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS VLT-BRANCH
               FILE STATUS IS WS-VLT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'DRWHIST'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DRW-KEY
               FILE STATUS IS WS-HST-STATUS.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO 'VLTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
           SELECT ORDER-FILE ASSIGN TO 'CASHORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'VLTFRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VAULT-FILE.
       01 VAULT-RECORD.
           COPY VLTREC.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY DRWHREC.
       FD RUN-PARM-FILE.
       01 RUN-PARM-RECORD    PIC X(40).
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SRT-BRANCH      PIC X(04).
          05 SRT-DATE        PIC 9(8).
          05 SRT-NET-OUT     PIC S9(11)V99.
      * ONE RECORD PER ORDER FOR THE CASH CENTRE: O DELIVER CASH TO
      * THE BRANCH, R COLLECT SURPLUS CASH FROM IT.
       FD ORDER-FILE.
       01 ORDER-RECORD.
          05 ORD-BRANCH      PIC X(04).
          05 ORD-TYPE        PIC X(01).
          05 ORD-AMOUNT      PIC 9(11)V99.
          05 ORD-DELIVERY-DATE PIC 9(8).
          05 ORD-RAISED-DATE PIC 9(8).
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-VLT-STATUS      PIC XX VALUE '00'.
       01 WS-HST-STATUS      PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-ORD-STATUS      PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-VLT-EOF         PIC X VALUE 'N'.
           88 VAULT-EOF      VALUE 'Y'.
       01 WS-HST-EOF         PIC X VALUE 'N'.
           88 HISTORY-EOF    VALUE 'Y'.
       01 WS-PARM-EOF        PIC X VALUE 'N'.
           88 PARM-EOF       VALUE 'Y'.
       01 WS-SORT-EOF        PIC X VALUE 'N'.
           88 SORT-EOF       VALUE 'Y'.
       01 WS-BUILDING-SWITCH PIC X VALUE 'Y'.
           88 BUILDING-AVERAGES VALUE 'Y'.
       01 WS-DAYS-PREFIX     PIC X(05) VALUE 'DAYS='.
      * BUSINESS DAYS AN ORDER IS MEANT TO COVER, FROM ITS DELIVERY
      * ON THE NEXT BUSINESS DAY.  A DAYS=NN CARD ON VLTPARM CHANGES
      * IT, UP TO THE SIZE OF THE WINDOW TABLE.
       01 WS-COVER-DAYS      PIC 9(2) VALUE 5.
       01 WS-COVER-MAX       PIC 9(2) VALUE 20.
      * DAYS OF DRAWER HISTORY THE AVERAGES ARE TAKEN OVER: THIRTEEN
      * WEEKS GIVES EACH WEEKDAY A QUARTER'S WORTH OF DAYS AND THREE
      * MONTH-ENDS.
       01 WS-HISTORY-DAYS    PIC 9(3) VALUE 91.
      * THE CASH CENTRE SHIPS IN WHOLE THOUSANDS.
       01 WS-ORDER-UNIT      PIC 9(5) VALUE 1000.
       01 WS-FROM-DATE       PIC 9(8) VALUE 0.
       01 WS-TODAY-JULIAN    PIC 9(9) COMP.
      * CASH PAID OUT LESS CASH TAKEN IN, BY BRANCH, OVER THE HISTORY:
      * SUMMED AND COUNTED BY DAY OF THE WEEK (1 SUNDAY TO 7
      * SATURDAY), WITH MONTH-END DAYS KEPT APART FROM THEIR WEEKDAY.
       01 WS-FB-COUNT        PIC 9(3) COMP VALUE 0.
       01 WS-FB-MAX          PIC 9(3) COMP VALUE 100.
       01 WS-FB-IDX          PIC 9(3) COMP VALUE 0.
       01 WS-FB-HIT          PIC 9(3) COMP VALUE 0.
       01 WS-FB-TABLE.
          05 WS-FB-ENTRY OCCURS 100 TIMES.
             10 WS-FB-BRANCH  PIC X(04).
             10 WS-FB-WEEKDAY OCCURS 7 TIMES.
                15 WS-FB-WD-OUT  PIC S9(11)V99.
                15 WS-FB-WD-DAYS PIC 9(5) COMP.
             10 WS-FB-ME-OUT  PIC S9(11)V99.
             10 WS-FB-ME-DAYS PIC 9(5) COMP.
       01 WS-WD-IDX          PIC 9(1) COMP VALUE 0.
       01 WS-DAY-BRANCH      PIC X(04) VALUE LOW-VALUES.
       01 WS-DAY-DATE        PIC 9(8) VALUE 0.
       01 WS-DAY-NET-OUT     PIC S9(11)V99 VALUE 0.
       01 WS-HISTORY-DAYS-USED PIC 9(7) COMP VALUE 0.
      * THE BUSINESS DAYS THE NEXT ORDER COVERS.
       01 WS-WIN-COUNT       PIC 9(2) COMP VALUE 0.
       01 WS-WIN-IDX         PIC 9(2) COMP VALUE 0.
       01 WS-WIN-TABLE.
          05 WS-WIN-ENTRY OCCURS 20 TIMES.
             10 WS-WIN-DATE     PIC 9(8).
             10 WS-WIN-WEEKDAY  PIC 9(1).
             10 WS-WIN-MONTH-END PIC X(01).
       01 WS-DELIVERY-DATE   PIC 9(8) VALUE 0.
       01 WS-MONTH-END-SWITCH PIC X VALUE 'N'.
           88 IS-MONTH-END   VALUE 'Y'.
       01 WS-EXPECTED-OUT    PIC S9(11)V99 VALUE 0.
       01 WS-DAY-ESTIMATE    PIC S9(11)V99 VALUE 0.
       01 WS-PROJECTED       PIC S9(11)V99 VALUE 0.
       01 WS-CEILING         PIC 9(11)V99 VALUE 0.
       01 WS-ORDER-AMOUNT    PIC S9(11)V99 VALUE 0.
       01 WS-ORDER-UNITS     PIC S9(9) VALUE 0.
       01 WS-ORDER-TYPE      PIC X(01) VALUE SPACE.
       01 WS-NOTE            PIC X(26) VALUE SPACES.
       01 WS-VAULT-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-ORDER-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-RETURN-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-PENDING-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-OVER-INSURED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-INSURED-EXCESS  PIC S9(11)V99 VALUE 0.
       01 WS-CALC-RESULT.
          05 WS-C-YEAR       PIC 9(4).
          05 WS-C-MONTH      PIC 9(2).
          05 WS-C-DAY        PIC 9(2).
          05 WS-C-DAY-OF-WEEK PIC 9(1).
          05 WS-C-DAY-NAME   PIC X(9).
          05 WS-C-LEAP-YEAR-FLAG PIC X(01).
       01 WS-CALC-DATE       PIC 9(8).
       01 WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
          05 WS-CD-YEAR      PIC 9(4).
          05 WS-CD-MONTH     PIC 9(2).
          05 WS-CD-DAY       PIC 9(2).
       01 WS-BUSDAY-AREA.
          05 WS-BD-FUNCTION   PIC X(01).
          05 WS-BD-DATE-IN    PIC 9(8).
          05 WS-BD-FLAG       PIC X(01).
             88 BUSINESS-DAY-OPEN VALUE 'Y'.
          05 WS-BD-DATE-OUT   PIC 9(8).
          05 WS-BD-DATE-OUT-R REDEFINES WS-BD-DATE-OUT.
             10 WS-BO-YEAR    PIC 9(4).
             10 WS-BO-MONTH   PIC 9(2).
             10 WS-BO-DAY     PIC 9(2).
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       01 WS-HEADING.
          05 FILLER          PIC X(08) VALUE 'BRANCH'.
          05 FILLER          PIC X(15) VALUE '      CASH HELD'.
          05 FILLER          PIC X(15) VALUE '   EXPECTED OUT'.
          05 FILLER          PIC X(15) VALUE '      PROJECTED'.
          05 FILLER          PIC X(15) VALUE '        MINIMUM'.
          05 FILLER          PIC X(15) VALUE '        MAXIMUM'.
          05 FILLER          PIC X(03) VALUE SPACES.
          05 FILLER          PIC X(18) VALUE 'ORDER'.
          05 FILLER          PIC X(04) VALUE 'NOTE'.
       01 WS-DETAIL-LINE.
          05 WS-D-BRANCH     PIC X(08).
          05 WS-D-HELD       PIC -(11)9.99.
          05 WS-D-EXPECTED   PIC -(11)9.99.
          05 WS-D-PROJECTED  PIC -(11)9.99.
          05 WS-D-MINIMUM    PIC Z(11)9.99.
          05 WS-D-MAXIMUM    PIC Z(11)9.99.
          05 FILLER          PIC X(03) VALUE SPACES.
          05 WS-D-ORDER-TYPE PIC X(02).
          05 WS-D-ORDER      PIC Z(11)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-NOTE       PIC X(26).
       01 WS-INSURED-LINE.
          05 FILLER          PIC X(30)
             VALUE 'VAULT OVER INSURED LIMIT, BR: '.
          05 WS-I-BRANCH     PIC X(06).
          05 FILLER          PIC X(07) VALUE 'HELD: '.
          05 WS-I-HELD       PIC -(13)9.99.
          05 FILLER          PIC X(10) VALUE ' INSURED: '.
          05 WS-I-LIMIT      PIC Z(13)9.99.
          05 FILLER          PIC X(09) VALUE ' EXCESS: '.
          05 WS-I-EXCESS     PIC -(13)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    BRANCH CASH-ORDER FORECAST.  EACH BRANCH'S DRAWER HISTORY
      *    OVER THE LAST THIRTEEN WEEKS GIVES AN AVERAGE NET CASH
      *    PAID OUT FOR EACH DAY OF THE WEEK AND FOR A MONTH-END DAY
      *    (THE LAST BUSINESS DAY OF A MONTH ON THE HOLIDAYS
      *    CALENDAR).  THOSE AVERAGES, TAKEN OVER THE BUSINESS DAYS
      *    THE NEXT DELIVERY HAS TO COVER, GIVE THE CASH THE BRANCH
      *    WILL NEED.  WHERE THE VAULT WOULD FALL BELOW THE BRANCH'S
      *    MINIMUM, CASH IS ORDERED IN; WHERE IT WOULD STAY ABOVE THE
      *    MAXIMUM, THE SURPLUS IS SENT BACK.  ORDERS GO TO THE CASH
      *    CENTRE ON CASHORD AND ARE HELD ON VAULTPOS UNTIL VLTMAINT
      *    BOOKS THEM; A BRANCH WITH AN ORDER OUTSTANDING IS NOT
      *    ORDERED FOR AGAIN.  EVERY VAULT HOLDING MORE THAN ITS
      *    INSURED LIMIT IS LISTED AT THE END.
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-JULIAN - WS-HISTORY-DAYS)
           PERFORM 1100-READ-RUN-PARM
           PERFORM 1200-BUILD-WINDOW
           MOVE SPACES TO REPORT-LINE
           STRING 'BRANCH CASH ORDERS FOR DELIVERY ' WS-DELIVERY-DATE
               ' COVERING ' WS-COVER-DAYS ' BUSINESS DAYS, HISTORY '
               WS-FROM-DATE ' TO ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-BRANCH
               ON ASCENDING KEY SRT-DATE
               INPUT PROCEDURE IS 2000-FEED-DRAWER-HISTORY
               OUTPUT PROCEDURE IS 3000-BUILD-AVERAGES
           MOVE 'N' TO WS-BUILDING-SWITCH
           PERFORM 4000-READ-VAULT
           PERFORM 5000-FORECAST-BRANCH UNTIL VAULT-EOF
           PERFORM 7000-INSURED-LIMIT-REPORT
           DISPLAY 'HISTORY DAYS USED    : ' WS-HISTORY-DAYS-USED
           DISPLAY 'VAULTS FORECAST      : ' WS-VAULT-COUNT
           DISPLAY 'CASH ORDERS RAISED   : ' WS-ORDER-COUNT
           DISPLAY 'SURPLUS RETURNS      : ' WS-RETURN-COUNT
           DISPLAY 'ORDERS OUTSTANDING   : ' WS-PENDING-COUNT
           DISPLAY 'OVER INSURED LIMIT   : ' WS-OVER-INSURED-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
           OPEN I-O VAULT-FILE
           IF WS-VLT-STATUS NOT = '00'
               DISPLAY 'VAULT POSITION FILE OPEN ERROR: ' WS-VLT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT ORDER-FILE
           IF WS-ORD-STATUS NOT = '00'
               DISPLAY 'CASH ORDER FILE OPEN ERROR: ' WS-ORD-STATUS
               CLOSE VAULT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE VAULT-FILE
               CLOSE ORDER-FILE
               STOP RUN
           END-IF.
       1100-READ-RUN-PARM.
           OPEN INPUT RUN-PARM-FILE
           IF WS-PARM-STATUS = '00'
               PERFORM 1110-READ-PARM-CARD
               PERFORM 1120-APPLY-PARM-CARD UNTIL PARM-EOF
               CLOSE RUN-PARM-FILE
           END-IF
           DISPLAY 'BUSINESS DAYS COVERED: ' WS-COVER-DAYS.
       1110-READ-PARM-CARD.
           READ RUN-PARM-FILE
               AT END
                  MOVE 'Y' TO WS-PARM-EOF
           END-READ.
       1120-APPLY-PARM-CARD.
           IF RUN-PARM-RECORD (1:5) = WS-DAYS-PREFIX
               AND RUN-PARM-RECORD (6:2) IS NUMERIC
               AND RUN-PARM-RECORD (6:2) > '00'
               MOVE RUN-PARM-RECORD (6:2) TO WS-COVER-DAYS
               IF WS-COVER-DAYS > WS-COVER-MAX
                   MOVE WS-COVER-MAX TO WS-COVER-DAYS
               END-IF
           END-IF
           PERFORM 1110-READ-PARM-CARD.
       1200-BUILD-WINDOW.
      *    THE ORDER ARRIVES ON THE NEXT BUSINESS DAY AND COVERS THAT
      *    DAY AND THE BUSINESS DAYS AFTER IT.
           MOVE WS-TODAY TO WS-CALC-DATE
           MOVE 0 TO WS-WIN-COUNT
           PERFORM 1210-NEXT-WINDOW-DAY
               UNTIL WS-WIN-COUNT >= WS-COVER-DAYS
           MOVE WS-WIN-DATE (1) TO WS-DELIVERY-DATE.
       1210-NEXT-WINDOW-DAY.
           MOVE 'N' TO WS-BD-FUNCTION
           MOVE WS-CALC-DATE TO WS-BD-DATE-IN
           CALL 'DATEUTIL' USING WS-CALC-RESULT, WS-CALC-DATE-R,
               WS-BUSDAY-AREA
           MOVE WS-BD-DATE-OUT TO WS-CALC-DATE
           PERFORM 6000-CLASSIFY-DAY
           ADD 1 TO WS-WIN-COUNT
           MOVE WS-CALC-DATE TO WS-WIN-DATE (WS-WIN-COUNT)
           MOVE WS-C-DAY-OF-WEEK TO WS-WIN-WEEKDAY (WS-WIN-COUNT)
           MOVE WS-MONTH-END-SWITCH TO WS-WIN-MONTH-END (WS-WIN-COUNT).
       2000-FEED-DRAWER-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HST-STATUS = '00'
               PERFORM 2100-READ-HISTORY
               PERFORM 2200-RELEASE-HISTORY UNTIL HISTORY-EOF
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY 'DRAWER HISTORY UNAVAILABLE, STATUS '
                   WS-HST-STATUS ', NO CASH DEMAND FORECAST'
           END-IF.
       2100-READ-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-HST-EOF
           END-READ.
       2200-RELEASE-HISTORY.
           IF DRW-DATE >= WS-FROM-DATE AND DRW-DATE < WS-TODAY
               MOVE DRW-BRANCH TO SRT-BRANCH
               MOVE DRW-DATE TO SRT-DATE
               COMPUTE SRT-NET-OUT = DRW-CASH-OUT - DRW-CASH-IN
               RELEASE SORT-RECORD
           END-IF
           PERFORM 2100-READ-HISTORY.
       3000-BUILD-AVERAGES.
      *    THE TELLERS' RECORDS FOR ONE BRANCH AND DATE ADD UP TO
      *    THE BRANCH'S DAY, WHICH IS THEN FILED UNDER ITS WEEKDAY
      *    OR AS A MONTH-END DAY.
           PERFORM 3100-RETURN-HISTORY
           PERFORM 3200-ADD-TELLER-DAY UNTIL SORT-EOF
           IF WS-DAY-DATE NOT = 0
               PERFORM 3300-FINISH-BRANCH-DAY
           END-IF.
       3100-RETURN-HISTORY.
           RETURN SORT-WORK-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       3200-ADD-TELLER-DAY.
           IF WS-DAY-DATE NOT = 0
               AND (SRT-BRANCH NOT = WS-DAY-BRANCH
                    OR SRT-DATE NOT = WS-DAY-DATE)
               PERFORM 3300-FINISH-BRANCH-DAY
           END-IF
           MOVE SRT-BRANCH TO WS-DAY-BRANCH
           MOVE SRT-DATE TO WS-DAY-DATE
           ADD SRT-NET-OUT TO WS-DAY-NET-OUT
           PERFORM 3100-RETURN-HISTORY.
       3300-FINISH-BRANCH-DAY.
           ADD 1 TO WS-HISTORY-DAYS-USED
           MOVE WS-DAY-BRANCH TO VLT-BRANCH
           PERFORM 3400-FIND-BRANCH
           IF WS-FB-HIT > 0
               MOVE WS-DAY-DATE TO WS-CALC-DATE
               MOVE 'N' TO WS-BD-FUNCTION
               MOVE WS-CALC-DATE TO WS-BD-DATE-IN
               CALL 'DATEUTIL' USING WS-CALC-RESULT, WS-CALC-DATE-R,
                   WS-BUSDAY-AREA
               PERFORM 6000-CLASSIFY-DAY
               IF IS-MONTH-END
                   ADD WS-DAY-NET-OUT TO WS-FB-ME-OUT (WS-FB-HIT)
                   ADD 1 TO WS-FB-ME-DAYS (WS-FB-HIT)
               ELSE
                   MOVE WS-C-DAY-OF-WEEK TO WS-WD-IDX
                   ADD WS-DAY-NET-OUT
                       TO WS-FB-WD-OUT (WS-FB-HIT, WS-WD-IDX)
                   ADD 1 TO WS-FB-WD-DAYS (WS-FB-HIT, WS-WD-IDX)
               END-IF
           END-IF
           MOVE 0 TO WS-DAY-NET-OUT.
       3400-FIND-BRANCH.
      *    LOOKS UP VLT-BRANCH IN THE HISTORY TABLE, ADDING IT WHILE
      *    THE AVERAGES ARE BEING BUILT.
           MOVE 0 TO WS-FB-HIT
           MOVE 0 TO WS-FB-IDX
           PERFORM 3410-MATCH-BRANCH
               UNTIL WS-FB-IDX >= WS-FB-COUNT
               OR WS-FB-HIT > 0
           IF WS-FB-HIT = 0 AND BUILDING-AVERAGES
               IF WS-FB-COUNT < WS-FB-MAX
                   ADD 1 TO WS-FB-COUNT
                   MOVE WS-FB-COUNT TO WS-FB-HIT
                   INITIALIZE WS-FB-ENTRY (WS-FB-HIT)
                   MOVE VLT-BRANCH TO WS-FB-BRANCH (WS-FB-HIT)
               ELSE
                   DISPLAY 'BRANCH TABLE FULL, HISTORY SKIPPED: '
                       VLT-BRANCH
               END-IF
           END-IF.
       3410-MATCH-BRANCH.
           ADD 1 TO WS-FB-IDX
           IF WS-FB-BRANCH (WS-FB-IDX) = VLT-BRANCH
               MOVE WS-FB-IDX TO WS-FB-HIT
           END-IF.
       4000-READ-VAULT.
           READ VAULT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-VLT-EOF
           END-READ.
       5000-FORECAST-BRANCH.
           ADD 1 TO WS-VAULT-COUNT
           MOVE SPACE TO WS-ORDER-TYPE
           MOVE 0 TO WS-ORDER-AMOUNT
           MOVE SPACES TO WS-NOTE
           PERFORM 3400-FIND-BRANCH
           MOVE 0 TO WS-EXPECTED-OUT
           IF WS-FB-HIT > 0
               PERFORM 5100-ADD-WINDOW-DAY
                   VARYING WS-WIN-IDX FROM 1 BY 1
                   UNTIL WS-WIN-IDX > WS-WIN-COUNT
           ELSE
               MOVE 'NO DRAWER HISTORY' TO WS-NOTE
           END-IF
           COMPUTE WS-PROJECTED = VLT-CASH-HELD - WS-EXPECTED-OUT
           EVALUATE TRUE
               WHEN VLT-MAX-CASH = 0
                   MOVE 'NO LIMITS SET' TO WS-NOTE
               WHEN NOT VLT-NO-ORDER
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE VLT-ORDER-TYPE TO WS-ORDER-TYPE
                   MOVE VLT-ORDER-AMOUNT TO WS-ORDER-AMOUNT
                   MOVE SPACES TO WS-NOTE
                   STRING 'OUTSTANDING FROM ' VLT-ORDER-DATE
                       DELIMITED BY SIZE INTO WS-NOTE
               WHEN WS-PROJECTED < VLT-MIN-CASH
                   PERFORM 5200-ORDER-CASH-IN
               WHEN WS-PROJECTED > VLT-MAX-CASH
                   PERFORM 5300-RETURN-SURPLUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE VLT-BRANCH TO WS-D-BRANCH
           MOVE VLT-CASH-HELD TO WS-D-HELD
           MOVE WS-EXPECTED-OUT TO WS-D-EXPECTED
           MOVE WS-PROJECTED TO WS-D-PROJECTED
           MOVE VLT-MIN-CASH TO WS-D-MINIMUM
           MOVE VLT-MAX-CASH TO WS-D-MAXIMUM
           MOVE WS-ORDER-TYPE TO WS-D-ORDER-TYPE
           MOVE WS-ORDER-AMOUNT TO WS-D-ORDER
           MOVE WS-NOTE TO WS-D-NOTE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4000-READ-VAULT.
       5100-ADD-WINDOW-DAY.
      *    A WEEKDAY OR MONTH-END WITH NO HISTORY BEHIND IT IS
      *    TAKEN AS NEEDING NO CASH.
           MOVE 0 TO WS-DAY-ESTIMATE
           MOVE WS-WIN-WEEKDAY (WS-WIN-IDX) TO WS-WD-IDX
           EVALUATE TRUE
               WHEN WS-WIN-MONTH-END (WS-WIN-IDX) = 'Y'
                   AND WS-FB-ME-DAYS (WS-FB-HIT) > 0
                   COMPUTE WS-DAY-ESTIMATE ROUNDED =
                       WS-FB-ME-OUT (WS-FB-HIT)
                       / WS-FB-ME-DAYS (WS-FB-HIT)
               WHEN WS-FB-WD-DAYS (WS-FB-HIT, WS-WD-IDX) > 0
                   COMPUTE WS-DAY-ESTIMATE ROUNDED =
                       WS-FB-WD-OUT (WS-FB-HIT, WS-WD-IDX)
                       / WS-FB-WD-DAYS (WS-FB-HIT, WS-WD-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD WS-DAY-ESTIMATE TO WS-EXPECTED-OUT.
       5200-ORDER-CASH-IN.
      *    ORDER ENOUGH, IN WHOLE UNITS, TO END THE PERIOD AT THE
      *    MINIMUM, BUT NEVER SO MUCH THAT THE DELIVERY ITSELF TAKES
      *    THE VAULT OVER ITS MAXIMUM.
           COMPUTE WS-ORDER-UNITS =
               (VLT-MIN-CASH - WS-PROJECTED + WS-ORDER-UNIT - 0.01)
               / WS-ORDER-UNIT
           COMPUTE WS-ORDER-AMOUNT = WS-ORDER-UNITS * WS-ORDER-UNIT
           MOVE VLT-MAX-CASH TO WS-CEILING
           IF VLT-CASH-HELD + WS-ORDER-AMOUNT > WS-CEILING
               COMPUTE WS-ORDER-UNITS =
                   (WS-CEILING - VLT-CASH-HELD) / WS-ORDER-UNIT
               COMPUTE WS-ORDER-AMOUNT = WS-ORDER-UNITS * WS-ORDER-UNIT
               MOVE 'CAPPED AT MAXIMUM' TO WS-NOTE
           END-IF
           IF WS-ORDER-AMOUNT > 0
               MOVE 'O' TO WS-ORDER-TYPE
               ADD 1 TO WS-ORDER-COUNT
               PERFORM 5400-RAISE-ORDER
           ELSE
               MOVE 0 TO WS-ORDER-AMOUNT
               MOVE 'SHORT, VAULT AT MAXIMUM' TO WS-NOTE
           END-IF.
       5300-RETURN-SURPLUS.
      *    SEND BACK, IN WHOLE UNITS, WHAT WOULD STILL BE OVER THE
      *    MAXIMUM AT THE END OF THE PERIOD.
           COMPUTE WS-ORDER-UNITS =
               (WS-PROJECTED - VLT-MAX-CASH) / WS-ORDER-UNIT
           COMPUTE WS-ORDER-AMOUNT = WS-ORDER-UNITS * WS-ORDER-UNIT
           IF WS-ORDER-AMOUNT > VLT-CASH-HELD
               COMPUTE WS-ORDER-UNITS = VLT-CASH-HELD / WS-ORDER-UNIT
               COMPUTE WS-ORDER-AMOUNT = WS-ORDER-UNITS * WS-ORDER-UNIT
           END-IF
           IF WS-ORDER-AMOUNT > 0
               MOVE 'R' TO WS-ORDER-TYPE
               ADD 1 TO WS-RETURN-COUNT
               PERFORM 5400-RAISE-ORDER
           ELSE
               MOVE 0 TO WS-ORDER-AMOUNT
           END-IF.
       5400-RAISE-ORDER.
           MOVE VLT-BRANCH TO ORD-BRANCH
           MOVE WS-ORDER-TYPE TO ORD-TYPE
           MOVE WS-ORDER-AMOUNT TO ORD-AMOUNT
           MOVE WS-DELIVERY-DATE TO ORD-DELIVERY-DATE
           MOVE WS-TODAY TO ORD-RAISED-DATE
           WRITE ORDER-RECORD
           MOVE WS-ORDER-TYPE TO VLT-ORDER-TYPE
           MOVE WS-ORDER-AMOUNT TO VLT-ORDER-AMOUNT
           MOVE WS-TODAY TO VLT-ORDER-DATE
           MOVE WS-DELIVERY-DATE TO VLT-DELIVERY-DATE
           MOVE WS-TODAY TO VLT-UPDATED-DATE
           MOVE 'VLTFCST' TO VLT-UPDATED-BY
           REWRITE VAULT-RECORD
               INVALID KEY
                  DISPLAY 'VAULT ORDER NOT RECORDED, STATUS '
                      WS-VLT-STATUS ': ' VLT-BRANCH
           END-REWRITE.
       6000-CLASSIFY-DAY.
      *    CALLED AFTER DATEUTIL HAS GIVEN THE WEEKDAY OF WS-CALC-DATE
      *    AND THE NEXT BUSINESS DAY AFTER IT.  A DAY IS A MONTH-END
      *    WHEN THE NEXT BUSINESS DAY IS IN ANOTHER MONTH.
           MOVE 'N' TO WS-MONTH-END-SWITCH
           IF WS-BO-MONTH NOT = WS-CD-MONTH
               MOVE 'Y' TO WS-MONTH-END-SWITCH
           END-IF.
       7000-INSURED-LIMIT-REPORT.
           CLOSE VAULT-FILE
           OPEN INPUT VAULT-FILE
           MOVE 'N' TO WS-VLT-EOF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4000-READ-VAULT
           PERFORM 7100-CHECK-INSURED-LIMIT UNTIL VAULT-EOF
           IF WS-OVER-INSURED-COUNT = 0
               MOVE 'NO VAULT OVER ITS INSURED LIMIT' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       7100-CHECK-INSURED-LIMIT.
           IF VLT-INSURED-LIMIT > 0
               AND VLT-CASH-HELD > VLT-INSURED-LIMIT
               ADD 1 TO WS-OVER-INSURED-COUNT
               COMPUTE WS-INSURED-EXCESS =
                   VLT-CASH-HELD - VLT-INSURED-LIMIT
               MOVE VLT-BRANCH TO WS-I-BRANCH
               MOVE VLT-CASH-HELD TO WS-I-HELD
               MOVE VLT-INSURED-LIMIT TO WS-I-LIMIT
               MOVE WS-INSURED-EXCESS TO WS-I-EXCESS
               MOVE WS-INSURED-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 4000-READ-VAULT.
       9000-CLOSE-FILES.
           CLOSE VAULT-FILE
           CLOSE ORDER-FILE
           CLOSE REPORT-FILE.
