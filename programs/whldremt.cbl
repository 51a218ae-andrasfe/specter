       01 WS-TO-DATE         PIC 9(8) VALUE 99999999.
       01 WS-ITEM-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-REMIT-TOTAL     PIC S9(11)V99 VALUE 0.
      * EACH BANK ENTITY REMITS ITS OWN WITHHOLDING; A JOURNAL ENTRY
      * WITH NO ENTITY CODE BELONGS TO ENTITY '01'.
       01 WS-RUN-ENTITY      PIC X(02) VALUE '01'.
       01 WS-JRNL-ENTITY     PIC X(02) VALUE SPACES.
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
       01 WS-DETAIL-LINE.
          05 WS-D-ACCT-ID    PIC X(12).
          05 WS-D-DATE       PIC 9(8).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-AMOUNT     PIC -(9)9.99.
          05 FILLER          PIC X(10) VALUE ' WITHHELD'.
       01 WS-ENTITY-LINE.
          05 FILLER          PIC X(34)
             VALUE 'WITHHOLDING REMITTANCE FOR ENTITY'.
          05 WS-E-ENTITY     PIC X(02).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-E-NAME       PIC X(30).
       01 WS-TOTAL-LINE.
          05 FILLER          PIC X(34)
             VALUE 'TOTAL WITHHELD FOR REMITTANCE'.
      *    THE PERIOD'S 'W' JOURNAL RECORDS ARE THE ONLY SOURCE OF
      *    TRUTH FOR WITHHELD FUNDS, SO THE REMITTANCE TO THE TAX
      *    AUTHORITY ALWAYS TIES BACK TO POSTED ENTRIES.
           PERFORM 0600-GET-RUN-ENTITY
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-SET-PERIOD
           MOVE WS-RUN-ENTITY TO WS-E-ENTITY
           MOVE WS-ENTY-NAME TO WS-E-NAME
           MOVE WS-ENTITY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-START-JOURNAL
           PERFORM 3000-EXTRACT-ENTRY UNTIL JOURNAL-DONE
           MOVE WS-REMIT-TOTAL TO WS-T-AMOUNT
           DISPLAY 'TOTAL FOR REMITTANCE    : ' WS-REMIT-TOTAL
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0600-GET-RUN-ENTITY.
           MOVE 'R' TO WS-ENTY-FUNCTION
           CALL 'ENTYUTIL' USING WS-ENTY-AREA
           IF NOT ENTITY-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ENTY-CODE TO WS-RUN-ENTITY
           DISPLAY 'WITHHOLDING REMITTANCE FOR ENTITY ' WS-RUN-ENTITY
               ' ' WS-ENTY-NAME.
       1000-OPEN-FILES.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS NOT = '00'
               MOVE 'Y' TO WS-JRNL-EOF
           END-IF.
       3000-EXTRACT-ENTRY.
           MOVE JRNL-ENTITY-CODE TO WS-JRNL-ENTITY
           IF WS-JRNL-ENTITY = SPACES OR WS-JRNL-ENTITY = LOW-VALUES
               MOVE '01' TO WS-JRNL-ENTITY
           END-IF
           IF JRNL-IS-WITHHOLD
               AND WS-JRNL-ENTITY = WS-RUN-ENTITY
               AND JRNL-POST-DATE >= WS-FROM-DATE
               AND JRNL-POST-DATE <= WS-TO-DATE
               ADD 1 TO WS-ITEM-COUNT
