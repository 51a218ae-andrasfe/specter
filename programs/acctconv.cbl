       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-UNLOAD-FILE ASSIGN TO 'ACCTUNLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT OPTIONAL OLD-COUNT-FILE ASSIGN TO 'ACCTUCNT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCNT-STATUS.
           SELECT NEW-UNLOAD-FILE ASSIGN TO 'ACCTCNVO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT NEW-COUNT-FILE ASSIGN TO 'ACCTCCNT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCNT-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CONVRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OLD-UNLOAD-FILE.
       01 OLD-UNLOAD-RECORD  PIC X(240).
       FD OLD-COUNT-FILE.
       01 OLD-COUNT-RECORD   PIC 9(7).
       FD NEW-UNLOAD-FILE.
       01 NEW-UNLOAD-RECORD.
           COPY ACCTREC.
       FD NEW-COUNT-FILE.
       01 NEW-COUNT-RECORD   PIC 9(7).
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS      PIC XX VALUE '00'.
       01 WS-OCNT-STATUS     PIC XX VALUE '00'.
       01 WS-NEW-STATUS      PIC XX VALUE '00'.
       01 WS-NCNT-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 UNLOAD-EOF     VALUE 'Y'.
       01 WS-READ-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-WRITTEN-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-CONVERTED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-CURRENT-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-EXPECTED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-EXPECTED-KNOWN  PIC X VALUE 'N'.
           88 EXPECTED-KNOWN VALUE 'Y'.
       01 WS-RETURN-CODE     PIC 9(1) VALUE 0.
       01 WS-TARGET-VERSION  PIC 9(02) VALUE 0.
       01 WS-FIELD-IDX       PIC 9(2) COMP VALUE 0.
       01 WS-FIELD-COUNT     PIC 9(2) COMP VALUE 20.
      *    ONE ENTRY FOR EACH FIELD ADDED SINCE THE ORIGINAL 98-BYTE
      *    LAYOUT, IN RECORD ORDER, WITH THE DEFAULT ACCTCONV GIVES
      *    IT WHEN THE OLD UNLOAD DOES NOT CARRY A USABLE VALUE.  AN
      *    UNLOAD LINE SHORTER THAN THE CURRENT RECORD READS AS
      *    SPACES PAST ITS END, SO A FIELD THE OLD LAYOUT NEVER HAD
      *    IS DEFAULTED THE SAME WAY AS ONE LEFT UNSET.
       01 WS-FIELD-NAMES.
          05 FILLER PIC X(44) VALUE
             'ACCT-STMT-CYCLE         0 (CYCLE 1 ON USE)  '.
          05 FILLER PIC X(44) VALUE
             'ACCT-LAST-CYCLE-DATE    0 (NEVER CUT)       '.
          05 FILLER PIC X(44) VALUE
             'ACCT-MATURITY-DATE      0 (DEMAND ACCOUNT)  '.
          05 FILLER PIC X(44) VALUE
             'ACCT-TERM-DAYS          0                   '.
          05 FILLER PIC X(44) VALUE
             'ACCT-MATURITY-INSTR     SPACE (ROLLOVER)    '.
          05 FILLER PIC X(44) VALUE
             'ACCT-LINKED-ACCT        SPACES (NONE)       '.
          05 FILLER PIC X(44) VALUE
             'ACCT-CHARGEOFF-AMOUNT   0                   '.
          05 FILLER PIC X(44) VALUE
             'ACCT-CHARGEOFF-DATE     0 (NOT CHARGED OFF) '.
          05 FILLER PIC X(44) VALUE
             'ACCT-DAILY-CAP-OVERRIDE 0 (PRODUCT DEFAULT) '.
          05 FILLER PIC X(44) VALUE
             'ACCT-CAP-RAISE-DATE     0 (NO RAISE)        '.
          05 FILLER PIC X(44) VALUE
             'ACCT-CAP-RAISE-AMT      0                   '.
          05 FILLER PIC X(44) VALUE
             'ACCT-PROBATION-END      0 (SEASONED)        '.
          05 FILLER PIC X(44) VALUE
             'ACCT-OD-INT-ACCRUED     0 (NOTHING ACCRUED) '.
          05 FILLER PIC X(44) VALUE
             'ACCT-LAYOUT-VERSION     CURRENT LAYOUT      '.
          05 FILLER PIC X(44) VALUE
             'ACCT-ENTITY-CODE        01 (ORIGINAL BANK)  '.
          05 FILLER PIC X(44) VALUE
             'ACCT-SIGN-MANDATE       1 (ANY ONE SIGNER)  '.
          05 FILLER PIC X(44) VALUE
             'ACCT-MANDATE-LIMIT      0 (EVERY DEBIT)     '.
          05 FILLER PIC X(44) VALUE
             'ACCT-INT-ACCRUED        0 (NOTHING ACCRUED) '.
          05 FILLER PIC X(44) VALUE
             'ACCT-BONUS-ACCRUED      0 (NOTHING ACCRUED) '.
          05 FILLER PIC X(44) VALUE
             'ACCT-LAST-CAP-DATE      0 (NEVER)           '.
       01 WS-FIELD-TABLE REDEFINES WS-FIELD-NAMES.
          05 WS-FIELD-ENTRY OCCURS 20 TIMES.
             10 WS-FT-NAME      PIC X(24).
             10 WS-FT-DEFAULT   PIC X(20).
       01 WS-DEFAULT-COUNTS.
          05 WS-DEFAULT-COUNT PIC 9(7) COMP OCCURS 20 TIMES.
       01 WS-COUNT-DISPLAY   PIC Z,ZZZ,ZZ9.
       01 WS-VERSION-DISPLAY PIC 9(02).
       01 WS-SUMMARY-LINE.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-S-NAME       PIC X(24).
          05 WS-S-DEFAULT    PIC X(21).
          05 WS-S-COUNT      PIC Z,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    CONVERTS AN ACCTUNLD UNLOAD TAKEN UNDER AN EARLIER LAYOUT
      *    TO THE LAYOUT THIS PROGRAM IS COMPILED WITH, FOR ACCTRLD
      *    TO LOAD INTO A CLUSTER REDEFINED AT THE NEW RECORD SIZE.
      *    A RECORD ALREADY AT THE CURRENT LAYOUT PASSES THROUGH; ONE
      *    WRITTEN UNDER A LATER LAYOUT IS REJECTED.  EVERY OTHER
      *    RECORD KEEPS ITS EXISTING FIELDS, HAS EACH ADDED FIELD
      *    THAT IS NOT USABLE SET TO ITS DEFAULT, AND IS STAMPED
      *    WITH THE CURRENT VERSION.  THE REPORT COUNTS, FIELD BY
      *    FIELD, HOW MANY RECORDS TOOK THE DEFAULT.  RETURN CODE 8
      *    WHEN A RECORD IS REJECTED OR THE COUNT DOES NOT AGREE
      *    WITH THE ONE ACCTUNLD CAPTURED, SO THE RELOAD DOES NOT RUN.
           PERFORM 1000-OPEN-FILES
           SET ACCT-LAYOUT-CURRENT TO TRUE
           MOVE ACCT-LAYOUT-VERSION TO WS-TARGET-VERSION
           MOVE 0 TO WS-FIELD-IDX
           PERFORM 1600-CLEAR-DEFAULT-COUNT
               UNTIL WS-FIELD-IDX >= WS-FIELD-COUNT
           PERFORM 1500-READ-EXPECTED-COUNT
           PERFORM 2000-READ-OLD-UNLOAD
           PERFORM 3000-CONVERT-RECORD UNTIL UNLOAD-EOF
           PERFORM 4000-WRITE-COUNT
           PERFORM 5000-WRITE-SUMMARY
           DISPLAY 'RECORDS READ      : ' WS-READ-COUNT
           DISPLAY 'RECORDS CONVERTED : ' WS-CONVERTED-COUNT
           DISPLAY 'ALREADY CURRENT   : ' WS-CURRENT-COUNT
           DISPLAY 'RECORDS REJECTED  : ' WS-REJECT-COUNT
           PERFORM 9000-CLOSE-FILES
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       1000-OPEN-FILES.
           OPEN INPUT OLD-UNLOAD-FILE
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'OLD UNLOAD FILE OPEN ERROR: ' WS-OLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-UNLOAD-FILE
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'NEW UNLOAD FILE OPEN ERROR: ' WS-NEW-STATUS
               CLOSE OLD-UNLOAD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-COUNT-FILE
           IF WS-NCNT-STATUS NOT = '00'
               DISPLAY 'NEW COUNT FILE OPEN ERROR: ' WS-NCNT-STATUS
               CLOSE OLD-UNLOAD-FILE
               CLOSE NEW-UNLOAD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE OLD-UNLOAD-FILE
               CLOSE NEW-UNLOAD-FILE
               CLOSE NEW-COUNT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1500-READ-EXPECTED-COUNT.
           OPEN INPUT OLD-COUNT-FILE
           IF WS-OCNT-STATUS = '00'
               READ OLD-COUNT-FILE
                   AT END
                      CONTINUE
                   NOT AT END
                      IF OLD-COUNT-RECORD IS NUMERIC
                          MOVE OLD-COUNT-RECORD TO WS-EXPECTED-COUNT
                          MOVE 'Y' TO WS-EXPECTED-KNOWN
                      END-IF
               END-READ
               CLOSE OLD-COUNT-FILE
           END-IF
           IF NOT EXPECTED-KNOWN
               DISPLAY 'UNLOAD COUNT UNAVAILABLE, RECORD COUNT NOT '
                   'VERIFIED'
           END-IF.
       1600-CLEAR-DEFAULT-COUNT.
           ADD 1 TO WS-FIELD-IDX
           MOVE 0 TO WS-DEFAULT-COUNT (WS-FIELD-IDX).
       2000-READ-OLD-UNLOAD.
           MOVE SPACES TO OLD-UNLOAD-RECORD
           READ OLD-UNLOAD-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-CONVERT-RECORD.
           ADD 1 TO WS-READ-COUNT
           MOVE OLD-UNLOAD-RECORD TO NEW-UNLOAD-RECORD
           EVALUATE TRUE
               WHEN ACCT-LAYOUT-CURRENT
                   ADD 1 TO WS-CURRENT-COUNT
                   PERFORM 3900-WRITE-NEW-RECORD
               WHEN ACCT-LAYOUT-VERSION IS NUMERIC
                   AND ACCT-LAYOUT-VERSION > WS-TARGET-VERSION
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 8 TO WS-RETURN-CODE
                   DISPLAY 'RECORD REJECTED, LATER LAYOUT '
                       ACCT-LAYOUT-VERSION ': ' ACCT-ID
               WHEN OTHER
                   PERFORM 3100-DEFAULT-ADDED-FIELDS
                   ADD 1 TO WS-CONVERTED-COUNT
                   PERFORM 3900-WRITE-NEW-RECORD
           END-EVALUATE
           PERFORM 2000-READ-OLD-UNLOAD.
       3100-DEFAULT-ADDED-FIELDS.
           IF ACCT-STMT-CYCLE IS NOT NUMERIC
               OR ACCT-STMT-CYCLE > 28
               MOVE 0 TO ACCT-STMT-CYCLE
               ADD 1 TO WS-DEFAULT-COUNT (1)
           END-IF
           IF ACCT-LAST-CYCLE-DATE IS NOT NUMERIC
               MOVE 0 TO ACCT-LAST-CYCLE-DATE
               ADD 1 TO WS-DEFAULT-COUNT (2)
           END-IF
           IF ACCT-MATURITY-DATE IS NOT NUMERIC
               MOVE 0 TO ACCT-MATURITY-DATE
               ADD 1 TO WS-DEFAULT-COUNT (3)
           END-IF
           IF ACCT-TERM-DAYS IS NOT NUMERIC
               MOVE 0 TO ACCT-TERM-DAYS
               ADD 1 TO WS-DEFAULT-COUNT (4)
           END-IF
           IF NOT ACCT-ROLLOVER AND NOT ACCT-PAYOUT
               MOVE SPACE TO ACCT-MATURITY-INSTR
               ADD 1 TO WS-DEFAULT-COUNT (5)
           END-IF
           IF ACCT-LINKED-ACCT = LOW-VALUES
               MOVE SPACES TO ACCT-LINKED-ACCT
               ADD 1 TO WS-DEFAULT-COUNT (6)
           END-IF
           IF ACCT-CHARGEOFF-AMOUNT IS NOT NUMERIC
               MOVE 0 TO ACCT-CHARGEOFF-AMOUNT
               ADD 1 TO WS-DEFAULT-COUNT (7)
           END-IF
           IF ACCT-CHARGEOFF-DATE IS NOT NUMERIC
               MOVE 0 TO ACCT-CHARGEOFF-DATE
               ADD 1 TO WS-DEFAULT-COUNT (8)
           END-IF
           IF ACCT-DAILY-CAP-OVERRIDE IS NOT NUMERIC
               MOVE 0 TO ACCT-DAILY-CAP-OVERRIDE
               ADD 1 TO WS-DEFAULT-COUNT (9)
           END-IF
           IF ACCT-CAP-RAISE-DATE IS NOT NUMERIC
               MOVE 0 TO ACCT-CAP-RAISE-DATE
               ADD 1 TO WS-DEFAULT-COUNT (10)
           END-IF
           IF ACCT-CAP-RAISE-AMT IS NOT NUMERIC
               MOVE 0 TO ACCT-CAP-RAISE-AMT
               ADD 1 TO WS-DEFAULT-COUNT (11)
           END-IF
           IF ACCT-PROBATION-END IS NOT NUMERIC
               MOVE 0 TO ACCT-PROBATION-END
               ADD 1 TO WS-DEFAULT-COUNT (12)
           END-IF
           IF ACCT-OD-INT-ACCRUED IS NOT NUMERIC
               MOVE 0 TO ACCT-OD-INT-ACCRUED
               ADD 1 TO WS-DEFAULT-COUNT (13)
           END-IF
           SET ACCT-LAYOUT-CURRENT TO TRUE
           ADD 1 TO WS-DEFAULT-COUNT (14)
           IF ACCT-ENTITY-CODE = SPACES
               OR ACCT-ENTITY-CODE = LOW-VALUES
               MOVE '01' TO ACCT-ENTITY-CODE
               ADD 1 TO WS-DEFAULT-COUNT (15)
           END-IF
           IF NOT ACCT-VALID-MANDATE
               OR ACCT-SIGN-MANDATE = SPACE
               MOVE '1' TO ACCT-SIGN-MANDATE
               ADD 1 TO WS-DEFAULT-COUNT (16)
           END-IF
           IF ACCT-MANDATE-LIMIT IS NOT NUMERIC
               MOVE 0 TO ACCT-MANDATE-LIMIT
               ADD 1 TO WS-DEFAULT-COUNT (17)
           END-IF
           IF ACCT-INT-ACCRUED IS NOT NUMERIC
               MOVE 0 TO ACCT-INT-ACCRUED
               ADD 1 TO WS-DEFAULT-COUNT (18)
           END-IF
           IF ACCT-BONUS-ACCRUED IS NOT NUMERIC
               MOVE 0 TO ACCT-BONUS-ACCRUED
               ADD 1 TO WS-DEFAULT-COUNT (19)
           END-IF
           IF ACCT-LAST-CAP-DATE IS NOT NUMERIC
               MOVE 0 TO ACCT-LAST-CAP-DATE
               ADD 1 TO WS-DEFAULT-COUNT (20)
           END-IF.
       3900-WRITE-NEW-RECORD.
           WRITE NEW-UNLOAD-RECORD
           IF WS-NEW-STATUS = '00'
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY 'NEW UNLOAD WRITE FAILED, STATUS '
                   WS-NEW-STATUS ': ' ACCT-ID
           END-IF.
       4000-WRITE-COUNT.
           MOVE WS-WRITTEN-COUNT TO NEW-COUNT-RECORD
           WRITE NEW-COUNT-RECORD
           IF EXPECTED-KNOWN AND WS-READ-COUNT NOT = WS-EXPECTED-COUNT
               DISPLAY 'RECORD COUNT MISMATCH, UNLOADED '
                   WS-EXPECTED-COUNT ' READ ' WS-READ-COUNT
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
       5000-WRITE-SUMMARY.
           MOVE WS-TARGET-VERSION TO WS-VERSION-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCTFILE LAYOUT CONVERSION TO VERSION '
               WS-VERSION-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'RECORDS READ          ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CONVERTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'RECORDS CONVERTED     ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CURRENT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'ALREADY CURRENT       ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'RECORDS REJECTED      ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '  FIELD                   DEFAULT APPLIED      RECORDS'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-FIELD-IDX
           PERFORM 5100-WRITE-FIELD-LINE
               UNTIL WS-FIELD-IDX >= WS-FIELD-COUNT.
       5100-WRITE-FIELD-LINE.
           ADD 1 TO WS-FIELD-IDX
           MOVE WS-FT-NAME (WS-FIELD-IDX) TO WS-S-NAME
           MOVE WS-FT-DEFAULT (WS-FIELD-IDX) TO WS-S-DEFAULT
           MOVE WS-DEFAULT-COUNT (WS-FIELD-IDX) TO WS-S-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       9000-CLOSE-FILES.
           CLOSE OLD-UNLOAD-FILE
           CLOSE NEW-UNLOAD-FILE
           CLOSE NEW-COUNT-FILE
           CLOSE REPORT-FILE.
