       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINORCNV.
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
           SELECT PRODUCT-FILE ASSIGN TO 'PRODFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-STATUS.
           SELECT OWNER-FILE ASSIGN TO 'ACCTOWN'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OWN-KEY
               FILE STATUS IS WS-OWN-STATUS.
           SELECT NOTIFICATION-FILE ASSIGN TO 'ACCTNOTE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
           SELECT REPORT-FILE ASSIGN TO 'MINCNRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           COPY PRODREC.
       FD OWNER-FILE.
       01 OWNER-RECORD.
           COPY OWNREC.
       FD NOTIFICATION-FILE.
       01 NOTIFICATION-RECORD PIC X(80).
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SRT-BRANCH      PIC X(04).
          05 SRT-ACCT-ID     PIC X(10).
          05 SRT-CUST-NO     PIC X(08).
          05 SRT-BIRTH-DATE  PIC 9(8).
          05 SRT-OLD-PRODUCT PIC X(03).
          05 SRT-NEW-PRODUCT PIC X(03).
          05 SRT-CUSTODIANS  PIC 9(3).
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-PROD-STATUS     PIC XX VALUE '00'.
       01 WS-OWN-STATUS      PIC XX VALUE '00'.
       01 WS-NOTE-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-SCAN-EOF        PIC X VALUE 'N'.
           88 SCAN-DONE      VALUE 'Y'.
       01 WS-OWN-SCAN-EOF    PIC X VALUE 'N'.
           88 OWN-SCAN-DONE  VALUE 'Y'.
       01 WS-SORT-EOF        PIC X VALUE 'N'.
           88 SORT-EOF       VALUE 'Y'.
       01 WS-PROD-FOUND      PIC X VALUE 'N'.
           88 PRODUCT-FOUND  VALUE 'Y'.
       01 WS-LAST-PROD-CODE  PIC X(03) VALUE LOW-VALUES.
       01 WS-LAST-ENTITY-CODE PIC X(02) VALUE LOW-VALUES.
       01 WS-MAJORITY-AGE    PIC 9(2) VALUE 0.
       01 WS-ADULT-PRODUCT   PIC X(03) VALUE SPACES.
       01 WS-MAJORITY-DATE   PIC 9(8) VALUE 0.
       01 WS-MAJORITY-DATE-R REDEFINES WS-MAJORITY-DATE.
          05 WS-MJ-YEAR      PIC 9(4).
          05 WS-MJ-MMDD      PIC 9(4).
       01 WS-OLD-PRODUCT     PIC X(03) VALUE SPACES.
       01 WS-CUSTODIAN-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-CURRENT-BRANCH  PIC X(04) VALUE LOW-VALUES.
       01 WS-BRANCH-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-BRANCH-DISPLAY  PIC Z(6)9.
       01 WS-MINOR-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-CONVERTED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-HELD-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-NO-DOB-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-LINKS-REMOVED   PIC 9(7) COMP VALUE 0.
       01 WS-HIST-AREA.
          05 WS-MH-PROGRAM    PIC X(08) VALUE 'MINORCNV'.
          05 WS-MH-BEFORE     PIC X(250).
          05 WS-MH-AFTER      PIC X(250).
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
      *    RUN MONTHLY.  EVERY ACCOUNT ON A MINOR PRODUCT WHOSE
      *    PRIMARY OWNER HAS REACHED THE PRODUCT'S AGE OF MAJORITY
      *    MOVES TO THE ADULT PRODUCT, LOSES ITS CUSTODIAN LINKS ON
      *    ACCTOWN AND QUEUES A CONVERSION NOTICE FOR NOTIFDSP.  A
      *    MISSED MONTH IS CAUGHT UP BY THE NEXT RUN, SINCE THE TEST
      *    IS "REACHED", NOT "REACHES THIS MONTH".  CONVERSIONS ARE
      *    SORTED AND REPORTED BY BRANCH.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-BRANCH
               ON ASCENDING KEY SRT-ACCT-ID
               INPUT PROCEDURE IS 2000-CONVERT-MINOR-ACCOUNTS
               OUTPUT PROCEDURE IS 5000-WRITE-BRANCH-REPORT
           DISPLAY 'MINOR ACCOUNTS SEEN  : ' WS-MINOR-COUNT
           DISPLAY 'ACCOUNTS CONVERTED   : ' WS-CONVERTED-COUNT
           DISPLAY 'CUSTODIAN LINKS GONE : ' WS-LINKS-REMOVED
           DISPLAY 'CONVERSIONS HELD     : ' WS-HELD-COUNT
           DISPLAY 'NO DATE OF BIRTH     : ' WS-NO-DOB-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O ACCOUNT-FILE
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
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS NOT = '00'
               DISPLAY 'PRODUCT FILE OPEN ERROR: ' WS-PROD-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           OPEN I-O OWNER-FILE
           IF WS-OWN-STATUS NOT = '00'
               DISPLAY 'OWNER FILE OPEN ERROR: ' WS-OWN-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               CLOSE PRODUCT-FILE
               STOP RUN
           END-IF
           OPEN EXTEND NOTIFICATION-FILE
           IF WS-NOTE-STATUS = '35'
               OPEN OUTPUT NOTIFICATION-FILE
           END-IF
           IF WS-NOTE-STATUS NOT = '00' AND WS-NOTE-STATUS NOT = '05'
               DISPLAY 'NOTIFICATION FILE OPEN ERROR: ' WS-NOTE-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               CLOSE PRODUCT-FILE
               CLOSE OWNER-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               CLOSE PRODUCT-FILE
               CLOSE OWNER-FILE
               CLOSE NOTIFICATION-FILE
               STOP RUN
           END-IF.
       2000-CONVERT-MINOR-ACCOUNTS.
           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-ID
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 2100-EXAMINE-ONE-ACCOUNT UNTIL SCAN-DONE.
       2100-EXAMINE-ONE-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   IF NOT ACCT-CLOSED
                       AND ACCT-PRODUCT-CODE NOT = SPACES
                       PERFORM 2200-GET-PRODUCT
                       IF PRODUCT-FOUND AND PROD-FOR-MINORS
                           ADD 1 TO WS-MINOR-COUNT
                           PERFORM 2300-CHECK-MAJORITY
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2200-GET-PRODUCT.
      *    ACCOUNTS COME BY ACCOUNT NUMBER, NOT BY PRODUCT, SO ONLY
      *    A CHANGE OF PRODUCT CODE OR ENTITY COSTS A READ.
           IF ACCT-PRODUCT-CODE NOT = WS-LAST-PROD-CODE
               OR ACCT-ENTITY-CODE NOT = WS-LAST-ENTITY-CODE
               MOVE ACCT-PRODUCT-CODE TO WS-LAST-PROD-CODE
               MOVE ACCT-ENTITY-CODE TO WS-LAST-ENTITY-CODE
               MOVE 'N' TO WS-PROD-FOUND
               MOVE ACCT-ENTITY-CODE TO PROD-ENTITY-CODE
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 'Y' TO WS-PROD-FOUND
                      MOVE PROD-ADULT-PRODUCT TO WS-ADULT-PRODUCT
                      IF PROD-MAJORITY-AGE = 0
                          MOVE 18 TO WS-MAJORITY-AGE
                      ELSE
                          MOVE PROD-MAJORITY-AGE TO WS-MAJORITY-AGE
                      END-IF
               END-READ
           END-IF.
       2300-CHECK-MAJORITY.
      *    THE BIRTHDAY IN THE YEAR OF MAJORITY COMPARES AS A PLAIN
      *    YYYYMMDD, SO A 29 FEBRUARY BIRTHDAY COMES OF AGE ON THE
      *    FIRST OF MARCH IN A COMMON YEAR.
           MOVE ACCT-CUSTOMER-NO TO CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY
                  MOVE 0 TO CUST-DATE-OF-BIRTH
           END-READ
           IF ACCT-CUSTOMER-NO = SPACES OR CUST-DATE-OF-BIRTH = 0
               ADD 1 TO WS-NO-DOB-COUNT
               DISPLAY 'MINOR ACCOUNT WITHOUT DATE OF BIRTH: '
                   ACCT-ID ' CUST: ' ACCT-CUSTOMER-NO
           ELSE
               MOVE CUST-DATE-OF-BIRTH TO WS-MAJORITY-DATE
               ADD WS-MAJORITY-AGE TO WS-MJ-YEAR
               IF WS-MAJORITY-DATE <= WS-TODAY
                   IF WS-ADULT-PRODUCT = SPACES
                       ADD 1 TO WS-HELD-COUNT
                       DISPLAY 'CONVERSION HELD, NO ADULT PRODUCT '
                           'FOR ' ACCT-PRODUCT-CODE ': ' ACCT-ID
                   ELSE
                       PERFORM 3000-CONVERT-ACCOUNT
                   END-IF
               END-IF
           END-IF.
       3000-CONVERT-ACCOUNT.
           MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
           MOVE ACCT-PRODUCT-CODE TO WS-OLD-PRODUCT
           MOVE WS-ADULT-PRODUCT TO ACCT-PRODUCT-CODE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                  ADD 1 TO WS-HELD-COUNT
                  DISPLAY 'CONVERSION REWRITE FAILED, STATUS '
                      WS-FILE-STATUS ': ' ACCT-ID
               NOT INVALID KEY
                  ADD 1 TO WS-CONVERTED-COUNT
                  MOVE ACCOUNT-RECORD TO WS-MH-AFTER
                  CALL 'MNTHIST' USING WS-HIST-AREA
                  PERFORM 3100-REMOVE-CUSTODIANS
                  PERFORM 3200-QUEUE-CONVERSION-NOTICE
                  PERFORM 3300-RELEASE-CONVERSION
           END-REWRITE.
       3100-REMOVE-CUSTODIANS.
           MOVE 0 TO WS-CUSTODIAN-COUNT
           MOVE 'N' TO WS-OWN-SCAN-EOF
           MOVE ACCT-ID TO OWN-ACCT-ID
           MOVE LOW-VALUES TO OWN-CUST-NO
           START OWNER-FILE KEY IS NOT LESS THAN OWN-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-OWN-SCAN-EOF
           END-START
           PERFORM 3110-REMOVE-ONE-LINK UNTIL OWN-SCAN-DONE.
       3110-REMOVE-ONE-LINK.
           READ OWNER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-OWN-SCAN-EOF
           END-READ
           IF NOT OWN-SCAN-DONE
               IF WS-OWN-STATUS NOT = '00'
                   OR OWN-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-OWN-SCAN-EOF
               ELSE
                   IF OWN-CUSTODIAN
                       DELETE OWNER-FILE
                           INVALID KEY
                              DISPLAY 'CUSTODIAN DELETE FAILED, '
                                  'STATUS ' WS-OWN-STATUS ': '
                                  OWN-ACCT-ID ' ' OWN-CUST-NO
                           NOT INVALID KEY
                              ADD 1 TO WS-CUSTODIAN-COUNT
                              ADD 1 TO WS-LINKS-REMOVED
                       END-DELETE
                   END-IF
               END-IF
           END-IF.
       3200-QUEUE-CONVERSION-NOTICE.
           MOVE SPACES TO NOTIFICATION-RECORD
           STRING 'ADULT CONVERSION, ACCT: ' ACCT-ID
               ' PRODUCT: ' ACCT-PRODUCT-CODE
               DELIMITED BY SIZE INTO NOTIFICATION-RECORD
           WRITE NOTIFICATION-RECORD.
       3300-RELEASE-CONVERSION.
           MOVE ACCT-BRANCH-CODE TO SRT-BRANCH
           MOVE ACCT-ID TO SRT-ACCT-ID
           MOVE ACCT-CUSTOMER-NO TO SRT-CUST-NO
           MOVE CUST-DATE-OF-BIRTH TO SRT-BIRTH-DATE
           MOVE WS-OLD-PRODUCT TO SRT-OLD-PRODUCT
           MOVE ACCT-PRODUCT-CODE TO SRT-NEW-PRODUCT
           MOVE WS-CUSTODIAN-COUNT TO SRT-CUSTODIANS
           RELEASE SORT-RECORD.
       5000-WRITE-BRANCH-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING 'MINOR ACCOUNTS CONVERTED AT MAJORITY, RUN '
               WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5100-RETURN-CONVERSION
           PERFORM 5200-REPORT-ONE-CONVERSION UNTIL SORT-EOF
           IF WS-CURRENT-BRANCH NOT = LOW-VALUES
               PERFORM 5300-WRITE-BRANCH-TOTAL
           END-IF
           MOVE WS-CONVERTED-COUNT TO WS-BRANCH-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'ALL BRANCHES CONVERTED: ' WS-BRANCH-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       5100-RETURN-CONVERSION.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
               AT END
                  MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       5200-REPORT-ONE-CONVERSION.
           IF SRT-BRANCH NOT = WS-CURRENT-BRANCH
               IF WS-CURRENT-BRANCH NOT = LOW-VALUES
                   PERFORM 5300-WRITE-BRANCH-TOTAL
               END-IF
               MOVE SRT-BRANCH TO WS-CURRENT-BRANCH
               MOVE 0 TO WS-BRANCH-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING '======== BRANCH ' WS-CURRENT-BRANCH
                   ' ========'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           ADD 1 TO WS-BRANCH-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCT: ' SRT-ACCT-ID
               ' CUST: ' SRT-CUST-NO
               ' BORN: ' SRT-BIRTH-DATE
               ' PROD: ' SRT-OLD-PRODUCT ' -> ' SRT-NEW-PRODUCT
               ' CUSTODIANS: ' SRT-CUSTODIANS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5100-RETURN-CONVERSION.
       5300-WRITE-BRANCH-TOTAL.
           MOVE WS-BRANCH-COUNT TO WS-BRANCH-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  BRANCH ' WS-CURRENT-BRANCH
               ' CONVERTED: ' WS-BRANCH-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE PRODUCT-FILE
           CLOSE OWNER-FILE
           CLOSE NOTIFICATION-FILE
           CLOSE REPORT-FILE.
