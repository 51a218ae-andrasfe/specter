           SELECT CALL-LIST-FILE ASSIGN TO 'NOTECALL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALL-STATUS.
           SELECT EMAIL-FILE ASSIGN TO 'NOTEMAIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-STATUS.
           SELECT OPTIONAL STATUS-FILE ASSIGN TO 'NOTESTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
       01 NOTIFICATION-RECORD PIC X(80).
       FD PREFERENCE-FILE.
       01 PREFERENCE-RECORD.
           COPY NPRFREC.
       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           COPY ADDRREC.
       01 LETTER-RECORD      PIC X(80).
       FD CALL-LIST-FILE.
       01 CALL-LIST-RECORD   PIC X(80).
       FD EMAIL-FILE.
       01 EMAIL-RECORD       PIC X(132).
       FD STATUS-FILE.
       01 STATUS-RECORD.
          05 STAT-ACCT-ID    PIC X(10).
       01 WS-LTR-STATUS      PIC XX VALUE '00'.
       01 WS-CALL-STATUS     PIC XX VALUE '00'.
       01 WS-STAT-STATUS     PIC XX VALUE '00'.
       01 WS-MAIL-STATUS     PIC XX VALUE '00'.
       01 WS-PREF-AVAILABLE  PIC X VALUE 'N'.
           88 PREFERENCES-AVAILABLE VALUE 'Y'.
       01 WS-ADDR-AVAILABLE  PIC X VALUE 'N'.
           VALUE 'ESTATE NOTICE FOR ACCT: '.
       01 WS-MATURE-PREFIX   PIC X(24)
           VALUE 'TERM MATURING FOR ACCT: '.
       01 WS-ADULT-PREFIX    PIC X(24)
           VALUE 'ADULT CONVERSION, ACCT: '.
       01 WS-PRODCHG-PREFIX  PIC X(24)
           VALUE 'PRODUCT CONVERTED ACCT: '.
       01 WS-FUNDING-PREFIX  PIC X(24)
           VALUE 'FUNDING SHORTFALL ACCT: '.
       01 WS-TIN-PREFIX      PIC X(24)
           VALUE 'TIN MISMATCH NOTE ACCT: '.
       01 WS-ESTMT-PREFIX    PIC X(24)
           VALUE 'E-STATEMENT READY ACCT: '.
       01 WS-BOXDUE-PREFIX   PIC X(24)
           VALUE 'SAFE BOX RENT DUE ACCT: '.
       01 WS-BOXDRILL-PREFIX PIC X(24)
           VALUE 'SAFE BOX DRILLING ACCT: '.
       01 WS-NOTE-ACCT-ID    PIC X(10) VALUE SPACES.
       01 WS-NOTE-KIND       PIC X(01) VALUE 'L'.
           88 ESTATE-NOTICE  VALUE 'E'.
           88 MATURITY-NOTICE VALUE 'T'.
           88 ADULT-NOTICE   VALUE 'M'.
           88 PRODCHG-NOTICE VALUE 'P'.
           88 FUNDING-NOTICE VALUE 'U'.
           88 TIN-NOTICE     VALUE 'N'.
           88 ESTMT-NOTICE   VALUE 'R'.
           88 BOXDUE-NOTICE  VALUE 'X'.
           88 BOXDRILL-NOTICE VALUE 'Y'.
       01 WS-DEATH-DATE      PIC X(08) VALUE SPACES.
       01 WS-MATURE-DATE     PIC X(08) VALUE SPACES.
       01 WS-ESTATE-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-MATURE-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-ADULT-PRODUCT   PIC X(03) VALUE SPACES.
       01 WS-ADULT-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-PRODCHG-FROM    PIC X(03) VALUE SPACES.
       01 WS-PRODCHG-TO      PIC X(03) VALUE SPACES.
       01 WS-PRODCHG-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-FUNDING-DATE    PIC X(08) VALUE SPACES.
       01 WS-FUNDING-SHORT   PIC X(13) VALUE SPACES.
       01 WS-FUNDING-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-TIN-NOTICE-NO   PIC X(01) VALUE SPACE.
       01 WS-TIN-REPLY-BY    PIC X(08) VALUE SPACES.
       01 WS-TIN-COUNT       PIC 9(7) COMP VALUE 0.
       01 WS-ESTMT-CYCLE     PIC X(08) VALUE SPACES.
       01 WS-ESTMT-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-EMAIL-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-BOX-ID          PIC X(10) VALUE SPACES.
       01 WS-BOX-DUE-DATE    PIC X(08) VALUE SPACES.
       01 WS-BOXDUE-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-BOXDRILL-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-CHANNEL         PIC X(01) VALUE 'L'.
       01 WS-SEEN-COUNT      PIC 9(4) COMP VALUE 0.
       01 WS-SEEN-MAX        PIC 9(4) COMP VALUE 2000.
           DISPLAY 'SUPPRESSED        : ' WS-SUPPRESSED-COUNT
           DISPLAY 'ESTATE NOTICES    : ' WS-ESTATE-COUNT
           DISPLAY 'MATURITY NOTICES  : ' WS-MATURE-COUNT
           DISPLAY 'ADULT CONVERSIONS : ' WS-ADULT-COUNT
           DISPLAY 'PRODUCT CHANGES   : ' WS-PRODCHG-COUNT
           DISPLAY 'FUNDING SHORTFALLS: ' WS-FUNDING-COUNT
           DISPLAY 'TIN NOTICES       : ' WS-TIN-COUNT
           DISPLAY 'STATEMENT NOTICES : ' WS-ESTMT-COUNT
           DISPLAY 'EMAILS QUEUED     : ' WS-EMAIL-COUNT
           DISPLAY 'BOX RENT NOTICES  : ' WS-BOXDUE-COUNT
           DISPLAY 'BOX DRILL NOTICES : ' WS-BOXDRILL-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
               CLOSE LETTER-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT EMAIL-FILE
           IF WS-MAIL-STATUS NOT = '00'
               DISPLAY 'EMAIL FILE OPEN ERROR: ' WS-MAIL-STATUS
               CLOSE NOTIFICATION-FILE
               CLOSE LETTER-FILE
               CLOSE CALL-LIST-FILE
               STOP RUN
           END-IF
           OPEN EXTEND STATUS-FILE
           IF WS-STAT-STATUS NOT = '00' AND WS-STAT-STATUS NOT = '05'
               DISPLAY 'STATUS FILE OPEN ERROR: ' WS-STAT-STATUS
               CLOSE NOTIFICATION-FILE
               CLOSE LETTER-FILE
               CLOSE CALL-LIST-FILE
               CLOSE EMAIL-FILE
               STOP RUN
           END-IF
           OPEN INPUT PREFERENCE-FILE
               MOVE 'T' TO WS-NOTE-KIND
               MOVE NOTIFICATION-RECORD (45:8) TO WS-MATURE-DATE
           END-IF
           IF NOTIFICATION-RECORD (1:24) = WS-ADULT-PREFIX
               MOVE 'M' TO WS-NOTE-KIND
               MOVE NOTIFICATION-RECORD (45:3) TO WS-ADULT-PRODUCT
           END-IF
           IF NOTIFICATION-RECORD (1:24) = WS-PRODCHG-PREFIX
               MOVE 'P' TO WS-NOTE-KIND
               MOVE NOTIFICATION-RECORD (42:3) TO WS-PRODCHG-FROM
               MOVE NOTIFICATION-RECORD (50:3) TO WS-PRODCHG-TO
           END-IF
           IF NOTIFICATION-RECORD (1:24) = WS-FUNDING-PREFIX
               MOVE 'U' TO WS-NOTE-KIND
               MOVE NOTIFICATION-RECORD (40:8) TO WS-FUNDING-DATE
               MOVE NOTIFICATION-RECORD (56:13) TO WS-FUNDING-SHORT
           END-IF
           IF NOTIFICATION-RECORD (1:24) = WS-TIN-PREFIX
               MOVE 'N' TO WS-NOTE-KIND
               MOVE NOTIFICATION-RECORD (44:1) TO WS-TIN-NOTICE-NO
               MOVE NOTIFICATION-RECORD (56:8) TO WS-TIN-REPLY-BY
           END-IF
           IF NOTIFICATION-RECORD (1:24) = WS-ESTMT-PREFIX
               MOVE 'R' TO WS-NOTE-KIND
               MOVE NOTIFICATION-RECORD (43:8) TO WS-ESTMT-CYCLE
           END-IF
           IF NOTIFICATION-RECORD (1:24) = WS-BOXDUE-PREFIX
               MOVE 'X' TO WS-NOTE-KIND
           END-IF
           IF NOTIFICATION-RECORD (1:24) = WS-BOXDRILL-PREFIX
               MOVE 'Y' TO WS-NOTE-KIND
           END-IF
           IF BOXDUE-NOTICE OR BOXDRILL-NOTICE
               MOVE NOTIFICATION-RECORD (41:10) TO WS-BOX-ID
               MOVE NOTIFICATION-RECORD (57:8) TO WS-BOX-DUE-DATE
           END-IF
           IF NOTIFICATION-RECORD (1:24) = WS-ALERT-PREFIX
               OR ESTATE-NOTICE OR MATURITY-NOTICE OR ADULT-NOTICE
               OR PRODCHG-NOTICE OR FUNDING-NOTICE OR TIN-NOTICE
               OR ESTMT-NOTICE OR BOXDUE-NOTICE OR BOXDRILL-NOTICE
               MOVE NOTIFICATION-RECORD (25:10) TO WS-NOTE-ACCT-ID
      *        A STATEMENT OR SAFE-BOX NOTICE IS NEVER A REPEAT OF AN
      *        ALERT, SO IT IS NOT HELD AGAINST THE ACCOUNTS ALREADY
      *        SEEN.
               IF ESTMT-NOTICE OR BOXDUE-NOTICE OR BOXDRILL-NOTICE
                   MOVE 'N' TO WS-SEEN-HIT
               ELSE
                   PERFORM 3100-CHECK-DUPLICATE
               END-IF
               IF ALREADY-SEEN
                   ADD 1 TO WS-DUPLICATE-COUNT
               ELSE
                           PERFORM 6000-WRITE-STATUS
                       WHEN 'B'
                           PERFORM 5000-WRITE-CALL-ENTRY
                       WHEN 'E'
                           PERFORM 4500-WRITE-EMAIL
                       WHEN OTHER
                           PERFORM 4000-WRITE-LETTER
                   END-EVALUATE
      *            A FUNDING SHORTFALL ALSO GOES TO THE BRANCH, SO
      *            SOMEONE CAN CALL BEFORE THE INSTRUCTION FAILS;
      *            ONLY A CUSTOMER WHO OPTED OUT IS LEFT ALONE.
                   IF FUNDING-NOTICE
                       AND WS-CHANNEL NOT = 'B' AND WS-CHANNEL NOT = 'S'
                       ADD 1 TO WS-CALL-COUNT
                       PERFORM 5100-BUILD-FUNDING-CALL
                       WRITE CALL-LIST-RECORD
                   END-IF
               END-IF
           END-IF
           PERFORM 2000-READ-NOTIFICATION.
                      CONTINUE
                   NOT INVALID KEY
                      MOVE PREF-CHANNEL TO WS-CHANNEL
      *               A STATEMENT NOTICE GOES BY EMAIL WHILE THE
      *               ACCOUNT IS STILL ON E-STATEMENTS; ONE THAT HAS
      *               SINCE GONE BACK TO PAPER IS TOLD BY LETTER.
                      IF ESTMT-NOTICE AND PREF-E-STATEMENT
                          AND PREF-EMAIL-ADDR NOT = SPACES
                          MOVE 'E' TO WS-CHANNEL
                      END-IF
               END-READ
           END-IF
      *    NOTICE OF DRILLING MUST REACH THE RENTER, SO A CUSTOMER
      *    WHO OPTED OUT OF NOTICES IS STILL SENT THE LETTER.
           IF BOXDRILL-NOTICE AND WS-CHANNEL = 'S'
               MOVE 'L' TO WS-CHANNEL
           END-IF
      *    A LETTER TO AN ADDRESS FLAGGED BAD BY RETURNED MAIL
      *    WOULD JUST COME BACK AGAIN, SO THE NOTICE FALLS BACK
      *    TO A BRANCH CALL UNTIL ADDRMNT CLEARS THE FLAG.
                       ' ON: ' WS-MATURE-DATE
                       ' DATE: ' WS-TODAY
                       DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN ADULT-NOTICE
                   ADD 1 TO WS-ADULT-COUNT
                   STRING 'ACCOUNT NOW IN YOUR OWN NAME ACCT: '
                       WS-NOTE-ACCT-ID
                       ' PRODUCT: ' WS-ADULT-PRODUCT
                       ' DATE: ' WS-TODAY
                       DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN PRODCHG-NOTICE
                   ADD 1 TO WS-PRODCHG-COUNT
                   STRING 'PRODUCT CHANGED ACCT: ' WS-NOTE-ACCT-ID
                       ' FROM: ' WS-PRODCHG-FROM
                       ' TO: ' WS-PRODCHG-TO
                       ' DATE: ' WS-TODAY
                       DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN FUNDING-NOTICE
                   ADD 1 TO WS-FUNDING-COUNT
                   STRING 'PLEASE FUND ACCT: ' WS-NOTE-ACCT-ID
                       ' BY: ' WS-FUNDING-DATE
                       ' SHORT: ' WS-FUNDING-SHORT
                       ' DATE: ' WS-TODAY
                       DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN TIN-NOTICE
                   ADD 1 TO WS-TIN-COUNT
                   STRING 'TIN MISMATCH NOTICE ' WS-TIN-NOTICE-NO
                       ' ACCT: ' WS-NOTE-ACCT-ID
                       ' REPLY BY: ' WS-TIN-REPLY-BY
                       ' DATE: ' WS-TODAY
                       DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN ESTMT-NOTICE
                   ADD 1 TO WS-ESTMT-COUNT
                   STRING 'YOUR STATEMENT IS READY ACCT: '
                       WS-NOTE-ACCT-ID
                       ' CYCLE: ' WS-ESTMT-CYCLE
                       ' DATE: ' WS-TODAY
                       DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN BOXDUE-NOTICE
                   ADD 1 TO WS-BOXDUE-COUNT
                   STRING 'SAFE DEPOSIT BOX RENT UNPAID ACCT: '
                       WS-NOTE-ACCT-ID
                       ' BOX: ' WS-BOX-ID
                       ' DUE: ' WS-BOX-DUE-DATE
                       DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN BOXDRILL-NOTICE
                   ADD 1 TO WS-BOXDRILL-COUNT
                   STRING 'SAFE DEPOSIT BOX TO BE DRILLED ACCT: '
                       WS-NOTE-ACCT-ID
                       ' BOX: ' WS-BOX-ID
                       ' RENT DUE: ' WS-BOX-DUE-DATE
                       DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN OTHER
                   STRING 'LOW BALANCE NOTICE ACCT: '
                       WS-NOTE-ACCT-ID
                   WRITE LETTER-RECORD
               END-IF
           END-IF.
       4500-WRITE-EMAIL.
           ADD 1 TO WS-EMAIL-COUNT
           ADD 1 TO WS-ESTMT-COUNT
           MOVE SPACES TO EMAIL-RECORD
           STRING 'TO: ' PREF-EMAIL-ADDR
               ' YOUR STATEMENT IS READY ACCT: ' WS-NOTE-ACCT-ID
               ' CYCLE: ' WS-ESTMT-CYCLE
               DELIMITED BY SIZE INTO EMAIL-RECORD
           WRITE EMAIL-RECORD
           PERFORM 6000-WRITE-STATUS.
       5000-WRITE-CALL-ENTRY.
           ADD 1 TO WS-CALL-COUNT
           MOVE SPACES TO CALL-LIST-RECORD
                   STRING 'CALL ACCT: ' WS-NOTE-ACCT-ID
                       ' MATURITY FOLLOW-UP, DATE: ' WS-TODAY
                       DELIMITED BY SIZE INTO CALL-LIST-RECORD
               WHEN ADULT-NOTICE
                   ADD 1 TO WS-ADULT-COUNT
                   STRING 'CALL ACCT: ' WS-NOTE-ACCT-ID
                       ' ADULT CONVERSION FOLLOW-UP, DATE: ' WS-TODAY
                       DELIMITED BY SIZE INTO CALL-LIST-RECORD
               WHEN PRODCHG-NOTICE
                   ADD 1 TO WS-PRODCHG-COUNT
                   STRING 'CALL ACCT: ' WS-NOTE-ACCT-ID
                       ' PRODUCT CHANGE FOLLOW-UP, DATE: ' WS-TODAY
                       DELIMITED BY SIZE INTO CALL-LIST-RECORD
               WHEN FUNDING-NOTICE
                   ADD 1 TO WS-FUNDING-COUNT
                   PERFORM 5100-BUILD-FUNDING-CALL
               WHEN TIN-NOTICE
                   ADD 1 TO WS-TIN-COUNT
                   STRING 'CALL ACCT: ' WS-NOTE-ACCT-ID
                       ' TIN NOTICE ' WS-TIN-NOTICE-NO
                       ' FOLLOW-UP, REPLY BY: ' WS-TIN-REPLY-BY
                       DELIMITED BY SIZE INTO CALL-LIST-RECORD
               WHEN ESTMT-NOTICE
                   ADD 1 TO WS-ESTMT-COUNT
                   STRING 'CALL ACCT: ' WS-NOTE-ACCT-ID
                       ' STATEMENT READY, CYCLE: ' WS-ESTMT-CYCLE
                       DELIMITED BY SIZE INTO CALL-LIST-RECORD
               WHEN BOXDUE-NOTICE
                   ADD 1 TO WS-BOXDUE-COUNT
                   STRING 'CALL ACCT: ' WS-NOTE-ACCT-ID
                       ' BOX RENT UNPAID, BOX: ' WS-BOX-ID
                       ' DUE: ' WS-BOX-DUE-DATE
                       DELIMITED BY SIZE INTO CALL-LIST-RECORD
               WHEN BOXDRILL-NOTICE
                   ADD 1 TO WS-BOXDRILL-COUNT
                   STRING 'CALL ACCT: ' WS-NOTE-ACCT-ID
                       ' BOX TO BE DRILLED, BOX: ' WS-BOX-ID
                       ' DUE: ' WS-BOX-DUE-DATE
                       DELIMITED BY SIZE INTO CALL-LIST-RECORD
               WHEN OTHER
                   STRING 'CALL ACCT: ' WS-NOTE-ACCT-ID
                       ' LOW BALANCE FOLLOW-UP, DATE: ' WS-TODAY
           END-EVALUATE
           WRITE CALL-LIST-RECORD
           PERFORM 6000-WRITE-STATUS.
       5100-BUILD-FUNDING-CALL.
           MOVE SPACES TO CALL-LIST-RECORD
           STRING 'CALL ACCT: ' WS-NOTE-ACCT-ID
               ' FUND BY: ' WS-FUNDING-DATE
               ' SHORT: ' WS-FUNDING-SHORT
               ' DATE: ' WS-TODAY
               DELIMITED BY SIZE INTO CALL-LIST-RECORD.
       6000-WRITE-STATUS.
           MOVE WS-NOTE-ACCT-ID TO STAT-ACCT-ID
           MOVE WS-TODAY TO STAT-DATE
           CLOSE NOTIFICATION-FILE
           CLOSE LETTER-FILE
           CLOSE CALL-LIST-FILE
           CLOSE EMAIL-FILE
           CLOSE STATUS-FILE
           IF PREFERENCES-AVAILABLE
               CLOSE PREFERENCE-FILE
