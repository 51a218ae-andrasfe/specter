           SELECT OPTIONAL JRNL-EXTRACT-FILE ASSIGN TO 'JRNLDEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTJ-STATUS.
           SELECT LOAN-FILE ASSIGN TO 'LOANFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LOAN-ACCT-ID
               FILE STATUS IS WS-LOAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
          05 FLOG-HASH-TOTAL  PIC S9(13)V99.
       FD JRNL-EXTRACT-FILE.
       01 EXTRACT-JRNL-RECORD PIC X(120).
       FD LOAN-FILE.
       01 LOAN-RECORD.
           COPY LOANREC.
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-JRN-STATUS      PIC XX VALUE '00'.
       01 WS-EXTJ-STATUS     PIC XX VALUE '00'.
       01 WS-EXTJ-AVAILABLE  PIC X VALUE 'N'.
           88 EXTRACT-AVAILABLE VALUE 'Y'.
       01 WS-LOAN-STATUS     PIC XX VALUE '00'.
       01 WS-LOAN-AVAILABLE  PIC X VALUE 'N'.
           88 LOANS-AVAILABLE VALUE 'Y'.
       01 WS-LOAN-ACCT-SWITCH PIC X VALUE 'N'.
           88 LOAN-ACCOUNT   VALUE 'Y'.
       01 WS-JRNL-EOF        PIC X VALUE 'N'.
           88 JOURNAL-DONE   VALUE 'Y'.
       01 WS-FEED-DATE       PIC 9(8) VALUE 0.
       01 WS-GROUP-MAX       PIC 9(3) COMP VALUE 250.
       01 WS-GROUP-IDX       PIC 9(3) COMP VALUE 0.
       01 WS-GROUP-HIT       PIC 9(3) COMP VALUE 0.
       01 WS-ORIG-IDX        PIC 9(3) COMP VALUE 0.
       01 WS-GROUP-CODE      PIC X(01) VALUE SPACE.
       01 WS-GROUP-RVSL      PIC X(01) VALUE 'N'.
       01 WS-GROUP-CAPITAL   PIC X(01) VALUE 'N'.
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY OCCURS 250 TIMES.
             10 WS-G-BRANCH  PIC X(04).
             10 WS-G-TYPE    PIC X(01).
             10 WS-G-LOAN    PIC X(01).
      *    Y = INTEREST CAPITALIZED OUT OF THE ACCRUED LIABILITY.
             10 WS-G-CAPITAL PIC X(01).
             10 WS-G-AMOUNT  PIC S9(13)V99.
      *    N = ORDINARY POSTINGS, Y = REVERSALS OF THAT TYPE,
      *    W = REVERSAL GROUP ALREADY WRITTEN BESIDE ITS ORIGINAL.
             10 WS-G-REVERSAL PIC X(01).
       01 WS-ENTRY-COUNT     PIC 9(9) COMP VALUE 0.
       01 WS-TOTAL-DEBITS    PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-CREDITS   PIC S9(13)V99 VALUE 0.
       01 WS-HASH-TOTAL      PIC S9(13)V99 VALUE 0.
       01 WS-GL-ACCOUNT      PIC X(08) VALUE SPACES.
       01 WS-GL-DR-CR        PIC X(01) VALUE SPACE.
       01 WS-CONTRA-ACCOUNT  PIC X(08) VALUE 'SETTLMNT'.
      * THE FEED IS CUT ONCE PER BANK ENTITY.  ENTITY '01' KEEPS THE
      * FEED NAME GLFEED ON FEEDLOG; EVERY OTHER ENTITY LOGS AS
      * GLFEED FOLLOWED BY ITS CODE.
       01 WS-RUN-ENTITY      PIC X(02) VALUE '01'.
       01 WS-POST-ENTITY     PIC X(02) VALUE SPACES.
       01 WS-FEED-NAME       PIC X(08) VALUE 'GLFEED'.
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
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 0600-GET-RUN-ENTITY
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-SET-FEED-DATE
           PERFORM 2000-SUMMARIZE-JOURNAL
           DISPLAY 'FEED NET PROOF    : ' WS-NET-PROOF
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       0600-GET-RUN-ENTITY.
           MOVE 'R' TO WS-ENTY-FUNCTION
           CALL 'ENTYUTIL' USING WS-ENTY-AREA
           IF NOT ENTITY-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ENTY-CODE TO WS-RUN-ENTITY
           IF WS-RUN-ENTITY NOT = '01'
               STRING 'GLFEED' WS-RUN-ENTITY DELIMITED BY SIZE
                   INTO WS-FEED-NAME
           END-IF
           DISPLAY 'GL FEED FOR ENTITY ' WS-RUN-ENTITY ' '
               WS-ENTY-NAME.
       1000-OPEN-FILES.
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EXTJ-AVAILABLE
               DISPLAY 'DATE EXTRACT IN USE, FULL JOURNAL SCAN '
                   'SKIPPED'
           END-IF
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = '00'
               MOVE 'Y' TO WS-LOAN-AVAILABLE
           ELSE
               DISPLAY 'LOAN FILE UNAVAILABLE, STATUS '
                   WS-LOAN-STATUS ', LOANS FED AS DEPOSITS'
           END-IF.
       1100-SET-FEED-DATE.
           OPEN INPUT DATE-PARM-FILE
       3000-ACCUMULATE-ENTRY.
           IF JRNL-POST-DATE = WS-FEED-DATE
               PERFORM 3100-LOOK-UP-BRANCH
               IF WS-POST-ENTITY = WS-RUN-ENTITY
                   PERFORM 3200-ADD-TO-GROUP
               END-IF
           END-IF
           PERFORM 2100-READ-JOURNAL-NEXT.
       3100-LOOK-UP-BRANCH.
           END-READ
           IF WS-ACCT-FOUND NOT = 'Y'
               MOVE '0000' TO ACCT-BRANCH-CODE
           END-IF
      *    THE ACCOUNT SAYS WHICH ENTITY'S LEDGER THE POSTING BELONGS
      *    TO; A POSTING WHOSE ACCOUNT IS GONE GOES BY ITS JOURNAL
      *    ENTRY, AND A BLANK CODE IS ENTITY '01'.
           IF WS-ACCT-FOUND = 'Y'
               MOVE ACCT-ENTITY-CODE TO WS-POST-ENTITY
           ELSE
               MOVE JRNL-ENTITY-CODE TO WS-POST-ENTITY
           END-IF
           IF WS-POST-ENTITY = SPACES OR WS-POST-ENTITY = LOW-VALUES
               MOVE '01' TO WS-POST-ENTITY
           END-IF
      *    A POSTING TO AN INSTALLMENT LOAN MOVES THE LOAN ASSET,
      *    NOT CUSTOMER DEPOSITS, SO IT IS GROUPED SEPARATELY.
           MOVE 'N' TO WS-LOAN-ACCT-SWITCH
           IF LOANS-AVAILABLE
               MOVE JRNL-ACCT-ID TO LOAN-ACCT-ID
               READ LOAN-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 'Y' TO WS-LOAN-ACCT-SWITCH
               END-READ
           END-IF.
       3200-ADD-TO-GROUP.
      *    A REVERSAL GROUPS UNDER THE CODE OF THE ITEM IT CANCELS,
      *    SO IT LANDS ON THE SAME GL ACCOUNT WITH THE SIDES SWAPPED
      *    RATHER THAN AS AN UNRELATED DEPOSIT OR WITHDRAWAL.
           IF JRNL-IS-REVERSAL
               MOVE JRNL-REVERSED-CODE TO WS-GROUP-CODE
               MOVE 'Y' TO WS-GROUP-RVSL
           ELSE
               MOVE JRNL-TRN-CODE TO WS-GROUP-CODE
               MOVE 'N' TO WS-GROUP-RVSL
           END-IF
      *    INTEREST CAPITALIZED FROM THE ACCRUED LIABILITY IS KEPT
      *    APART FROM INTEREST CREDITED STRAIGHT TO THE BALANCE.
           IF JRNL-BY-CAPITALIZATION AND NOT JRNL-IS-REVERSAL
               MOVE 'Y' TO WS-GROUP-CAPITAL
           ELSE
               MOVE 'N' TO WS-GROUP-CAPITAL
           END-IF
           MOVE 0 TO WS-GROUP-HIT
           MOVE 0 TO WS-GROUP-IDX
           PERFORM 3210-MATCH-GROUP
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-GROUP-COUNT TO WS-GROUP-HIT
                   MOVE ACCT-BRANCH-CODE TO WS-G-BRANCH (WS-GROUP-HIT)
                   MOVE WS-GROUP-CODE TO WS-G-TYPE (WS-GROUP-HIT)
                   MOVE WS-GROUP-RVSL TO WS-G-REVERSAL (WS-GROUP-HIT)
                   MOVE WS-LOAN-ACCT-SWITCH TO WS-G-LOAN (WS-GROUP-HIT)
                   MOVE WS-GROUP-CAPITAL TO WS-G-CAPITAL (WS-GROUP-HIT)
                   MOVE 0 TO WS-G-AMOUNT (WS-GROUP-HIT)
               ELSE
                   DISPLAY 'GROUP TABLE FULL, POSTING SKIPPED: '
       3210-MATCH-GROUP.
           ADD 1 TO WS-GROUP-IDX
           IF WS-G-BRANCH (WS-GROUP-IDX) = ACCT-BRANCH-CODE
               AND WS-G-TYPE (WS-GROUP-IDX) = WS-GROUP-CODE
               AND WS-G-LOAN (WS-GROUP-IDX) = WS-LOAN-ACCT-SWITCH
               AND WS-G-CAPITAL (WS-GROUP-IDX) = WS-GROUP-CAPITAL
               AND WS-G-REVERSAL (WS-GROUP-IDX) = WS-GROUP-RVSL
               MOVE WS-GROUP-IDX TO WS-GROUP-HIT
           END-IF.
       4000-WRITE-BALANCED-ENTRIES.
      *    EACH GROUP IS FOLLOWED BY THE REVERSALS OF THE SAME TYPE
      *    FOR THE SAME BRANCH; REVERSALS WHOSE ORIGINALS POSTED ON
      *    AN EARLIER DAY FOLLOW AT THE END.
           MOVE 0 TO WS-GROUP-IDX
           PERFORM 4010-WRITE-GROUP-AND-REVERSALS
               UNTIL WS-GROUP-IDX >= WS-GROUP-COUNT
           MOVE 0 TO WS-GROUP-IDX
           PERFORM 4030-WRITE-LEFTOVER-REVERSALS
               UNTIL WS-GROUP-IDX >= WS-GROUP-COUNT.
       4010-WRITE-GROUP-AND-REVERSALS.
           ADD 1 TO WS-GROUP-IDX
           IF WS-G-REVERSAL (WS-GROUP-IDX) = 'N'
               PERFORM 4100-WRITE-ONE-GROUP
               MOVE WS-GROUP-IDX TO WS-ORIG-IDX
               MOVE 0 TO WS-GROUP-HIT
               MOVE 0 TO WS-GROUP-IDX
               PERFORM 4020-MATCH-REVERSAL-GROUP
                   UNTIL WS-GROUP-IDX >= WS-GROUP-COUNT
                   OR WS-GROUP-HIT > 0
               IF WS-GROUP-HIT > 0
                   MOVE WS-GROUP-HIT TO WS-GROUP-IDX
                   PERFORM 4100-WRITE-ONE-GROUP
                   MOVE 'W' TO WS-G-REVERSAL (WS-GROUP-HIT)
               END-IF
               MOVE WS-ORIG-IDX TO WS-GROUP-IDX
           END-IF.
       4020-MATCH-REVERSAL-GROUP.
           ADD 1 TO WS-GROUP-IDX
           IF WS-G-REVERSAL (WS-GROUP-IDX) = 'Y'
               AND WS-G-BRANCH (WS-GROUP-IDX) =
                   WS-G-BRANCH (WS-ORIG-IDX)
               AND WS-G-TYPE (WS-GROUP-IDX) = WS-G-TYPE (WS-ORIG-IDX)
               AND WS-G-LOAN (WS-GROUP-IDX) = WS-G-LOAN (WS-ORIG-IDX)
               AND WS-G-CAPITAL (WS-GROUP-IDX) =
                   WS-G-CAPITAL (WS-ORIG-IDX)
               MOVE WS-GROUP-IDX TO WS-GROUP-HIT
           END-IF.
       4030-WRITE-LEFTOVER-REVERSALS.
           ADD 1 TO WS-GROUP-IDX
           IF WS-G-REVERSAL (WS-GROUP-IDX) = 'Y'
               PERFORM 4100-WRITE-ONE-GROUP
               MOVE 'W' TO WS-G-REVERSAL (WS-GROUP-IDX)
           END-IF.
       4100-WRITE-ONE-GROUP.
           IF WS-G-AMOUNT (WS-GROUP-IDX) NOT = 0
               PERFORM 4200-CLASSIFY-GL-ACCOUNT
               IF WS-G-REVERSAL (WS-GROUP-IDX) NOT = 'N'
                   IF WS-GL-DR-CR = 'D'
                       MOVE 'C' TO WS-GL-DR-CR
                   ELSE
                       MOVE 'D' TO WS-GL-DR-CR
                   END-IF
               END-IF
               MOVE WS-FEED-DATE TO GLE-ENTRY-DATE
               MOVE WS-G-BRANCH (WS-GROUP-IDX) TO GLE-BRANCH
               MOVE WS-GL-ACCOUNT TO GLE-GL-ACCOUNT
               END-IF
               MOVE WS-GL-DR-CR TO GLE-DR-CR
               PERFORM 5000-WRITE-GL-ENTRY
               MOVE WS-CONTRA-ACCOUNT TO GLE-GL-ACCOUNT
               IF WS-GL-DR-CR = 'D'
                   MOVE 'C' TO GLE-DR-CR
               ELSE
               PERFORM 5000-WRITE-GL-ENTRY
           END-IF.
       4200-CLASSIFY-GL-ACCOUNT.
      *    CREDIT INTEREST GOES THROUGH THE ACCRUED-INTEREST PAYABLE
      *    ACCOUNT: EACH ACCRUAL IS EXPENSED AGAINST IT, AND THE
      *    CAPITALIZATION THAT CREDITS THE CUSTOMER, AND THE TAX
      *    WITHHELD FROM IT, ARE DRAWN BACK OUT OF IT.
           MOVE 'SETTLMNT' TO WS-CONTRA-ACCOUNT
           EVALUATE WS-G-TYPE (WS-GROUP-IDX)
               WHEN 'D'
                   IF WS-G-LOAN (WS-GROUP-IDX) = 'Y'
                       MOVE 'LOANPRIN' TO WS-GL-ACCOUNT
                   ELSE
                       MOVE 'CUSTDEPS' TO WS-GL-ACCOUNT
                   END-IF
                   MOVE 'D' TO WS-GL-DR-CR
               WHEN 'C'
                   IF WS-G-LOAN (WS-GROUP-IDX) = 'Y'
                       MOVE 'LOANPRIN' TO WS-GL-ACCOUNT
                   ELSE
                       MOVE 'CUSTDEPS' TO WS-GL-ACCOUNT
                   END-IF
                   MOVE 'C' TO WS-GL-DR-CR
               WHEN 'N'
                   MOVE 'LOANINTI' TO WS-GL-ACCOUNT
                   MOVE 'C' TO WS-GL-DR-CR
               WHEN 'O'
                   MOVE 'ODINTINC' TO WS-GL-ACCOUNT
                   MOVE 'C' TO WS-GL-DR-CR
               WHEN 'I'
               WHEN 'B'
                   IF WS-G-CAPITAL (WS-GROUP-IDX) = 'Y'
                       MOVE 'ACCRINTP' TO WS-GL-ACCOUNT
                   ELSE
                       MOVE 'INTEXPNS' TO WS-GL-ACCOUNT
                   END-IF
                   MOVE 'D' TO WS-GL-DR-CR
               WHEN 'A'
                   MOVE 'INTEXPNS' TO WS-GL-ACCOUNT
                   MOVE 'D' TO WS-GL-DR-CR
                   MOVE 'ACCRINTP' TO WS-CONTRA-ACCOUNT
               WHEN 'K'
                   MOVE 'MKTGEXPN' TO WS-GL-ACCOUNT
                   MOVE 'D' TO WS-GL-DR-CR
               WHEN 'F'
                   MOVE 'FEEINCOM' TO WS-GL-ACCOUNT
                   MOVE 'C' TO WS-GL-DR-CR
               WHEN 'W'
                   MOVE 'WHLDPAYB' TO WS-GL-ACCOUNT
                   MOVE 'C' TO WS-GL-DR-CR
                   IF WS-G-CAPITAL (WS-GROUP-IDX) = 'Y'
                       MOVE 'ACCRINTP' TO WS-CONTRA-ACCOUNT
                   END-IF
               WHEN 'G'
                   MOVE 'FXGNLOSS' TO WS-GL-ACCOUNT
                   MOVE 'D' TO WS-GL-DR-CR
       6000-LOG-FEED.
           OPEN EXTEND FEED-LOG-FILE
           IF WS-LOG-STATUS = '00' OR WS-LOG-STATUS = '05'
               MOVE WS-FEED-NAME TO FLOG-FEED-NAME
               MOVE WS-FEED-DATE TO FLOG-CYCLE-DATE
               MOVE WS-ENTRY-COUNT TO FLOG-RECORD-COUNT
               MOVE WS-HASH-TOTAL TO FLOG-HASH-TOTAL
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE JOURNAL-FILE
           CLOSE GL-FEED-FILE
           IF LOANS-AVAILABLE
               CLOSE LOAN-FILE
           END-IF.
