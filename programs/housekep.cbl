           SELECT CLOSURE-ARCHIVE-FILE ASSIGN TO 'CLOGARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOGA-STATUS.
           SELECT CLOSURE-KEEP-FILE ASSIGN TO 'ACCTCLOO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOGO-STATUS.
           SELECT MEMO-FILE ASSIGN TO 'MEMONOTE'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MEMO-KEY
               FILE STATUS IS WS-MEMO-STATUS.
           SELECT MEMO-ARCHIVE-FILE ASSIGN TO 'MEMOARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMOA-STATUS.
           SELECT STMT-ARCHIVE-FILE ASSIGN TO 'STMTARCH'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS STMA-KEY
               FILE STATUS IS WS-STMA-STATUS.
           SELECT STMT-OLD-FILE ASSIGN TO 'STMTAOLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMAO-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT OPTIONAL JOURNAL-ARCHIVE-FILE ASSIGN TO 'JRNLARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNA-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'HKRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       01 CLOSURE-LOG-RECORD PIC X(80).
       FD CLOSURE-ARCHIVE-FILE.
       01 CLOSURE-ARCHIVE-RECORD PIC X(80).
       FD CLOSURE-KEEP-FILE.
       01 CLOSURE-KEEP-RECORD PIC X(80).
       FD MEMO-FILE.
       01 MEMO-NOTE-RECORD.
           COPY MEMOREC.
       FD MEMO-ARCHIVE-FILE.
       01 MEMO-ARCHIVE-RECORD PIC X(107).
       FD STMT-ARCHIVE-FILE.
       01 STMT-ARCHIVE-RECORD.
           COPY STMAREC.
       FD STMT-OLD-FILE.
       01 STMT-OLD-RECORD    PIC X(111).
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY JRNLREC.
       FD JOURNAL-ARCHIVE-FILE.
      * POSTINGS AGED OFF ACCTJRNL, IN THE JOURNAL'S OWN LAYOUT.
      * EACH RUN APPENDS ITS ENTRIES IN KEY ORDER.
       01 JOURNAL-ARCHIVE-RECORD PIC X(118).
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-PERFA-STATUS    PIC XX VALUE '00'.
       01 WS-CLOG-STATUS     PIC XX VALUE '00'.
       01 WS-CLOGA-STATUS    PIC XX VALUE '00'.
       01 WS-CLOGO-STATUS    PIC XX VALUE '00'.
       01 WS-MEMO-STATUS     PIC XX VALUE '00'.
       01 WS-MEMOA-STATUS    PIC XX VALUE '00'.
       01 WS-STMA-STATUS     PIC XX VALUE '00'.
       01 WS-STMAO-STATUS    PIC XX VALUE '00'.
       01 WS-JRN-STATUS      PIC XX VALUE '00'.
       01 WS-JRNA-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-POL-EOF         PIC X VALUE 'N'.
           88 POLICY-EOF     VALUE 'Y'.
             10 WS-PL-ACTION    PIC X(01).
       01 WS-TARGET-FILE     PIC X(08) VALUE SPACES.
       01 WS-KEEP-DAYS       PIC 9(5) VALUE 365.
      * KEEP PERIOD FOR A FILE WITH NO RETNPOL ENTRY.
       01 WS-DEFAULT-KEEP-DAYS PIC 9(5) VALUE 365.
      * THE SAME SEVEN YEARS AUDCONSL KEEPS THE AUDIT TRAIL FOR,
      * APPLIED TO FILES THAT FALL UNDER THE AUDIT RETENTION RULE.
       01 WS-AUDIT-KEEP-DAYS PIC 9(5) VALUE 2555.
      * ARCHIVED STATEMENTS ARE THE CUSTOMER'S RECORD OF THE
      * ACCOUNT AND ARE KEPT TEN YEARS FROM THE CYCLE DATE.
       01 WS-STMT-KEEP-DAYS  PIC 9(5) VALUE 3653.
      * THE STATEMENT WHOSE LINES ARE BEING SWEPT, SO THE LEGAL
      * HOLD IS CHECKED ONCE PER STATEMENT RATHER THAN PER LINE.
       01 WS-STMT-LAST-ACCT  PIC X(10) VALUE SPACES.
       01 WS-STMT-LAST-CYCLE PIC 9(8) VALUE 0.
      * THE ACCOUNT WHOSE JOURNAL ENTRIES ARE BEING SWEPT, SO THE
      * LEGAL HOLD IS CHECKED ONCE PER ACCOUNT RATHER THAN PER ENTRY.
       01 WS-JRNL-LAST-ACCT  PIC X(10) VALUE SPACES.
       01 WS-ACTION          PIC X(01) VALUE 'A'.
       01 WS-CUTOFF-DATE     PIC 9(8) VALUE 0.
       01 WS-KEPT-COUNT      PIC 9(9) COMP VALUE 0.
       01 WS-ARCHIVED-COUNT  PIC 9(9) COMP VALUE 0.
       01 WS-PURGED-COUNT    PIC 9(9) COMP VALUE 0.
       01 WS-HELD-COUNT      PIC 9(9) COMP VALUE 0.
       01 WS-KEPT-DISPLAY    PIC ZZZ,ZZZ,ZZ9.
       01 WS-ARCH-DISPLAY    PIC ZZZ,ZZZ,ZZ9.
       01 WS-PURG-DISPLAY    PIC ZZZ,ZZZ,ZZ9.
       01 WS-HELD-DISPLAY    PIC ZZZ,ZZZ,ZZ9.
       01 WS-CLOSED-PREFIX   PIC X(16) VALUE 'ACCOUNT CLOSED: '.
       01 WS-HOLD-AREA.
          05 WS-LH-STEP       PIC X(08) VALUE 'HOUSEKEP'.
          05 WS-LH-ACCT-ID    PIC X(10).
          05 WS-LH-CUST-NO    PIC X(08).
          05 WS-LH-ITEM       PIC X(30).
          05 WS-LH-FLAG       PIC X(01).
             88 ACCOUNT-ON-HOLD VALUE 'Y'.
          05 WS-LH-HOLD-TYPE  PIC X(01).
          05 WS-LH-HOLD-ID    PIC X(10).
          05 WS-LH-MATTER-NO  PIC X(12).
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
           PERFORM 4000-SWEEP-NOTE-FILE
           PERFORM 5000-SWEEP-PERF-FILE
           PERFORM 6000-SWEEP-CLOSURE-LOG
           PERFORM 6500-SWEEP-MEMO-NOTES
           PERFORM 6600-SWEEP-STATEMENT-ARCHIVE
           PERFORM 6700-SWEEP-JOURNAL
           CLOSE REPORT-FILE
           STOP RUN.
       1000-LOAD-POLICY-TABLE.
           MOVE POL-ACTION TO WS-PL-ACTION (WS-POL-COUNT)
           PERFORM 1100-READ-POLICY.
       1500-SET-FILE-POLICY.
           MOVE WS-DEFAULT-KEEP-DAYS TO WS-KEEP-DAYS
           MOVE 'A' TO WS-ACTION
           MOVE 0 TO WS-POL-HIT
           MOVE 0 TO WS-POL-IDX
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 0 TO WS-ARCHIVED-COUNT
           MOVE 0 TO WS-PURGED-COUNT
           MOVE 0 TO WS-HELD-COUNT
           MOVE 'N' TO WS-FILE-EOF.
       1510-MATCH-POLICY.
           ADD 1 TO WS-POL-IDX
                  MOVE 'Y' TO WS-FILE-EOF
           END-READ.
       2200-AGE-ONE-SNAPSHOT.
           MOVE 'N' TO WS-LH-FLAG
           IF HIST-SNAPSHOT-DATE < WS-CUTOFF-DATE
               MOVE HIST-ACCT-ID TO WS-LH-ACCT-ID
               MOVE SPACES TO WS-LH-ITEM
               STRING 'ACCTHIST SNAPSHOT ' HIST-SNAPSHOT-DATE
                   DELIMITED BY SIZE INTO WS-LH-ITEM
               PERFORM 7000-CHECK-LEGAL-HOLD
           END-IF
           IF HIST-SNAPSHOT-DATE >= WS-CUTOFF-DATE
               OR ACCOUNT-ON-HOLD
               MOVE HISTORY-RECORD TO HISTORY-KEEP-RECORD
               WRITE HISTORY-KEEP-RECORD
               ADD 1 TO WS-KEPT-COUNT
                  MOVE 'Y' TO WS-FILE-EOF
           END-READ.
       3200-AGE-ONE-STATUS.
           MOVE 'N' TO WS-LH-FLAG
           IF STAT-DATE IS NOT NUMERIC OR STAT-DATE < WS-CUTOFF-DATE
               MOVE STAT-ACCT-ID TO WS-LH-ACCT-ID
               MOVE SPACES TO WS-LH-ITEM
               STRING 'NOTESTAT ' STAT-CHANNEL ' ' STAT-DATE
                   DELIMITED BY SIZE INTO WS-LH-ITEM
               PERFORM 7000-CHECK-LEGAL-HOLD
           END-IF
           IF (STAT-DATE IS NUMERIC AND STAT-DATE >= WS-CUTOFF-DATE)
               OR ACCOUNT-ON-HOLD
               MOVE NOTESTAT-RECORD TO NOTESTAT-KEEP-RECORD
               WRITE NOTESTAT-KEEP-RECORD
               ADD 1 TO WS-KEPT-COUNT
           OPEN INPUT CLOSURE-LOG-FILE
           IF WS-CLOG-STATUS = '00' OR WS-CLOG-STATUS = '05'
               OPEN OUTPUT CLOSURE-ARCHIVE-FILE
               OPEN OUTPUT CLOSURE-KEEP-FILE
               PERFORM 6100-READ-CLOSURE
               PERFORM 6200-SWEEP-ONE-CLOSURE UNTIL WORK-FILE-EOF
               CLOSE CLOSURE-LOG-FILE
               CLOSE CLOSURE-ARCHIVE-FILE
               CLOSE CLOSURE-KEEP-FILE
           END-IF
           PERFORM 8000-REPORT-FILE-COUNTS.
       6100-READ-CLOSURE.
                  MOVE 'Y' TO WS-FILE-EOF
           END-READ.
       6200-SWEEP-ONE-CLOSURE.
      *    A CLOSURE LINE FOR A HELD ACCOUNT IS CARRIED FORWARD ON
      *    ACCTCLOO INSTEAD OF BEING SWEPT.
           MOVE 'N' TO WS-LH-FLAG
           IF CLOSURE-LOG-RECORD (1:16) = WS-CLOSED-PREFIX
               MOVE CLOSURE-LOG-RECORD (17:10) TO WS-LH-ACCT-ID
               MOVE 'ACCTCLOG CLOSURE ENTRY' TO WS-LH-ITEM
               PERFORM 7000-CHECK-LEGAL-HOLD
           END-IF
           IF ACCOUNT-ON-HOLD
               MOVE CLOSURE-LOG-RECORD TO CLOSURE-KEEP-RECORD
               WRITE CLOSURE-KEEP-RECORD
               ADD 1 TO WS-KEPT-COUNT
           ELSE
               PERFORM 6300-SWEEP-CLOSURE-ENTRY
           END-IF
           PERFORM 6100-READ-CLOSURE.
       6300-SWEEP-CLOSURE-ENTRY.
           IF WS-ACTION = 'A'
               MOVE CLOSURE-LOG-RECORD TO CLOSURE-ARCHIVE-RECORD
               WRITE CLOSURE-ARCHIVE-RECORD
               ADD 1 TO WS-ARCHIVED-COUNT
           ELSE
               ADD 1 TO WS-PURGED-COUNT
           END-IF.
       6500-SWEEP-MEMO-NOTES.
      *    AN EXPIRED MEMO NOTE STAYS ON MEMONOTE, OUT OF SIGHT OF
      *    THE SCREENS, UNTIL IT HAS BEEN EXPIRED FOR THE AUDIT KEEP
      *    PERIOD; ONLY THEN IS IT ARCHIVED AND DELETED.  NOTES THAT
      *    NEVER EXPIRE ARE NOT TOUCHED.
           MOVE 'MEMONOTE' TO WS-TARGET-FILE
           MOVE WS-AUDIT-KEEP-DAYS TO WS-DEFAULT-KEEP-DAYS
           PERFORM 1500-SET-FILE-POLICY
           MOVE 365 TO WS-DEFAULT-KEEP-DAYS
           OPEN I-O MEMO-FILE
           IF WS-MEMO-STATUS = '00'
               OPEN OUTPUT MEMO-ARCHIVE-FILE
               PERFORM 6510-READ-MEMO
               PERFORM 6520-SWEEP-ONE-MEMO UNTIL WORK-FILE-EOF
               CLOSE MEMO-FILE
               CLOSE MEMO-ARCHIVE-FILE
           END-IF
           PERFORM 8000-REPORT-FILE-COUNTS.
       6510-READ-MEMO.
           READ MEMO-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-FILE-EOF
           END-READ.
       6520-SWEEP-ONE-MEMO.
           MOVE 'N' TO WS-LH-FLAG
           IF MEMO-EXPIRY-DATE NOT = 0
               AND MEMO-EXPIRY-DATE < WS-CUTOFF-DATE
               MOVE SPACES TO WS-LH-ITEM
               STRING 'MEMONOTE ' MEMO-KEY-TYPE ' ' MEMO-SEQ
                   ' ' MEMO-EXPIRY-DATE
                   DELIMITED BY SIZE INTO WS-LH-ITEM
               IF MEMO-FOR-CUSTOMER
                   PERFORM 7100-CHECK-CUSTOMER-HOLD
               ELSE
                   MOVE MEMO-KEY-ID TO WS-LH-ACCT-ID
                   PERFORM 7000-CHECK-LEGAL-HOLD
               END-IF
               IF ACCOUNT-ON-HOLD
                   ADD 1 TO WS-KEPT-COUNT
               ELSE
                   PERFORM 6530-REMOVE-MEMO
               END-IF
           ELSE
               ADD 1 TO WS-KEPT-COUNT
           END-IF
           PERFORM 6510-READ-MEMO.
       6530-REMOVE-MEMO.
           IF WS-ACTION = 'A'
               MOVE MEMO-NOTE-RECORD TO MEMO-ARCHIVE-RECORD
               WRITE MEMO-ARCHIVE-RECORD
               ADD 1 TO WS-ARCHIVED-COUNT
           ELSE
               ADD 1 TO WS-PURGED-COUNT
           END-IF
           DELETE MEMO-FILE RECORD
           IF WS-MEMO-STATUS NOT = '00'
               DISPLAY 'MEMONOTE DELETE FAILED: ' MEMO-KEY
                   ' STATUS ' WS-MEMO-STATUS
           END-IF.
       6600-SWEEP-STATEMENT-ARCHIVE.
      *    A STATEMENT LEAVES STMTARCH ONCE ITS CYCLE DATE IS OLDER
      *    THAN THE STATEMENT KEEP PERIOD, UNLESS RETNPOL SAYS
      *    OTHERWISE; EVERY LINE OF IT GOES TOGETHER.
           MOVE 'STMTARCH' TO WS-TARGET-FILE
           MOVE WS-STMT-KEEP-DAYS TO WS-DEFAULT-KEEP-DAYS
           PERFORM 1500-SET-FILE-POLICY
           MOVE 365 TO WS-DEFAULT-KEEP-DAYS
           MOVE SPACES TO WS-STMT-LAST-ACCT
           MOVE 0 TO WS-STMT-LAST-CYCLE
           OPEN I-O STMT-ARCHIVE-FILE
           IF WS-STMA-STATUS = '00'
               OPEN OUTPUT STMT-OLD-FILE
               PERFORM 6610-READ-STATEMENT-LINE
               PERFORM 6620-SWEEP-ONE-STATEMENT-LINE
                   UNTIL WORK-FILE-EOF
               CLOSE STMT-ARCHIVE-FILE
               CLOSE STMT-OLD-FILE
           END-IF
           PERFORM 8000-REPORT-FILE-COUNTS.
       6610-READ-STATEMENT-LINE.
           READ STMT-ARCHIVE-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-FILE-EOF
           END-READ.
       6620-SWEEP-ONE-STATEMENT-LINE.
           IF STMA-CYCLE-DATE < WS-CUTOFF-DATE
               IF STMA-ACCT-ID NOT = WS-STMT-LAST-ACCT
                   OR STMA-CYCLE-DATE NOT = WS-STMT-LAST-CYCLE
                   MOVE STMA-ACCT-ID TO WS-STMT-LAST-ACCT
                   MOVE STMA-CYCLE-DATE TO WS-STMT-LAST-CYCLE
                   MOVE 'N' TO WS-LH-FLAG
                   MOVE STMA-ACCT-ID TO WS-LH-ACCT-ID
                   MOVE SPACES TO WS-LH-ITEM
                   STRING 'STMTARCH STATEMENT ' STMA-CYCLE-DATE
                       DELIMITED BY SIZE INTO WS-LH-ITEM
                   PERFORM 7000-CHECK-LEGAL-HOLD
               END-IF
               IF ACCOUNT-ON-HOLD
                   ADD 1 TO WS-KEPT-COUNT
               ELSE
                   PERFORM 6630-REMOVE-STATEMENT-LINE
               END-IF
           ELSE
               ADD 1 TO WS-KEPT-COUNT
           END-IF
           PERFORM 6610-READ-STATEMENT-LINE.
       6630-REMOVE-STATEMENT-LINE.
           IF WS-ACTION = 'A'
               MOVE STMT-ARCHIVE-RECORD TO STMT-OLD-RECORD
               WRITE STMT-OLD-RECORD
               ADD 1 TO WS-ARCHIVED-COUNT
           ELSE
               ADD 1 TO WS-PURGED-COUNT
           END-IF
           DELETE STMT-ARCHIVE-FILE RECORD
           IF WS-STMA-STATUS NOT = '00'
               DISPLAY 'STMTARCH DELETE FAILED: ' STMA-KEY
                   ' STATUS ' WS-STMA-STATUS
           END-IF.
       6700-SWEEP-JOURNAL.
      *    A POSTING LEAVES ACCTJRNL ONCE IT IS OLDER THAN THE AUDIT
      *    KEEP PERIOD, UNLESS RETNPOL SAYS OTHERWISE, AND GOES TO
      *    JRNLARCH WHERE STMTDUP CAN STILL FIND IT.  JRNLARCH IS
      *    THE STANDING ARCHIVE, SO EACH RUN ADDS TO IT.  A HELD
      *    ACCOUNT KEEPS ALL ITS ENTRIES ON THE LIVE JOURNAL.
           MOVE 'ACCTJRNL' TO WS-TARGET-FILE
           MOVE WS-AUDIT-KEEP-DAYS TO WS-DEFAULT-KEEP-DAYS
           PERFORM 1500-SET-FILE-POLICY
           MOVE 365 TO WS-DEFAULT-KEEP-DAYS
           MOVE SPACES TO WS-JRNL-LAST-ACCT
           OPEN I-O JOURNAL-FILE
           IF WS-JRN-STATUS = '00'
               OPEN EXTEND JOURNAL-ARCHIVE-FILE
               IF WS-JRNA-STATUS = '00' OR WS-JRNA-STATUS = '05'
                   PERFORM 6710-READ-JOURNAL
                   PERFORM 6720-SWEEP-ONE-JOURNAL-ENTRY
                       UNTIL WORK-FILE-EOF
                   CLOSE JOURNAL-ARCHIVE-FILE
               ELSE
                   DISPLAY 'JOURNAL ARCHIVE OPEN ERROR: '
                       WS-JRNA-STATUS ', ACCTJRNL NOT SWEPT'
               END-IF
               CLOSE JOURNAL-FILE
           END-IF
           PERFORM 8000-REPORT-FILE-COUNTS.
       6710-READ-JOURNAL.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-FILE-EOF
           END-READ.
       6720-SWEEP-ONE-JOURNAL-ENTRY.
           IF JRNL-POST-DATE < WS-CUTOFF-DATE
               IF JRNL-ACCT-ID NOT = WS-JRNL-LAST-ACCT
                   MOVE JRNL-ACCT-ID TO WS-JRNL-LAST-ACCT
                   MOVE 'N' TO WS-LH-FLAG
                   MOVE JRNL-ACCT-ID TO WS-LH-ACCT-ID
                   MOVE SPACES TO WS-LH-ITEM
                   STRING 'ACCTJRNL BEFORE ' WS-CUTOFF-DATE
                       DELIMITED BY SIZE INTO WS-LH-ITEM
                   PERFORM 7000-CHECK-LEGAL-HOLD
               END-IF
               IF ACCOUNT-ON-HOLD
                   ADD 1 TO WS-KEPT-COUNT
               ELSE
                   PERFORM 6730-REMOVE-JOURNAL-ENTRY
               END-IF
           ELSE
               ADD 1 TO WS-KEPT-COUNT
           END-IF
           PERFORM 6710-READ-JOURNAL.
       6730-REMOVE-JOURNAL-ENTRY.
           IF WS-ACTION = 'A'
               MOVE JOURNAL-RECORD TO JOURNAL-ARCHIVE-RECORD
               WRITE JOURNAL-ARCHIVE-RECORD
               ADD 1 TO WS-ARCHIVED-COUNT
           ELSE
               ADD 1 TO WS-PURGED-COUNT
           END-IF
           DELETE JOURNAL-FILE RECORD
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'ACCTJRNL DELETE FAILED: ' JRNL-KEY
                   ' STATUS ' WS-JRN-STATUS
           END-IF.
       7000-CHECK-LEGAL-HOLD.
      *    RECORDS OF AN ACCOUNT UNDER A LEGAL HOLD ARE KEPT PAST
      *    THEIR RETENTION PERIOD; LHLDCHK LOGS EACH ONE AS LEFT IN
      *    PLACE FOR THE MONTHLY HOLD REPORT.
           MOVE SPACES TO WS-LH-CUST-NO
           CALL 'LHLDCHK' USING WS-HOLD-AREA
           IF ACCOUNT-ON-HOLD
               ADD 1 TO WS-HELD-COUNT
           END-IF.
       7100-CHECK-CUSTOMER-HOLD.
      *    A CUSTOMER-LEVEL ITEM HAS NO ACCOUNT OF ITS OWN, SO ONLY
      *    A HOLD ON THE CUSTOMER KEEPS IT.
           MOVE SPACES TO WS-LH-ACCT-ID
           MOVE MEMO-KEY-ID TO WS-LH-CUST-NO
           CALL 'LHLDCHK' USING WS-HOLD-AREA
           IF ACCOUNT-ON-HOLD
               ADD 1 TO WS-HELD-COUNT
           END-IF.
       8000-REPORT-FILE-COUNTS.
           MOVE WS-KEPT-COUNT TO WS-KEPT-DISPLAY
           MOVE WS-ARCHIVED-COUNT TO WS-ARCH-DISPLAY
               ' PURGED: ' WS-PURG-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           IF WS-HELD-COUNT > 0
               MOVE WS-HELD-COUNT TO WS-HELD-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING WS-TARGET-FILE
                   ' KEPT UNDER LEGAL HOLD: ' WS-HELD-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF.
