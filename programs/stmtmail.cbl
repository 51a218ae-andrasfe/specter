               ACCESS IS RANDOM
               RECORD KEY IS ADDR-ACCT-ID
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT PREFERENCE-FILE ASSIGN TO 'NOTEPREF'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PREF-ACCT-ID
               FILE STATUS IS WS-PREF-STATUS.
           SELECT STATEMENT-ARCHIVE-FILE ASSIGN TO 'STMTARCH'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STMA-KEY
               FILE STATUS IS WS-STMA-STATUS.
           SELECT NOTIFICATION-FILE ASSIGN TO 'ACCTNOTE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
           SELECT MAIL-FILE ASSIGN TO 'MAILFILE'
               ORGANIZATION IS LINE SEQUENTIAL
       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           COPY ADDRREC.
       FD PREFERENCE-FILE.
       01 PREFERENCE-RECORD.
           COPY NPRFREC.
       FD STATEMENT-ARCHIVE-FILE.
       01 STATEMENT-ARCHIVE-RECORD.
           COPY STMAREC.
       FD NOTIFICATION-FILE.
       01 NOTIFICATION-RECORD PIC X(80).
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SRT-POSTAL      PIC X(10).
       01 WS-IN-STATUS       PIC XX VALUE '00'.
       01 WS-ADDR-STATUS     PIC XX VALUE '00'.
       01 WS-OUT-STATUS      PIC XX VALUE '00'.
       01 WS-PREF-STATUS     PIC XX VALUE '00'.
       01 WS-STMA-STATUS     PIC XX VALUE '00'.
       01 WS-NOTE-STATUS     PIC XX VALUE '00'.
       01 WS-PREF-AVAILABLE  PIC X VALUE 'N'.
           88 PREFERENCES-AVAILABLE VALUE 'Y'.
       01 WS-STMA-AVAILABLE  PIC X VALUE 'N'.
           88 ARCHIVE-AVAILABLE VALUE 'Y'.
       01 WS-IN-EOF          PIC X VALUE 'N'.
           88 STATEMENT-IN-EOF VALUE 'Y'.
       01 WS-SORT-EOF        PIC X VALUE 'N'.
       01 WS-ENVELOPE-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-COUNT-DISPLAY   PIC ZZZ,ZZ9.
       01 WS-HOLD-COUNT      PIC 9(3) COMP VALUE 0.
       01 WS-ASOF-LABEL      PIC X(15) VALUE 'AS OF DATE   : '.
      * A STATEMENT'S OPENING LINES ARE HELD BACK UNTIL ITS AS-OF
      * DATE IS SEEN: ONLY THEN ARE THE ACCOUNT AND CYCLE DATE
      * KNOWN, WHICH DECIDE WHERE THE STATEMENT GOES AND HOW IT IS
      * KEYED ON THE ARCHIVE.
       01 WS-HEAD-SWITCH     PIC X VALUE 'N'.
           88 HOLDING-HEAD   VALUE 'Y'.
       01 WS-HEAD-COUNT      PIC 9(3) COMP VALUE 0.
       01 WS-HEAD-MAX        PIC 9(3) COMP VALUE 40.
       01 WS-HEAD-IDX        PIC 9(3) COMP VALUE 0.
       01 WS-HEAD-TABLE.
          05 WS-HEAD-LINE    PIC X(80) OCCURS 40 TIMES.
       01 WS-PASS-LINE       PIC X(80) VALUE SPACES.
       01 WS-ELECTRONIC-SW   PIC X VALUE 'N'.
           88 ELECTRONIC-STATEMENT VALUE 'Y'.
       01 WS-CYCLE-DATE      PIC 9(8) VALUE 0.
       01 WS-CYCLE-TEXT.
          05 WS-CT-YEAR      PIC X(04).
          05 WS-CT-MONTH     PIC X(02).
          05 WS-CT-DAY       PIC X(02).
       01 WS-TODAY           PIC 9(8) VALUE 0.
       01 WS-ARCHIVED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-ARCH-DUP-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-ESTMT-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    THE PLAIN STATEMENT PRINT IS RE-CUT FOR THE MAIL HOUSE:
      *    ADDRESS BLOCK POSITIONED FOR A WINDOW ENVELOPE, AND
      *    HEADER AND TRAILER RECORDS CARRY THE ENVELOPE COUNT
      *    SO THE MAIL HOUSE CAN PROVE THE FILE.
      *    EVERY STATEMENT IS ALSO KEPT ON THE STATEMENT ARCHIVE.
      *    ONE FOR AN ACCOUNT ON E-STATEMENTS IS NOT PRINTED;
      *    INSTEAD A 'STATEMENT READY' NOTICE GOES ON ACCTNOTE FOR
      *    NOTIFDSP TO EMAIL.
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-POSTAL
               ON ASCENDING KEY SRT-STMT-SEQ
               INPUT PROCEDURE IS 2000-TAG-STATEMENTS
               OUTPUT PROCEDURE IS 3000-WRITE-MAIL-FILE
           DISPLAY 'ENVELOPES PREPARED: ' WS-ENVELOPE-COUNT
           DISPLAY 'E-STATEMENTS      : ' WS-ESTMT-COUNT
           DISPLAY 'ARCHIVED          : ' WS-ARCHIVED-COUNT
           IF WS-ARCH-DUP-COUNT > 0
               DISPLAY 'ALREADY ARCHIVED  : ' WS-ARCH-DUP-COUNT
           END-IF
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
               DISPLAY 'MAIL FILE OPEN ERROR: ' WS-OUT-STATUS
               CLOSE STATEMENT-IN-FILE
               STOP RUN
           END-IF
           OPEN EXTEND NOTIFICATION-FILE
           IF WS-NOTE-STATUS = '35'
               OPEN OUTPUT NOTIFICATION-FILE
           END-IF
           IF WS-NOTE-STATUS NOT = '00' AND WS-NOTE-STATUS NOT = '05'
               DISPLAY 'NOTIFICATION FILE OPEN ERROR: ' WS-NOTE-STATUS
               CLOSE STATEMENT-IN-FILE
               CLOSE MAIL-FILE
               STOP RUN
           END-IF
      *    WITHOUT THE PREFERENCES EVERY STATEMENT IS PRINTED, AS
      *    BEFORE E-STATEMENTS; WITHOUT THE ARCHIVE THEY ARE ALSO
      *    ALL PRINTED, SINCE AN E-STATEMENT NOT ARCHIVED COULD NOT
      *    BE READ.
           OPEN INPUT PREFERENCE-FILE
           IF WS-PREF-STATUS = '00'
               MOVE 'Y' TO WS-PREF-AVAILABLE
           ELSE
               DISPLAY 'PREFERENCE FILE UNAVAILABLE, STATUS '
                   WS-PREF-STATUS ', ALL STATEMENTS PRINTED'
           END-IF
           OPEN I-O STATEMENT-ARCHIVE-FILE
           IF WS-STMA-STATUS = '35'
               OPEN OUTPUT STATEMENT-ARCHIVE-FILE
               CLOSE STATEMENT-ARCHIVE-FILE
               OPEN I-O STATEMENT-ARCHIVE-FILE
           END-IF
           IF WS-STMA-STATUS = '00'
               MOVE 'Y' TO WS-STMA-AVAILABLE
           ELSE
               DISPLAY 'STATEMENT ARCHIVE UNAVAILABLE, STATUS '
                   WS-STMA-STATUS ', ALL STATEMENTS PRINTED'
           END-IF.
       2000-TAG-STATEMENTS.
           PERFORM 2100-READ-STATEMENT-LINE
           PERFORM 2200-TAG-ONE-LINE UNTIL STATEMENT-IN-EOF
           PERFORM 2400-END-STATEMENT.
       2100-READ-STATEMENT-LINE.
           READ STATEMENT-IN-FILE INTO STATEMENT-IN-LINE
               AT END
       2200-TAG-ONE-LINE.
           IF STATEMENT-IN-LINE (1:50) = WS-STMT-HEAD-1
               OR STATEMENT-IN-LINE (1:50) = WS-STMT-HEAD-2
               PERFORM 2400-END-STATEMENT
               ADD 1 TO WS-STMT-SEQ
               MOVE 0 TO WS-LINE-SEQ
               MOVE SPACES TO WS-STMT-ACCT
               MOVE SPACES TO WS-STMT-POSTAL
               MOVE 0 TO WS-CYCLE-DATE
               MOVE 0 TO WS-HEAD-COUNT
               MOVE 'N' TO WS-ELECTRONIC-SW
               MOVE 'Y' TO WS-HEAD-SWITCH
           END-IF
           IF WS-STMT-ACCT = SPACES
               IF STATEMENT-IN-LINE (1:15) = WS-ACCT-LABEL
                   END-IF
               END-IF
           END-IF
           IF STATEMENT-IN-LINE (1:15) = WS-ASOF-LABEL
               AND WS-CYCLE-DATE = 0
               MOVE STATEMENT-IN-LINE (16:4) TO WS-CT-YEAR
               MOVE STATEMENT-IN-LINE (21:2) TO WS-CT-MONTH
               MOVE STATEMENT-IN-LINE (24:2) TO WS-CT-DAY
               IF WS-CYCLE-TEXT IS NUMERIC
                   MOVE WS-CYCLE-TEXT TO WS-CYCLE-DATE
               END-IF
           END-IF
           IF HOLDING-HEAD
               ADD 1 TO WS-HEAD-COUNT
               MOVE STATEMENT-IN-LINE TO WS-HEAD-LINE (WS-HEAD-COUNT)
               IF WS-CYCLE-DATE NOT = 0
                   OR WS-HEAD-COUNT >= WS-HEAD-MAX
                   PERFORM 2500-RELEASE-HEAD
               END-IF
           ELSE
               MOVE STATEMENT-IN-LINE TO WS-PASS-LINE
               PERFORM 2600-PASS-LINE
           END-IF
           PERFORM 2100-READ-STATEMENT-LINE.
       2300-LOOK-UP-POSTAL.
           IF ADDRESS-AVAILABLE
                      MOVE ADDR-POSTAL-CODE TO WS-STMT-POSTAL
               END-READ
           END-IF.
       2400-END-STATEMENT.
           IF HOLDING-HEAD
               PERFORM 2500-RELEASE-HEAD
           END-IF
           IF ELECTRONIC-STATEMENT
               ADD 1 TO WS-ESTMT-COUNT
               MOVE SPACES TO NOTIFICATION-RECORD
               STRING 'E-STATEMENT READY ACCT: ' WS-STMT-ACCT
                   ' CYCLE: ' WS-CYCLE-DATE
                   DELIMITED BY SIZE INTO NOTIFICATION-RECORD
               WRITE NOTIFICATION-RECORD
               MOVE 'N' TO WS-ELECTRONIC-SW
           END-IF.
       2500-RELEASE-HEAD.
      *    A STATEMENT WHOSE AS-OF LINE NEVER CAME IS FILED UNDER
      *    TODAY'S DATE.
           MOVE 'N' TO WS-HEAD-SWITCH
           IF WS-CYCLE-DATE = 0
               MOVE WS-TODAY TO WS-CYCLE-DATE
           END-IF
           MOVE 'N' TO WS-ELECTRONIC-SW
           IF PREFERENCES-AVAILABLE AND ARCHIVE-AVAILABLE
               AND WS-STMT-ACCT NOT = SPACES
               MOVE WS-STMT-ACCT TO PREF-ACCT-ID
               READ PREFERENCE-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF PREF-E-STATEMENT
                          AND PREF-EMAIL-ADDR NOT = SPACES
                          MOVE 'Y' TO WS-ELECTRONIC-SW
                      END-IF
               END-READ
           END-IF
           PERFORM 2510-RELEASE-HEAD-LINE
               VARYING WS-HEAD-IDX FROM 1 BY 1
               UNTIL WS-HEAD-IDX > WS-HEAD-COUNT
           MOVE 0 TO WS-HEAD-COUNT.
       2510-RELEASE-HEAD-LINE.
           MOVE WS-HEAD-LINE (WS-HEAD-IDX) TO WS-PASS-LINE
           PERFORM 2600-PASS-LINE.
       2600-PASS-LINE.
           ADD 1 TO WS-LINE-SEQ
           IF ARCHIVE-AVAILABLE AND WS-STMT-ACCT NOT = SPACES
               PERFORM 2700-ARCHIVE-LINE
           END-IF
           IF NOT ELECTRONIC-STATEMENT
               MOVE WS-STMT-POSTAL TO SRT-POSTAL
               MOVE WS-STMT-SEQ TO SRT-STMT-SEQ
               MOVE WS-LINE-SEQ TO SRT-LINE-SEQ
               MOVE WS-STMT-ACCT TO SRT-ACCT-ID
               MOVE WS-PASS-LINE TO SRT-LINE
               RELEASE SORT-RECORD
           END-IF.
       2700-ARCHIVE-LINE.
      *    A STATEMENT ALREADY ON THE ARCHIVE, FROM A RERUN OF THE
      *    SAME PRINT FILE, IS LEFT AS FIRST FILED.
           MOVE WS-STMT-ACCT TO STMA-ACCT-ID
           MOVE WS-CYCLE-DATE TO STMA-CYCLE-DATE
           MOVE WS-LINE-SEQ TO STMA-LINE-NO
           IF ELECTRONIC-STATEMENT
               SET STMA-ELECTRONIC TO TRUE
           ELSE
               SET STMA-PAPER TO TRUE
           END-IF
           MOVE WS-TODAY TO STMA-ARCHIVED-DATE
           MOVE WS-PASS-LINE TO STMA-LINE
           WRITE STATEMENT-ARCHIVE-RECORD
               INVALID KEY
                  IF WS-LINE-SEQ = 1
                      ADD 1 TO WS-ARCH-DUP-COUNT
                  END-IF
               NOT INVALID KEY
                  IF WS-LINE-SEQ = 1
                      ADD 1 TO WS-ARCHIVED-COUNT
                  END-IF
           END-WRITE.
       3000-WRITE-MAIL-FILE.
           MOVE SPACES TO MAIL-LINE
           MOVE ' ' TO MAIL-CC
           IF ADDRESS-AVAILABLE
               CLOSE ADDRESS-FILE
           END-IF
           CLOSE MAIL-FILE
           CLOSE NOTIFICATION-FILE
           IF PREFERENCES-AVAILABLE
               CLOSE PREFERENCE-FILE
           END-IF
           IF ARCHIVE-AVAILABLE
               CLOSE STATEMENT-ARCHIVE-FILE
           END-IF.
