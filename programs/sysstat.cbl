           88 PARM-EOF       VALUE 'Y'.
       01 WS-SET-PREFIX      PIC X(04) VALUE 'SET='.
       01 WS-JOB-PREFIX      PIC X(04) VALUE 'JOB='.
       01 WS-IDLE-PREFIX     PIC X(05) VALUE 'IDLE='.
       01 WS-DUP-PREFIX      PIC X(07) VALUE 'DUPSON='.
       01 WS-NEW-IDLE        PIC X(03) VALUE SPACES.
       01 WS-NEW-DUP-SIGNON  PIC X(01) VALUE SPACE.
       01 WS-SESSION-CARD-SW PIC X VALUE 'N'.
           88 SESSION-CARD-SUPPLIED VALUE 'Y'.
       01 WS-STATUS-ON-FILE  PIC X VALUE 'N'.
           88 STATUS-ON-FILE VALUE 'Y'.
       01 WS-NEW-STATE       PIC X(01) VALUE SPACE.
       01 WS-JOB-NAME        PIC X(08) VALUE SPACES.
       01 WS-STATUS-TIME.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-STATUS-PARMS
      *    A RUN CARRYING ONLY SESSION PARAMETER CARDS LEAVES THE
      *    BATCH-WINDOW STATE AS IT STANDS.
           IF WS-NEW-STATE NOT = 'B' AND WS-NEW-STATE NOT = 'O'
               AND (WS-NEW-STATE NOT = SPACE
                    OR NOT SESSION-CARD-SUPPLIED)
               DISPLAY 'NO VALID SET=B OR SET=O CARD SUPPLIED'
               PERFORM 9000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
                   MOVE STATUS-PARM-RECORD (5:8) TO WS-JOB-NAME
               END-IF
           END-IF
           IF STATUS-PARM-RECORD (1:5) = WS-IDLE-PREFIX
               MOVE STATUS-PARM-RECORD (6:3) TO WS-NEW-IDLE
               PERFORM 1130-CHECK-IDLE-CARD
           END-IF
           IF STATUS-PARM-RECORD (1:7) = WS-DUP-PREFIX
               MOVE STATUS-PARM-RECORD (8:1) TO WS-NEW-DUP-SIGNON
               IF WS-NEW-DUP-SIGNON = 'R' OR WS-NEW-DUP-SIGNON = 'E'
                   MOVE 'Y' TO WS-SESSION-CARD-SW
               ELSE
                   DISPLAY 'DUPSON= CARD IGNORED, USE R OR E: '
                       WS-NEW-DUP-SIGNON
                   MOVE SPACE TO WS-NEW-DUP-SIGNON
               END-IF
           END-IF
           PERFORM 1110-READ-PARM-CARD.
       1130-CHECK-IDLE-CARD.
      *    ONE TO THREE DIGITS, LEFT-JUSTIFIED ON THE CARD.
           INSPECT WS-NEW-IDLE REPLACING TRAILING SPACES BY ZEROS
           IF WS-NEW-IDLE IS NUMERIC
               AND STATUS-PARM-RECORD (6:1) NOT = SPACE
               EVALUATE TRUE
                   WHEN STATUS-PARM-RECORD (7:1) = SPACE
                       MOVE WS-NEW-IDLE (1:1) TO WS-NEW-IDLE (3:1)
                       MOVE '00' TO WS-NEW-IDLE (1:2)
                   WHEN STATUS-PARM-RECORD (8:1) = SPACE
                       MOVE WS-NEW-IDLE (2:1) TO WS-NEW-IDLE (3:1)
                       MOVE WS-NEW-IDLE (1:1) TO WS-NEW-IDLE (2:1)
                       MOVE '0' TO WS-NEW-IDLE (1:1)
               END-EVALUATE
               MOVE 'Y' TO WS-SESSION-CARD-SW
           ELSE
               DISPLAY 'IDLE= CARD IGNORED, NOT NUMERIC: '
                   STATUS-PARM-RECORD (6:3)
               MOVE SPACES TO WS-NEW-IDLE
           END-IF.
       2000-SET-SYSTEM-STATE.
      *    THE STATUS RECORD ALSO CARRIES THE ONLINE SESSION
      *    PARAMETERS, SO IT IS READ FIRST AND ONLY THE FIELDS THIS
      *    RUN WAS GIVEN ARE CHANGED.
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           ACCEPT WS-STATUS-TIME FROM TIME
           MOVE 'STATUS' TO SYS-KEY
           READ STATUS-FILE
               INVALID KEY
                  MOVE 'N' TO WS-STATUS-ON-FILE
                  MOVE SPACES TO STATUS-RECORD
                  MOVE 'STATUS' TO SYS-KEY
                  MOVE 'O' TO SYS-STATE
                  MOVE 0 TO SYS-SET-DATE
                  MOVE 0 TO SYS-SET-TIME
               NOT INVALID KEY
                  MOVE 'Y' TO WS-STATUS-ON-FILE
           END-READ
           IF SYS-IDLE-MINUTES IS NOT NUMERIC
               MOVE 30 TO SYS-IDLE-MINUTES
           END-IF
           IF NOT SYS-DUP-REFUSE AND NOT SYS-DUP-END-OLD
               MOVE 'R' TO SYS-DUP-SIGNON
           END-IF
           IF WS-NEW-STATE NOT = SPACE
               MOVE WS-NEW-STATE TO SYS-STATE
               MOVE WS-TODAY TO SYS-SET-DATE
               MOVE WS-STATUS-TIME (1:6) TO SYS-SET-TIME
               MOVE WS-JOB-NAME TO SYS-SET-JOB
           END-IF
           IF WS-NEW-IDLE NOT = SPACES
               MOVE WS-NEW-IDLE TO SYS-IDLE-MINUTES
           END-IF
           IF WS-NEW-DUP-SIGNON NOT = SPACE
               MOVE WS-NEW-DUP-SIGNON TO SYS-DUP-SIGNON
           END-IF
           IF STATUS-ON-FILE
               REWRITE STATUS-RECORD
                   INVALID KEY
                      DISPLAY 'STATUS RECORD UPDATE FAILED, '
                          'STATUS ' WS-SYS-STATUS
               END-REWRITE
           ELSE
               WRITE STATUS-RECORD
                   INVALID KEY
                      DISPLAY 'STATUS RECORD UPDATE FAILED, '
                          'STATUS ' WS-SYS-STATUS
               END-WRITE
           END-IF
           IF WS-NEW-STATE = 'B'
               DISPLAY 'SYSTEM STATUS SET: BATCH-IN-PROGRESS'
           END-IF
           IF WS-NEW-STATE = 'O'
               DISPLAY 'SYSTEM STATUS SET: ONLINE'
           END-IF
           IF SESSION-CARD-SUPPLIED
               DISPLAY 'SESSION IDLE LIMIT (MINUTES): '
                   SYS-IDLE-MINUTES
               DISPLAY 'DUPLICATE SIGN-ON ACTION    : '
                   SYS-DUP-SIGNON
           END-IF.
       9000-CLOSE-FILES.
           CLOSE STATUS-FILE
