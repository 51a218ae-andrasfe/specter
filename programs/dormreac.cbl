           88 APPROVER-ENTITLED VALUE 'Y'.
       01 WS-REACTIVATED-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) COMP VALUE 0.
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
       01 WS-HIST-AREA.
          05 WS-MH-PROGRAM    PIC X(08) VALUE 'DORMREAC'.
          05 WS-MH-BEFORE     PIC X(250).
      *    JOURNALS AS A ZERO-AMOUNT ENTRY AND LEAVES A
      *    MAINTENANCE IMAGE, AND THE REGISTER GOES TO THE BRANCH
      *    THE NEXT MORNING.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           DISPLAY 'CARDS REJECTED      : ' WS-REJECT-COUNT
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
                          DISPLAY 'REACTIVATION REJECTED, ACCOUNT '
                              'NOT FOUND: ' CARD-ACCT-ID
                       NOT INVALID KEY
                          PERFORM 3100-CHECK-ENTITY
                          IF ENTITY-OK
                              PERFORM 4000-REACTIVATE-ACCOUNT
                          ELSE
                              ADD 1 TO WS-REJECT-COUNT
                              DISPLAY 'REACTIVATION REJECTED, ACCOUNT '
                                  'NOT IN OPERATOR ENTITY: ' ACCT-ID
                          END-IF
                   END-READ
           END-EVALUATE
           PERFORM 2000-READ-REACT-CARD.
       3100-CHECK-ENTITY.
      *    THE VERIFIER, AND THE APPROVER WHEN ONE IS NAMED, MUST
      *    BOTH BE ALLOWED THE ACCOUNT'S BANK ENTITY ON OPRENTL.
           MOVE 'O' TO WS-ENTY-FUNCTION
           MOVE ACCT-ENTITY-CODE TO WS-ENTY-CODE
           MOVE CARD-VERIFIER TO WS-ENTY-OPR-ID
           CALL 'ENTYUTIL' USING WS-ENTY-AREA
           IF ENTITY-OK AND CARD-APPROVER NOT = SPACES
               MOVE CARD-APPROVER TO WS-ENTY-OPR-ID
               CALL 'ENTYUTIL' USING WS-ENTY-AREA
           END-IF.
       4000-REACTIVATE-ACCOUNT.
           IF NOT ACCT-DORMANT
               ADD 1 TO WS-REJECT-COUNT
      *    AS OPERATOR AND THE APPROVER IN THE DUAL-CONTROL SLOT.
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE CARD-APPROVER TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 6010-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD.
       6010-JOURNAL-WRITE-ATTEMPT.
