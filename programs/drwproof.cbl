               ACCESS IS DYNAMIC
               RECORD KEY IS DRW-KEY
               FILE STATUS IS WS-HST-STATUS.
           SELECT VAULT-FILE ASSIGN TO 'VAULTPOS'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VLT-BRANCH
               FILE STATUS IS WS-VLT-STATUS.
           SELECT OPTIONAL DATE-PARM-FILE ASSIGN TO 'DRWDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       01 PROOF-REPORT-LINE  PIC X(100).
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY DRWHREC.
       FD VAULT-FILE.
       01 VAULT-RECORD.
           COPY VLTREC.
       FD DATE-PARM-FILE.
       01 DATE-PARM-RECORD   PIC X(08).
       WORKING-STORAGE SECTION.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-HST-STATUS      PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-VLT-STATUS      PIC XX VALUE '00'.
       01 WS-JRNL-EOF        PIC X VALUE 'N'.
           88 JOURNAL-DONE   VALUE 'Y'.
       01 WS-CARD-EOF        PIC X VALUE 'N'.
           88 HISTORY-DONE   VALUE 'Y'.
       01 WS-HST-AVAILABLE   PIC X VALUE 'N'.
           88 HISTORY-AVAILABLE VALUE 'Y'.
       01 WS-VLT-AVAILABLE   PIC X VALUE 'N'.
           88 VAULT-AVAILABLE VALUE 'Y'.
       01 WS-PROOF-DATE      PIC 9(8) VALUE 0.
       01 WS-OPR-COUNT       PIC 9(3) COMP VALUE 0.
       01 WS-OPR-MAX         PIC 9(3) COMP VALUE 200.
          05 WS-BR-ENTRY OCCURS 100 TIMES.
             10 WS-B-BRANCH   PIC X(04).
             10 WS-B-VARIANCE PIC S9(11)V99.
             10 WS-B-NET-CASH PIC S9(11)V99.
       01 WS-EXPECTED-CASH   PIC S9(11)V99 VALUE 0.
       01 WS-VARIANCE        PIC S9(9)V99 VALUE 0.
       01 WS-TELLERS-PROVED  PIC 9(5) COMP VALUE 0.
          05 WS-BL-BRANCH    PIC X(06).
          05 FILLER          PIC X(14) VALUE 'NET VARIANCE: '.
          05 WS-BL-VARIANCE  PIC -(11)9.99.
          05 FILLER          PIC X(11) VALUE ' NET CASH: '.
          05 WS-BL-NET-CASH  PIC -(11)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-BL-VAULT     PIC X(20).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    EACH TELLER'S DECLARED CASH IS PROVED AGAINST THEIR OWN
      *    JOURNAL ACTIVITY FOR THE DAY: DEPOSITS TAKEN RAISE THE
      *    DRAWER, WITHDRAWALS PAID LOWER IT.  VARIANCES ROLL UP
      *    BY BRANCH AND ACCUMULATE ON DRWHIST SO TELLERS WHO ARE
      *    REPEATEDLY OVER OR SHORT SURFACE ON ONE SUMMARY.  THE
      *    CASH EACH BRANCH'S DRAWERS GAINED OR LOST OVER THE DAY
      *    IS POSTED TO THE BRANCH'S VAULT POSITION ON VAULTPOS.
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-SET-PROOF-DATE
           PERFORM 2000-SUMMARIZE-JOURNAL-BY-OPR
           ELSE
               DISPLAY 'DRAWER HISTORY UNAVAILABLE, STATUS '
                   WS-HST-STATUS ', OFFENDER SUMMARY OMITTED'
           END-IF
           OPEN I-O VAULT-FILE
           IF WS-VLT-STATUS = '00'
               MOVE 'Y' TO WS-VLT-AVAILABLE
           ELSE
               DISPLAY 'VAULT POSITION FILE UNAVAILABLE, STATUS '
                   WS-VLT-STATUS ', VAULTS NOT UPDATED'
           END-IF.
       1100-SET-PROOF-DATE.
           OPEN INPUT DATE-PARM-FILE
               MOVE WS-BR-COUNT TO WS-BR-HIT
               MOVE CARD-BRANCH TO WS-B-BRANCH (WS-BR-HIT)
               MOVE 0 TO WS-B-VARIANCE (WS-BR-HIT)
               MOVE 0 TO WS-B-NET-CASH (WS-BR-HIT)
           END-IF
           IF WS-BR-HIT > 0
               ADD WS-VARIANCE TO WS-B-VARIANCE (WS-BR-HIT)
               COMPUTE WS-B-NET-CASH (WS-BR-HIT) =
                   WS-B-NET-CASH (WS-BR-HIT)
                   + CARD-CLOSE-CASH - CARD-OPEN-CASH
           END-IF.
       3310-MATCH-BRANCH.
           ADD 1 TO WS-BR-IDX
               MOVE WS-PROOF-DATE TO DRW-DATE
               MOVE CARD-BRANCH TO DRW-BRANCH
               MOVE WS-VARIANCE TO DRW-VARIANCE
               MOVE 0 TO DRW-CASH-IN
               MOVE 0 TO DRW-CASH-OUT
               IF WS-OPR-HIT > 0
                   MOVE WS-O-CREDITS (WS-OPR-HIT) TO DRW-CASH-IN
                   MOVE WS-O-DEBITS (WS-OPR-HIT) TO DRW-CASH-OUT
               END-IF
               WRITE HISTORY-RECORD
                   INVALID KEY
                      REWRITE HISTORY-RECORD
           ADD 1 TO WS-BR-IDX
           MOVE WS-B-BRANCH (WS-BR-IDX) TO WS-BL-BRANCH
           MOVE WS-B-VARIANCE (WS-BR-IDX) TO WS-BL-VARIANCE
           MOVE WS-B-NET-CASH (WS-BR-IDX) TO WS-BL-NET-CASH
           MOVE SPACES TO WS-BL-VAULT
           IF VAULT-AVAILABLE
               PERFORM 5200-POST-VAULT
           END-IF
           MOVE WS-BRANCH-LINE TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE.
       5200-POST-VAULT.
      *    A PROOF DATE NO LATER THAN THE LAST ONE POSTED IS A RERUN
      *    OR A BACK-DATED PROOF AND HAS ALREADY MOVED THE VAULT.
           MOVE WS-B-BRANCH (WS-BR-IDX) TO VLT-BRANCH
           READ VAULT-FILE
               INVALID KEY
                  MOVE 'NO VAULT RECORD' TO WS-BL-VAULT
               NOT INVALID KEY
                  IF VLT-LAST-PROOF-DATE >= WS-PROOF-DATE
                      MOVE 'VAULT ALREADY POSTED' TO WS-BL-VAULT
                  ELSE
                      ADD WS-B-NET-CASH (WS-BR-IDX) TO VLT-CASH-HELD
                      MOVE WS-PROOF-DATE TO VLT-LAST-PROOF-DATE
                      MOVE WS-B-NET-CASH (WS-BR-IDX)
                          TO VLT-LAST-PROOF-NET
                      MOVE WS-PROOF-DATE TO VLT-UPDATED-DATE
                      MOVE 'DRWPROOF' TO VLT-UPDATED-BY
                      REWRITE VAULT-RECORD
                          INVALID KEY
                             MOVE 'VAULT UPDATE FAILED' TO WS-BL-VAULT
                          NOT INVALID KEY
                             MOVE 'VAULT POSTED' TO WS-BL-VAULT
                      END-REWRITE
                  END-IF
           END-READ.
       6000-REPEAT-OFFENDER-SUMMARY.
           IF HISTORY-AVAILABLE
               MOVE LOW-VALUES TO DRW-KEY
           CLOSE PROOF-REPORT-FILE
           IF HISTORY-AVAILABLE
               CLOSE HISTORY-FILE
           END-IF
           IF VAULT-AVAILABLE
               CLOSE VAULT-FILE
           END-IF.
