       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCRDC.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP            PIC S9(8) COMP.
       01 WS-ABS-TIME        PIC S9(15) COMP-3.
       01 WS-CICS-DATE       PIC 9(8).
       01 WS-ATM-DISPLAY     PIC -(6)9.99.
       01 WS-POS-DISPLAY     PIC -(6)9.99.
       01 WS-BLOCK-TYPE      PIC X(01) VALUE SPACE.
       01 CARD-RECORD.
           COPY CARDREC.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       01 AUDIT-MASTER-RECORD.
           COPY AUDMREC.
       01 WS-DETAIL-LINE.
          05 KD-LABEL        PIC X(08).
          05 KD-TEXT         PIC X(62).
       01 WS-COMMAREA.
          05 CA-ACCT-ID      PIC X(10).
          05 CA-OPR-ID       PIC X(08).
          05 CA-OPR-PRIV     PIC X(01).
          05 CA-MAY-POST     PIC X(01).
          05 CA-MAY-MAINTAIN PIC X(01).
          05 CA-MAY-CLOSE    PIC X(01).
       COPY ACCTCRDM.
       01 WS-SESSION-CHECK.
           COPY SCHKREC.
       01 WS-ENTITY-CHECK.
           COPY ECHKREC.
       COPY DFHAID.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 CA-DATA         PIC X(500).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    A CUSTOMER REPORTING A LOST OR STOLEN CARD MUST BE ABLE
      *    TO STOP IT AT ONCE, NOT AT THE NEXT BATCH RUN, SO ANY
      *    SIGNED-ON OPERATOR MAY BLOCK A CARD HERE.  UNBLOCKING
      *    AND REISSUE REMAIN WITH THE CARDMNT BATCH CARDS.  EVERY
      *    BLOCK IS AUDITED.
           MOVE SPACES TO WS-COMMAREA
           IF EIBCALEN > 0
               MOVE DFHCOMMAREA (1:EIBCALEN) TO WS-COMMAREA
           END-IF
           IF CA-OPR-ID = SPACES
               EXEC CICS XCTL PROGRAM('ACCTSGNC')
                   COMMAREA(WS-COMMAREA)
               END-EXEC
           END-IF
           PERFORM 0100-CHECK-SESSION
           IF EIBAID = DFHPF3
               EXEC CICS XCTL PROGRAM('ACCTMENU')
                   COMMAREA(WS-COMMAREA)
               END-EXEC
           END-IF
           EXEC CICS RECEIVE MAP('ACCTCRD')
               MAPSET('ACCTCRDM')
               INTO(ACCTCRDI)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL) OR KCARDI = SPACES
                   MOVE SPACES TO ACCTCRDO
                   MOVE 'KEY A CARD NUMBER AND PRESS ENTER' TO KMSGO
               WHEN KACTI = SPACES
                   PERFORM 2000-SHOW-CARD
               WHEN KACTI = 'L' OR KACTI = 'S'
                   PERFORM 3000-BLOCK-CARD
               WHEN OTHER
                   MOVE KCARDI TO CARD-NUMBER
                   MOVE SPACES TO ACCTCRDO
                   MOVE CARD-NUMBER TO KCARDO
                   MOVE 'INVALID ACTION, USE L, S OR BLANK' TO KMSGO
           END-EVALUATE
           PERFORM 9000-SEND-SCREEN
           EXEC CICS RETURN TRANSID('ACRD')
               COMMAREA(WS-COMMAREA)
           END-EXEC.
       0100-CHECK-SESSION.
           MOVE CA-OPR-ID TO SCHK-OPR-ID
           EXEC CICS LINK PROGRAM('ACCTSCKC')
               COMMAREA(WS-SESSION-CHECK)
           END-EXEC
           IF NOT SCHK-SESSION-OK
               MOVE SPACES TO WS-COMMAREA
               EXEC CICS RETURN TRANSID('ASGN')
                   COMMAREA(WS-COMMAREA)
               END-EXEC
           END-IF.
       0200-CHECK-ENTITY.
      *    THE OPERATOR ONLY WORKS ON ACCOUNTS OF THE BANK ENTITIES
      *    ON THEIR OPRENTL LIST; A CARD GOES WITH ITS ACCOUNT.  A
      *    CARD WHOSE ACCOUNT HAS LEFT THE MASTER CAN STILL BE SHOWN
      *    AND BLOCKED.
           SET ECHK-ENTITY-OK TO TRUE
           MOVE CARD-ACCT-ID TO ACCT-ID
           EXEC CICS READ FILE('ACCTFILE')
               INTO(ACCOUNT-RECORD)
               RIDFLD(ACCT-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CA-OPR-ID TO ECHK-OPR-ID
               MOVE ACCT-ENTITY-CODE TO ECHK-ENTITY-CODE
               EXEC CICS LINK PROGRAM('ACCTENTC')
                   COMMAREA(WS-ENTITY-CHECK)
               END-EXEC
           END-IF.
       2000-SHOW-CARD.
           MOVE KCARDI TO CARD-NUMBER
           EXEC CICS READ FILE('CARDFILE')
               INTO(CARD-RECORD)
               RIDFLD(CARD-NUMBER)
               RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO ACCTCRDO
           MOVE CARD-NUMBER TO KCARDO
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CARD NOT ON CARD MASTER' TO KMSGO
           ELSE
               PERFORM 0200-CHECK-ENTITY
               IF ECHK-ENTITY-REFUSED
                   MOVE 'ACCOUNT NOT IN YOUR ENTITY' TO KMSGO
               ELSE
                   PERFORM 4000-FILL-DETAIL
                   MOVE 'KEY L OR S TO BLOCK THIS CARD' TO KMSGO
               END-IF
           END-IF.
       3000-BLOCK-CARD.
           MOVE KCARDI TO CARD-NUMBER
           MOVE KACTI TO WS-BLOCK-TYPE
           EXEC CICS READ FILE('CARDFILE')
               INTO(CARD-RECORD)
               RIDFLD(CARD-NUMBER)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO ACCTCRDO
           MOVE CARD-NUMBER TO KCARDO
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CARD NOT ON CARD MASTER' TO KMSGO
           ELSE
               PERFORM 0200-CHECK-ENTITY
               EVALUATE TRUE
                   WHEN ECHK-ENTITY-REFUSED
                       EXEC CICS UNLOCK FILE('CARDFILE') END-EXEC
                       MOVE 'ACCOUNT NOT IN YOUR ENTITY' TO KMSGO
                   WHEN NOT CARD-ACTIVE
                       EXEC CICS UNLOCK FILE('CARDFILE') END-EXEC
                       PERFORM 4000-FILL-DETAIL
                       MOVE 'CARD IS NOT ACTIVE, NOTHING TO BLOCK'
                           TO KMSGO
                   WHEN OTHER
                       PERFORM 3100-REWRITE-BLOCKED-CARD
               END-EVALUATE
           END-IF.
       3100-REWRITE-BLOCKED-CARD.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-CICS-DATE)
           END-EXEC
           MOVE WS-BLOCK-TYPE TO CARD-STATUS
           MOVE WS-CICS-DATE TO CARD-BLOCKED-DATE
           MOVE CA-OPR-ID TO CARD-BLOCKED-BY
           EXEC CICS REWRITE FILE('CARDFILE')
               FROM(CARD-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3200-WRITE-BLOCK-AUDIT
               PERFORM 4000-FILL-DETAIL
               MOVE 'CARD BLOCKED' TO KMSGO
           ELSE
               MOVE 'CARD BLOCK FAILED' TO KMSGO
           END-IF.
       3200-WRITE-BLOCK-AUDIT.
           MOVE WS-CICS-DATE TO AUDM-DATE
           MOVE 'CRDONLIN' TO AUDM-RUN-ID
           MOVE EIBTASKN TO AUDM-SEQUENCE
           MOVE CARD-ACCT-ID TO AUDM-ACCT-ID
           MOVE SPACES TO AUDM-TEXT
           STRING 'CARD BLOCK ' CARD-STATUS
               ' CARD: ' CARD-NUMBER
               ' ACCT: ' CARD-ACCT-ID
               ' BY OPR: ' CA-OPR-ID
               DELIMITED BY SIZE INTO AUDM-TEXT
           EXEC CICS WRITE FILE('AUDMSTR')
               FROM(AUDIT-MASTER-RECORD)
               RIDFLD(AUDM-KEY)
               RESP(WS-RESP)
           END-EXEC.
       4000-FILL-DETAIL.
           MOVE 'ACCOUNT:' TO KD-LABEL
           MOVE SPACES TO KD-TEXT
           STRING CARD-ACCT-ID
               '  CUSTOMER ' CARD-CUSTOMER-NO
               '  EXPIRES ' CARD-EXPIRY
               DELIMITED BY SIZE INTO KD-TEXT
           MOVE WS-DETAIL-LINE TO KDETO (1)
           MOVE 'STATUS :' TO KD-LABEL
           MOVE SPACES TO KD-TEXT
           EVALUATE TRUE
               WHEN CARD-ACTIVE
                   MOVE 'ACTIVE' TO KD-TEXT
               WHEN CARD-LOST
                   STRING 'BLOCKED - LOST ' CARD-BLOCKED-DATE
                       ' BY ' CARD-BLOCKED-BY
                       DELIMITED BY SIZE INTO KD-TEXT
               WHEN CARD-STOLEN
                   STRING 'BLOCKED - STOLEN ' CARD-BLOCKED-DATE
                       ' BY ' CARD-BLOCKED-BY
                       DELIMITED BY SIZE INTO KD-TEXT
               WHEN OTHER
                   MOVE 'CLOSED' TO KD-TEXT
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO KDETO (2)
           MOVE 'LIMITS :' TO KD-LABEL
           MOVE SPACES TO KD-TEXT
           MOVE CARD-ATM-LIMIT TO WS-ATM-DISPLAY
           MOVE CARD-POS-LIMIT TO WS-POS-DISPLAY
           STRING 'DAILY ATM ' WS-ATM-DISPLAY
               '  POS ' WS-POS-DISPLAY
               DELIMITED BY SIZE INTO KD-TEXT
           MOVE WS-DETAIL-LINE TO KDETO (3).
       9000-SEND-SCREEN.
           EXEC CICS SEND MAP('ACCTCRD')
               MAPSET('ACCTCRDM')
               FROM(ACCTCRDO)
               ERASE
           END-EXEC.
