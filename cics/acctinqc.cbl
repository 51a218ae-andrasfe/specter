       01 WS-CICS-DATE       PIC 9(8).
       01 AUDIT-MASTER-RECORD.
           COPY AUDMREC.
       01 OPERATOR-RECORD.
           COPY OPRREC.
       01 WS-INSIDER-SWITCH  PIC X VALUE 'N'.
           88 INSIDER-ACCOUNT VALUE 'Y'.
       01 WS-LINK-IDX        PIC 9(1) COMP VALUE 0.
       01 WS-ROW-IDX         PIC 9(2) COMP VALUE 0.
       01 WS-RING-SLOT       PIC 9(2) COMP VALUE 0.
       01 WS-RING-TOTAL      PIC 9(7) COMP VALUE 0.
       01 WS-AVAIL-BALANCE   PIC S9(9)V99 VALUE 0.
       01 JOURNAL-RECORD.
           COPY JRNLREC.
       01 MEMO-NOTE-RECORD.
           COPY MEMOREC.
       01 WS-MEMO-SCAN-EOF   PIC X VALUE 'N'.
           88 MEMO-SCAN-DONE VALUE 'Y'.
       01 WS-NOTE-KEY-TYPE   PIC X(01) VALUE SPACE.
       01 WS-NOTE-KEY-ID     PIC X(10) VALUE SPACES.
       01 WS-NOTE-TALLY      PIC 9(3) COMP VALUE 0.
       01 WS-ACCT-NOTES      PIC 9(3) COMP VALUE 0.
       01 WS-CUST-NOTES      PIC 9(3) COMP VALUE 0.
       01 WS-HIGH-NOTES      PIC 9(3) COMP VALUE 0.
       01 WS-ACCT-NOTES-DISPLAY PIC ZZ9.
       01 WS-CUST-NOTES-DISPLAY PIC ZZ9.
       01 WS-HIGH-NOTES-DISPLAY PIC ZZ9.
       01 PENDING-RECORD.
           COPY PENDREC.
       01 WS-PEND-SCAN-EOF   PIC X VALUE 'N'.
           88 PEND-SCAN-DONE VALUE 'Y'.
       01 WS-MANDATE-HELD    PIC 9(3) COMP VALUE 0.
       01 WS-MANDATE-HELD-DISPLAY PIC ZZ9.
       01 WS-MANDATE-TEXT    PIC X(11) VALUE SPACES.
       01 WS-MANDATE-LIMIT-DISPLAY PIC Z(8)9.99.
       01 WS-FIRST-HELD-REF  PIC X(12) VALUE SPACES.
       01 WS-FIRST-HELD-SIGNED PIC 9.
       01 WS-FIRST-HELD-NEEDED PIC 9.
       01 WS-FIRST-HELD-EXPIRY PIC 9(8) VALUE 0.
       01 WS-COMMAREA.
          05 CA-ACCT-ID      PIC X(10).
          05 CA-OPR-ID       PIC X(08).
          05 CA-MAY-CLOSE    PIC X(01).
       COPY ACCTINQM.
       COPY ACCTMSTM.
       01 WS-NOTE-COMMAREA.
           COPY MEMOCREC.
       01 WS-SESSION-CHECK.
           COPY SCHKREC.
       01 WS-ENTITY-CHECK.
           COPY ECHKREC.
       COPY DFHAID.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
                   COMMAREA(WS-COMMAREA)
               END-EXEC
           END-IF
           PERFORM 0100-CHECK-SESSION
           IF EIBTRNID = 'ANTE' AND CA-ACCT-ID NOT = SPACES
               MOVE CA-ACCT-ID TO ACCT-ID
               MOVE CA-ACCT-ID TO ACCTIDI
               PERFORM 1000-READ-ACCOUNT
               PERFORM 2000-SEND-RESULT
               EXEC CICS RETURN TRANSID('AINQ')
                   COMMAREA(WS-COMMAREA)
               END-EXEC
           END-IF
           IF EIBAID = DFHPF3
               EXEC CICS XCTL PROGRAM('ACCTMENU')
                   COMMAREA(WS-COMMAREA)
                   COMMAREA(WS-COMMAREA)
               END-EXEC
           END-IF
           IF EIBAID = DFHPF6 AND CA-ACCT-ID NOT = SPACES
               PERFORM 5000-SHOW-NOTES
           END-IF
           EXEC CICS RECEIVE MAP('ACCTINQ')
               MAPSET('ACCTINQM')
               INTO(ACCTINQI)
               END-IF
           END-IF
           MOVE ACCT-ID TO CA-ACCT-ID
           IF WS-ACCT-FOUND = 'E'
               MOVE SPACES TO CA-ACCT-ID
           END-IF
           EXEC CICS RETURN TRANSID('AINQ')
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
      *    ON THEIR OPRENTL LIST; THE ACCOUNT IS IN THE RECORD AREA.
           MOVE CA-OPR-ID TO ECHK-OPR-ID
           MOVE ACCT-ENTITY-CODE TO ECHK-ENTITY-CODE
           EXEC CICS LINK PROGRAM('ACCTENTC')
               COMMAREA(WS-ENTITY-CHECK)
           END-EXEC.
       1000-READ-ACCOUNT.
           EXEC CICS READ FILE('ACCTFILE')
               INTO(ACCOUNT-RECORD)
               MOVE 'Y' TO WS-ACCT-FOUND
           ELSE
               PERFORM 1100-TRY-ALIAS
           END-IF
           IF WS-ACCT-FOUND = 'Y'
               PERFORM 0200-CHECK-ENTITY
               IF ECHK-ENTITY-REFUSED
                   MOVE 'E' TO WS-ACCT-FOUND
               END-IF
           END-IF.
       1100-TRY-ALIAS.
      *    AN INQUIRY KEYED WITH A RENUMBERED ACCOUNT'S OLD ID IS
               ELSE
                   MOVE '*** RESTRICTED ***' TO OWNERSO
               END-IF
               PERFORM 2700-SHOW-NOTE-INDICATOR
               PERFORM 2800-SHOW-SIGNING-MANDATE
               MOVE 'ACCOUNT FOUND, PF5 RECENT ACTIVITY, PF6 NOTES'
                   TO MSGO
           ELSE
               MOVE SPACES TO ACCTNAMO
               MOVE SPACES TO ACCTBALO
               IF WS-ACCT-FOUND = 'E'
                   MOVE 'ACCOUNT NOT IN YOUR ENTITY' TO MSGO
               ELSE
                   MOVE 'ACCOUNT NOT FOUND' TO MSGO
               END-IF
           END-IF
           PERFORM 4000-WRITE-INQUIRY-AUDIT
           EXEC CICS SEND MAP('ACCTINQ')
                   END-IF
               END-IF
           END-IF.
       2700-SHOW-NOTE-INDICATOR.
      *    MEMO NOTES IN FORCE ON THE ACCOUNT AND ON ITS PRIMARY
      *    CUSTOMER ARE COUNTED SO THE TELLER KNOWS TO LOOK BEFORE
      *    ACTING; PF6 OPENS THE ACCOUNT'S NOTES AND THE CUSTOMER
      *    INQUIRY OPENS THE CUSTOMER'S.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-CICS-DATE)
           END-EXEC
           MOVE 0 TO WS-HIGH-NOTES
           MOVE 'A' TO WS-NOTE-KEY-TYPE
           MOVE ACCT-ID TO WS-NOTE-KEY-ID
           PERFORM 2710-COUNT-NOTES
           MOVE WS-NOTE-TALLY TO WS-ACCT-NOTES
           MOVE 0 TO WS-CUST-NOTES
           IF ACCT-CUSTOMER-NO NOT = SPACES
               MOVE 'C' TO WS-NOTE-KEY-TYPE
               MOVE ACCT-CUSTOMER-NO TO WS-NOTE-KEY-ID
               PERFORM 2710-COUNT-NOTES
               MOVE WS-NOTE-TALLY TO WS-CUST-NOTES
           END-IF
           IF WS-ACCT-NOTES = 0 AND WS-CUST-NOTES = 0
               MOVE 'NONE' TO NOTESO
           ELSE
               MOVE WS-ACCT-NOTES TO WS-ACCT-NOTES-DISPLAY
               MOVE WS-CUST-NOTES TO WS-CUST-NOTES-DISPLAY
               MOVE WS-HIGH-NOTES TO WS-HIGH-NOTES-DISPLAY
               STRING WS-ACCT-NOTES-DISPLAY ' ACCOUNT, '
                   WS-CUST-NOTES-DISPLAY ' CUSTOMER, '
                   WS-HIGH-NOTES-DISPLAY ' HIGH PRIORITY'
                   DELIMITED BY SIZE INTO NOTESO
           END-IF.
       2710-COUNT-NOTES.
           MOVE 0 TO WS-NOTE-TALLY
           MOVE 'N' TO WS-MEMO-SCAN-EOF
           MOVE WS-NOTE-KEY-TYPE TO MEMO-KEY-TYPE
           MOVE WS-NOTE-KEY-ID TO MEMO-KEY-ID
           MOVE 0 TO MEMO-SEQ
           EXEC CICS STARTBR FILE('MEMONOTE')
               RIDFLD(MEMO-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2720-COUNT-ONE-NOTE UNTIL MEMO-SCAN-DONE
               EXEC CICS ENDBR FILE('MEMONOTE') END-EXEC
           END-IF.
       2720-COUNT-ONE-NOTE.
           EXEC CICS READNEXT FILE('MEMONOTE')
               INTO(MEMO-NOTE-RECORD)
               RIDFLD(MEMO-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR MEMO-KEY-TYPE NOT = WS-NOTE-KEY-TYPE
               OR MEMO-KEY-ID NOT = WS-NOTE-KEY-ID
               MOVE 'Y' TO WS-MEMO-SCAN-EOF
           ELSE
               IF MEMO-EXPIRY-DATE = 0
                   OR MEMO-EXPIRY-DATE >= WS-CICS-DATE
                   ADD 1 TO WS-NOTE-TALLY
                   IF MEMO-HIGH-PRIORITY
                       ADD 1 TO WS-HIGH-NOTES
                   END-IF
               END-IF
           END-IF.
       2800-SHOW-SIGNING-MANDATE.
      *    THE SIGNING MANDATE, AND FOR A TWO-SIGNER OR ALL-SIGNER
      *    MANDATE ANY DEBIT STILL WAITING FOR A FURTHER SIGNER, SO
      *    THE TELLER CAN TELL THE CUSTOMER WHO MUST STILL SIGN AND
      *    BY WHEN.  PENDAPPR IS KEYED BY REFERENCE, SO THE WHOLE
      *    QUEUE IS READ; IT ONLY HOLDS ITEMS AWAITING A DECISION.
           EVALUATE TRUE
               WHEN ACCT-MANDATE-ANY-TWO
                   MOVE 'ANY TWO' TO WS-MANDATE-TEXT
               WHEN ACCT-MANDATE-ALL
                   MOVE 'ALL SIGNERS' TO WS-MANDATE-TEXT
               WHEN OTHER
                   MOVE 'ANY ONE' TO WS-MANDATE-TEXT
           END-EVALUATE
           IF ACCT-MANDATE-ANY-ONE
               MOVE WS-MANDATE-TEXT TO MANDATEO
           ELSE
               MOVE 0 TO WS-MANDATE-HELD
               MOVE 'N' TO WS-PEND-SCAN-EOF
               MOVE LOW-VALUES TO PEND-TRN-REF
               EXEC CICS STARTBR FILE('PENDAPPR')
                   RIDFLD(PEND-TRN-REF)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 2810-CHECK-ONE-PENDING UNTIL PEND-SCAN-DONE
                   EXEC CICS ENDBR FILE('PENDAPPR') END-EXEC
               END-IF
               IF WS-MANDATE-HELD = 0
                   IF ACCT-MANDATE-LIMIT = 0
                       STRING WS-MANDATE-TEXT ', EVERY DEBIT'
                           DELIMITED BY SIZE INTO MANDATEO
                   ELSE
                       MOVE ACCT-MANDATE-LIMIT
                           TO WS-MANDATE-LIMIT-DISPLAY
                       STRING WS-MANDATE-TEXT ', DEBITS ABOVE '
                           WS-MANDATE-LIMIT-DISPLAY
                           DELIMITED BY SIZE INTO MANDATEO
                   END-IF
               ELSE
                   MOVE WS-MANDATE-HELD TO WS-MANDATE-HELD-DISPLAY
                   STRING WS-MANDATE-TEXT ', '
                       WS-MANDATE-HELD-DISPLAY ' HELD '
                       WS-FIRST-HELD-REF ' '
                       WS-FIRST-HELD-SIGNED '/' WS-FIRST-HELD-NEEDED
                       ' SIGNED EXP ' WS-FIRST-HELD-EXPIRY
                       DELIMITED BY SIZE INTO MANDATEO
               END-IF
           END-IF.
       2810-CHECK-ONE-PENDING.
           EXEC CICS READNEXT FILE('PENDAPPR')
               INTO(PENDING-RECORD)
               RIDFLD(PEND-TRN-REF)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-PEND-SCAN-EOF
           ELSE
               IF PEND-ACCT-ID = ACCT-ID
                   AND PEND-WAITING AND PEND-FOR-MANDATE
                   AND PEND-EXPIRY-DATE >= WS-CICS-DATE
                   ADD 1 TO WS-MANDATE-HELD
                   IF WS-MANDATE-HELD = 1
                       MOVE PEND-TRN-REF TO WS-FIRST-HELD-REF
                       MOVE PEND-SIGNERS-CONFIRMED
                           TO WS-FIRST-HELD-SIGNED
                       MOVE PEND-SIGNERS-NEEDED
                           TO WS-FIRST-HELD-NEEDED
                       MOVE PEND-EXPIRY-DATE TO WS-FIRST-HELD-EXPIRY
                   END-IF
               END-IF
           END-IF.
       2500-LIST-OWNERS.
      *    EVERY HOLDER LINKED THROUGH ACCTOWN IS SHOWN AS
      *    ROLE:CUSTOMER PAIRS SO THE TELLER SEES JOINT AND
               FROM(AUDIT-MASTER-RECORD)
               RIDFLD(AUDM-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-ACCT-FOUND = 'Y'
               PERFORM 4100-FLAG-INSIDER-INQUIRY
           END-IF.
       4100-FLAG-INSIDER-INQUIRY.
      *    AN OPERATOR MAY LOOK AT AN ACCOUNT OWNED BY THEMSELVES OR
      *    A DECLARED RELATED CUSTOMER, BUT THE LOOK IS LOGGED A
      *    SECOND TIME UNDER THE INSIDER RUN ID, IN THE BATCH LOOKUP
      *    AUDIT LAYOUT, FOR THE INSIDER-ACTIVITY REPORT.
           MOVE 'N' TO WS-INSIDER-SWITCH
           MOVE CA-OPR-ID TO OPR-ID
           EXEC CICS READ FILE('ACCTOPR')
               INTO(OPERATOR-RECORD)
               RIDFLD(OPR-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND ACCT-CUSTOMER-NO NOT = SPACES
               PERFORM 4110-MATCH-LINKED-CUSTOMER
                   VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > 6 OR INSIDER-ACCOUNT
           END-IF
           IF INSIDER-ACCOUNT
               MOVE 'INSIDER' TO AUDM-RUN-ID
               MOVE SPACES TO AUDM-TEXT
               STRING 'ACCT: ' ACCT-ID
                   ' OUTCOME: INSIDEINQ'
                   ' STATUS: 00'
                   ' AS OF: ' WS-CICS-DATE (1:4) '/'
                   WS-CICS-DATE (5:2) '/' WS-CICS-DATE (7:2)
                   ' OPR: ' CA-OPR-ID
                   DELIMITED BY SIZE INTO AUDM-TEXT
               EXEC CICS WRITE FILE('AUDMSTR')
                   FROM(AUDIT-MASTER-RECORD)
                   RIDFLD(AUDM-KEY)
                   RESP(WS-RESP)
               END-EXEC
           END-IF.
       4110-MATCH-LINKED-CUSTOMER.
           IF OPR-LINKED-CUST (WS-LINK-IDX) = ACCT-CUSTOMER-NO
               MOVE 'Y' TO WS-INSIDER-SWITCH
           END-IF.
       3000-SEND-MINI-STATEMENT.
      *    THE JOURNAL IS SCANNED FORWARD FROM THE ACCOUNT'S FIRST
      *    ENTRY INTO A TEN-SLOT RING, SO THE LAST TEN POSTINGS
           ELSE
               IF JRNL-ACCT-ID NOT = CA-ACCT-ID
                   MOVE 'Y' TO WS-BROWSE-DONE
      *        AN INTEREST ACCRUAL MOVES NO BALANCE AND IS LEFT OFF
      *        THE MINI-STATEMENT.
               ELSE
                   IF NOT JRNL-IS-INT-ACCRUAL
                       ADD 1 TO WS-RING-TOTAL
                       COMPUTE WS-RING-SLOT =
                           FUNCTION MOD (WS-RING-TOTAL - 1, 10) + 1
                       MOVE JRNL-POST-DATE TO MS-DATE
                       MOVE JRNL-TRN-CODE TO MS-CODE
                       MOVE JRNL-AMOUNT TO MS-AMOUNT
                       MOVE JRNL-RESULT-BALANCE TO MS-BALANCE
                       MOVE ACCTMST-ROW TO WS-RING-ROW (WS-RING-SLOT)
                   END-IF
               END-IF
           END-IF.
       3200-UNLOAD-RING-NEWEST-FIRST.
               FUNCTION MOD (WS-RING-SHOW - 1, 10) + 1
           MOVE WS-RING-ROW (WS-RING-SLOT) TO SROWO (WS-ROW-IDX)
           SUBTRACT 1 FROM WS-RING-SHOW.
       5000-SHOW-NOTES.
      *    THE NOTES SCREEN IS GIVEN THE ACCOUNT AS ITS KEY AND THIS
      *    PROGRAM TO COME BACK TO ON PF3.
           MOVE SPACES TO WS-NOTE-COMMAREA
           MOVE CA-ACCT-ID TO MEMC-ACCT-ID
           MOVE CA-OPR-ID TO MEMC-OPR-ID
           MOVE CA-OPR-PRIV TO MEMC-OPR-PRIV
           MOVE CA-MAY-POST TO MEMC-MAY-POST
           MOVE CA-MAY-MAINTAIN TO MEMC-MAY-MAINTAIN
           MOVE CA-MAY-CLOSE TO MEMC-MAY-CLOSE
           MOVE 'A' TO MEMC-NOTE-TYPE
           MOVE CA-ACCT-ID TO MEMC-NOTE-ID
           MOVE 'ACCTINQC' TO MEMC-RETURN-PROG
           MOVE 0 TO MEMC-NEXT-SEQ
           EXEC CICS XCTL PROGRAM('ACCTNTEC')
               COMMAREA(WS-NOTE-COMMAREA)
           END-EXEC.
