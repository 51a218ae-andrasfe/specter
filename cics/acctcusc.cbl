           88 BROWSE-DONE    VALUE 'Y'.
       01 WS-BALANCE-DISPLAY PIC -(9)9.99.
       01 WS-SEARCH-CUST     PIC X(08) VALUE SPACES.
       01 WS-PTY-IDX         PIC 9(2) COMP VALUE 0.
       01 WS-PTY-DONE        PIC X VALUE 'N'.
           88 PARTY-BROWSE-DONE VALUE 'Y'.
       01 WS-CUST-ENTITY-SW  PIC X VALUE 'Y'.
           88 CUSTOMER-IN-ENTITY VALUE 'Y'.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       01 PARTY-RECORD.
           COPY RELPREC.
       01 MEMO-NOTE-RECORD.
           COPY MEMOREC.
       01 WS-MEMO-SCAN-EOF   PIC X VALUE 'N'.
           88 MEMO-SCAN-DONE VALUE 'Y'.
       01 WS-ABS-TIME        PIC S9(15) COMP-3.
       01 WS-CICS-DATE       PIC 9(8).
       01 WS-NOTE-TALLY      PIC 9(3) COMP VALUE 0.
       01 WS-HIGH-NOTES      PIC 9(3) COMP VALUE 0.
       01 WS-NOTE-TALLY-DISPLAY PIC ZZ9.
       01 WS-HIGH-NOTES-DISPLAY PIC ZZ9.
       01 WS-COMMAREA.
          05 CA-ACCT-ID      PIC X(10).
          05 CA-OPR-ID       PIC X(08).
          05 CA-CUST-SKIP    PIC 9(3).
          05 CA-CUS-ROW-ID OCCURS 10 TIMES PIC X(10).
       COPY ACCTCUSM.
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
           IF EIBTRNID = 'ANTE' AND CA-CUST-NO NOT = SPACES
               MOVE 0 TO CA-CUST-SKIP
               PERFORM 3000-BUILD-PAGE
               EXEC CICS RETURN TRANSID('ACUS')
                   COMMAREA(WS-COMMAREA)
               END-EXEC
           END-IF
           IF EIBAID = DFHPF3
               EXEC CICS XCTL PROGRAM('ACCTMENU')
                   COMMAREA(WS-COMMAREA)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN EIBAID = DFHPF6 AND CA-CUST-NO NOT = SPACES
                   PERFORM 5500-SHOW-NOTES
               WHEN EIBAID = DFHPF8 AND CA-CUST-NO NOT = SPACES
                   ADD 10 TO CA-CUST-SKIP
                   PERFORM 3000-BUILD-PAGE
           EXEC CICS RETURN TRANSID('ACUS')
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
       0210-CHECK-CUSTOMER-ENTITY.
      *    THE SAME RULE FOR THE CUSTOMER RELATIONSHIP ITSELF; THE
      *    CUSTOMER IS IN THE RECORD AREA.
           MOVE CA-OPR-ID TO ECHK-OPR-ID
           MOVE CUST-ENTITY-CODE TO ECHK-ENTITY-CODE
           EXEC CICS LINK PROGRAM('ACCTENTC')
               COMMAREA(WS-ENTITY-CHECK)
           END-EXEC.
       2000-SELECT-ROW.
           IF CSELI IS NUMERIC
               MOVE CSELI TO WS-SEL-NO
           PERFORM 5000-CLEAR-ROWS
           MOVE CA-CUST-NO TO WS-SEARCH-CUST
           PERFORM 3500-SHOW-CUSTOMER-NAME
           IF NOT CUSTOMER-IN-ENTITY
               MOVE 'CUSTOMER NOT IN YOUR ENTITY' TO CMSGO
               MOVE CA-CUST-NO TO CCUSTO
               MOVE SPACES TO CA-CUST-NO
               PERFORM 9000-SEND-LIST
           ELSE
               PERFORM 3050-LIST-ACCOUNTS
           END-IF.
       3050-LIST-ACCOUNTS.
           MOVE WS-SEARCH-CUST TO ACCT-CUSTOMER-NO
           EXEC CICS STARTBR FILE('ACCTCUSP')
               RIDFLD(ACCT-CUSTOMER-NO)
               IF WS-ROW-IDX = 0
                   MOVE 'NO ACCOUNTS FOR THAT CUSTOMER' TO CMSGO
               ELSE
                   MOVE 'SELECT A ROW, PF7/PF8 TO PAGE, PF6 NOTES'
                       TO CMSGO
               END-IF
           END-IF
               IF ACCT-CUSTOMER-NO NOT = WS-SEARCH-CUST
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
      *            ACCOUNTS OF ANOTHER ENTITY ARE LEFT OFF THE LIST.
                   PERFORM 0200-CHECK-ENTITY
                   IF ECHK-ENTITY-OK
                       IF WS-SKIPPED < CA-CUST-SKIP
                           ADD 1 TO WS-SKIPPED
                       ELSE
                           ADD 1 TO WS-ROW-IDX
                           PERFORM 6000-FORMAT-ROW
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF.
       3500-SHOW-CUSTOMER-NAME.
           MOVE 'Y' TO WS-CUST-ENTITY-SW
           MOVE WS-SEARCH-CUST TO CUST-NO
           EXEC CICS READ FILE('CUSTFILE')
               INTO(CUSTOMER-RECORD)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER NOT ON CUSTOMER MASTER' TO CMSGO
           ELSE
               PERFORM 0210-CHECK-CUSTOMER-ENTITY
               IF ECHK-ENTITY-REFUSED
                   MOVE 'N' TO WS-CUST-ENTITY-SW
               ELSE
                   PERFORM 3700-SHOW-NOTE-INDICATOR
                   IF CUST-ENTITY
                       PERFORM 3600-LIST-RELATED-PARTIES
                   END-IF
               END-IF
           END-IF.
       3600-LIST-RELATED-PARTIES.
      *    AN ENTITY'S ACTIVE SIGNERS AND BENEFICIAL OWNERS SHOW
      *    BELOW ITS ACCOUNTS; THEIR IDENTITY NUMBERS ARE MASKED FOR
      *    NON-PRIVILEGED OPERATORS THE WAY BALANCES ARE.
           MOVE 'N' TO WS-PTY-DONE
           MOVE 0 TO WS-PTY-IDX
           MOVE WS-SEARCH-CUST TO RELP-CUST-NO
           MOVE 0 TO RELP-SEQ
           EXEC CICS STARTBR FILE('CUSTRELP')
               RIDFLD(RELP-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3610-READ-NEXT-PARTY
                   UNTIL PARTY-BROWSE-DONE OR WS-PTY-IDX >= 4
               EXEC CICS ENDBR FILE('CUSTRELP') END-EXEC
           END-IF
           IF WS-PTY-IDX = 0
               MOVE 'NO SIGNERS OR BENEFICIAL OWNERS ON FILE'
                   TO CPTYO (1)
           END-IF.
       3610-READ-NEXT-PARTY.
           EXEC CICS READNEXT FILE('CUSTRELP')
               INTO(PARTY-RECORD)
               RIDFLD(RELP-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR RELP-CUST-NO NOT = WS-SEARCH-CUST
               MOVE 'Y' TO WS-PTY-DONE
           ELSE
               IF RELP-ACTIVE
                   ADD 1 TO WS-PTY-IDX
                   PERFORM 3620-FORMAT-PARTY
               END-IF
           END-IF.
       3620-FORMAT-PARTY.
           MOVE SPACES TO ACCTCUS-PARTY
           MOVE RELP-ROLE TO CP-ROLE
           MOVE RELP-NAME TO CP-NAME
           MOVE RELP-OWNERSHIP-PCT TO CP-PCT
           MOVE RELP-ID-TYPE TO CP-ID-TYPE
           IF CA-OPR-PRIV = 'P'
               MOVE RELP-ID-NUMBER TO CP-ID-NUMBER
           ELSE
               MOVE '*RESTRICTED*' TO CP-ID-NUMBER
           END-IF
           MOVE ACCTCUS-PARTY TO CPTYO (WS-PTY-IDX).
       3700-SHOW-NOTE-INDICATOR.
      *    MEMO NOTES IN FORCE ON THE CUSTOMER ARE COUNTED ABOVE THE
      *    ACCOUNT LIST; PF6 OPENS THEM.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-CICS-DATE)
           END-EXEC
           MOVE 0 TO WS-NOTE-TALLY
           MOVE 0 TO WS-HIGH-NOTES
           MOVE 'N' TO WS-MEMO-SCAN-EOF
           MOVE 'C' TO MEMO-KEY-TYPE
           MOVE WS-SEARCH-CUST TO MEMO-KEY-ID
           MOVE 0 TO MEMO-SEQ
           EXEC CICS STARTBR FILE('MEMONOTE')
               RIDFLD(MEMO-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3710-COUNT-ONE-NOTE UNTIL MEMO-SCAN-DONE
               EXEC CICS ENDBR FILE('MEMONOTE') END-EXEC
           END-IF
           IF WS-NOTE-TALLY = 0
               MOVE 'NOTES: NONE' TO CNOTESO
           ELSE
               MOVE WS-NOTE-TALLY TO WS-NOTE-TALLY-DISPLAY
               MOVE WS-HIGH-NOTES TO WS-HIGH-NOTES-DISPLAY
               STRING 'NOTES:' WS-NOTE-TALLY-DISPLAY ' IN FORCE,'
                   WS-HIGH-NOTES-DISPLAY ' HIGH PRIORITY, PF6 TO READ'
                   DELIMITED BY SIZE INTO CNOTESO
           END-IF.
       3710-COUNT-ONE-NOTE.
           EXEC CICS READNEXT FILE('MEMONOTE')
               INTO(MEMO-NOTE-RECORD)
               RIDFLD(MEMO-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR NOT MEMO-FOR-CUSTOMER
               OR MEMO-KEY-ID NOT = WS-SEARCH-CUST
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
       5000-CLEAR-ROWS.
           MOVE 1 TO WS-ROW-IDX
           MOVE SPACES TO CA-CUS-ROW-ID (WS-ROW-IDX)
           MOVE SPACES TO CROWO (WS-ROW-IDX)
           ADD 1 TO WS-ROW-IDX.
       5500-SHOW-NOTES.
      *    THE NOTES SCREEN IS GIVEN THE CUSTOMER AS ITS KEY AND THIS
      *    PROGRAM TO COME BACK TO ON PF3.
           MOVE SPACES TO WS-NOTE-COMMAREA
           MOVE CA-ACCT-ID TO MEMC-ACCT-ID
           MOVE CA-OPR-ID TO MEMC-OPR-ID
           MOVE CA-OPR-PRIV TO MEMC-OPR-PRIV
           MOVE CA-MAY-POST TO MEMC-MAY-POST
           MOVE CA-MAY-MAINTAIN TO MEMC-MAY-MAINTAIN
           MOVE CA-MAY-CLOSE TO MEMC-MAY-CLOSE
           MOVE CA-CUST-NO TO MEMC-CUST-NO
           MOVE 'C' TO MEMC-NOTE-TYPE
           MOVE CA-CUST-NO TO MEMC-NOTE-ID
           MOVE 'ACCTCUSC' TO MEMC-RETURN-PROG
           MOVE 0 TO MEMC-NEXT-SEQ
           EXEC CICS XCTL PROGRAM('ACCTNTEC')
               COMMAREA(WS-NOTE-COMMAREA)
           END-EXEC.
       6000-FORMAT-ROW.
           MOVE WS-ROW-IDX TO CR-SEL-NO
           MOVE ACCT-ID TO CR-ACCT-ID
