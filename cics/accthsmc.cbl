       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTHSMC.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP            PIC S9(8) COMP.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-ABS-TIME        PIC S9(15) COMP-3.
       01 WS-CICS-DATE       PIC 9(8).
       01 WS-MESSAGE         PIC X(79) VALUE SPACES.
       01 WS-HOLD-ROWS       PIC 9(2) COMP VALUE 0.
       01 WS-STOP-ROWS       PIC 9(2) COMP VALUE 0.
       01 WS-HOLD-ROW-DISPLAY PIC Z9.
       01 WS-STOP-ROW-DISPLAY PIC Z9.
       01 WS-BROWSE-DONE     PIC X VALUE 'N'.
           88 BROWSE-DONE    VALUE 'Y'.
       01 WS-ACCT-FOUND-SW   PIC X VALUE 'N'.
           88 ACCOUNT-FOUND  VALUE 'Y'.
           88 ACCOUNT-OTHER-ENTITY VALUE 'E'.
       01 WS-APPLIED-SW      PIC X VALUE 'N'.
           88 ACTION-APPLIED VALUE 'Y'.
      * PF8 PAGES EACH LIST ONLY WHILE IT HAS MORE TO SHOW; A LIST
      * ALREADY EXHAUSTED IS LEFT EMPTY ON THE FOLLOWING PAGES.
       01 WS-LIST-HOLDS-SW   PIC X VALUE 'Y'.
           88 LIST-HOLDS     VALUE 'Y'.
       01 WS-LIST-STOPS-SW   PIC X VALUE 'Y'.
           88 LIST-STOPS     VALUE 'Y'.
       01 WS-HOLD-FROM-SEQ   PIC 9(3) VALUE 0.
       01 WS-STOP-FROM-SEQ   PIC 9(3) VALUE 0.
      * THE SCREEN ENTRY FIELDS, WITH UNKEYED FIELDS AS SPACES.
      * AMOUNTS ARE KEYED IN CENTS AS ON THE COUNTER POSTING
      * SCREEN; A BLANK SEQUENCE ON A PLACE TAKES THE NEXT FREE ONE.
       01 WS-ENTRY.
          05 WS-IN-ACTION    PIC X(02) VALUE SPACES.
             88 VALID-ACTION    VALUE 'PH' 'RH' 'PS' 'CS'.
          05 WS-IN-SEQ       PIC X(03) VALUE SPACES.
          05 WS-IN-SEQ-NUM REDEFINES WS-IN-SEQ
                             PIC 9(03).
          05 WS-IN-AMOUNT    PIC X(11) VALUE SPACES.
          05 WS-IN-AMOUNT-CENTS REDEFINES WS-IN-AMOUNT
                             PIC 9(11).
          05 WS-IN-AMOUNT-TO PIC X(11) VALUE SPACES.
          05 WS-IN-AMOUNT-TO-CENTS REDEFINES WS-IN-AMOUNT-TO
                             PIC 9(11).
          05 WS-IN-EXPIRY    PIC X(08) VALUE SPACES.
          05 WS-IN-EXPIRY-DATE REDEFINES WS-IN-EXPIRY
                             PIC 9(08).
          05 WS-IN-REASON    PIC X(20) VALUE SPACES.
          05 WS-IN-REF       PIC X(12) VALUE SPACES.
       01 WS-SEQ-GIVEN-SW    PIC X VALUE 'N'.
           88 SEQ-GIVEN      VALUE 'Y'.
       01 WS-SEQ             PIC 9(3) VALUE 0.
       01 WS-HIGH-SEQ        PIC 9(3) VALUE 0.
       01 WS-SEQ-USED-SW     PIC X VALUE 'N'.
           88 SEQ-IN-USE     VALUE 'Y'.
       01 WS-AMOUNT          PIC S9(9)V99 VALUE 0.
       01 WS-AMOUNT-TO       PIC S9(9)V99 VALUE 0.
       01 WS-EXPIRY          PIC 9(8) VALUE 0.
       01 WS-HOLD-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-AVAILABLE-BALANCE PIC S9(11)V99 VALUE 0.
       01 WS-BALANCE-DISPLAY PIC -(9)9.99.
       01 WS-AUD-AMOUNT      PIC -(8)9.99.
       01 WS-AUD-AMOUNT-TO   PIC -(8)9.99.
       01 WS-AUDIT-SUBJECT   PIC X(08) VALUE SPACES.
       01 WS-AUDIT-DETAIL    PIC X(58) VALUE SPACES.
       01 WS-FENCED          PIC X VALUE 'N'.
           88 BATCH-FENCED   VALUE 'Y'.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       01 HOLD-RECORD.
           COPY HOLDREC.
       01 STOP-RECORD.
           COPY STOPREC.
       01 STATUS-RECORD.
           COPY SYSSREC.
       01 AUDIT-MASTER-RECORD.
           COPY AUDMREC.
       01 WS-COMMAREA.
          05 CA-ACCT-ID      PIC X(10).
          05 CA-OPR-ID       PIC X(08).
          05 CA-OPR-PRIV     PIC X(01).
          05 CA-MAY-POST     PIC X(01).
          05 CA-MAY-MAINTAIN PIC X(01).
          05 CA-MAY-CLOSE    PIC X(01).
          05 CA-HOLDS-MORE   PIC X(01).
          05 CA-HOLD-NEXT-SEQ PIC 9(03).
          05 CA-STOPS-MORE   PIC X(01).
          05 CA-STOP-NEXT-SEQ PIC 9(03).
       COPY ACCTHSMM.
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
      *    COUNTER MAINTENANCE OF MEMO HOLDS AND STOP-PAYMENT ORDERS
      *    SO THEY ARE IN FORCE BEFORE THE NIGHT'S POSTING RUN.  ANY
      *    OPERATOR MAY LIST AN ACCOUNT'S ACTIVE HOLDS AND STOPS;
      *    PLACING, RELEASING AND CANCELLING NEEDS MAINTAIN, UNDER
      *    THE SAME CARD EDITS AS HOLDMNT AND STOPMNT.
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
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-CICS-DATE)
           END-EXEC
           EXEC CICS RECEIVE MAP('ACCTHSM')
               MAPSET('ACCTHSMM')
               INTO(ACCTHSMI)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN EIBAID = DFHPF8
                   PERFORM 2500-PAGE-FORWARD
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   PERFORM 2600-FIRST-DISPLAY
               WHEN HACCTI = SPACES OR HACCTI = LOW-VALUES
                   MOVE SPACES TO ACCTHSMO
                   MOVE 'ACCOUNT ID REQUIRED' TO HMSGO
                   PERFORM 9000-SEND-SCREEN
               WHEN OTHER
                   PERFORM 2000-PROCESS-REQUEST
           END-EVALUATE
           EXEC CICS RETURN TRANSID('AHSM')
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
       2000-PROCESS-REQUEST.
           MOVE HACCTI TO CA-ACCT-ID
           MOVE HACTI TO WS-IN-ACTION
           MOVE HSEQI TO WS-IN-SEQ
           MOVE HAMTI TO WS-IN-AMOUNT
           MOVE HAMTTI TO WS-IN-AMOUNT-TO
           MOVE HEXPI TO WS-IN-EXPIRY
           MOVE HRSNI TO WS-IN-REASON
           MOVE HREFI TO WS-IN-REF
           INSPECT WS-ENTRY REPLACING ALL LOW-VALUES BY SPACES
           MOVE SPACES TO WS-MESSAGE
           PERFORM 2100-READ-ACCOUNT
           EVALUATE TRUE
               WHEN ACCOUNT-OTHER-ENTITY
                   MOVE 'ACCOUNT NOT IN YOUR ENTITY' TO WS-MESSAGE
               WHEN NOT ACCOUNT-FOUND
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-MESSAGE
               WHEN WS-IN-ACTION = SPACES
                   CONTINUE
               WHEN NOT VALID-ACTION
                   MOVE 'INVALID ACTION, USE PH, RH, PS OR CS'
                       TO WS-MESSAGE
               WHEN OTHER
                   PERFORM 7000-CHECK-BATCH-FENCE
                   IF BATCH-FENCED
                       MOVE 'OVERNIGHT CYCLE RUNNING, UPDATES OFF'
                           TO WS-MESSAGE
                   ELSE
                       IF CA-MAY-MAINTAIN NOT = 'Y'
                           MOVE 'MAINTAIN NOT AUTHORIZED FOR OPERATOR'
                               TO WS-MESSAGE
                       ELSE
                           PERFORM 2200-EDIT-ENTRY
                           IF WS-MESSAGE = SPACES
                               PERFORM 2300-APPLY-ACTION
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           MOVE 0 TO WS-HOLD-FROM-SEQ
           MOVE 0 TO WS-STOP-FROM-SEQ
           MOVE 'Y' TO WS-LIST-HOLDS-SW
           MOVE 'Y' TO WS-LIST-STOPS-SW
           PERFORM 3000-BUILD-SCREEN.
       2100-READ-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           MOVE CA-ACCT-ID TO ACCT-ID
           EXEC CICS READ FILE('ACCTFILE')
               INTO(ACCOUNT-RECORD)
               RIDFLD(ACCT-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-ACCT-FOUND-SW
               PERFORM 0200-CHECK-ENTITY
               IF ECHK-ENTITY-REFUSED
                   MOVE 'E' TO WS-ACCT-FOUND-SW
               END-IF
           END-IF.
       2200-EDIT-ENTRY.
      *    FIELD FORMATS COMMON TO EVERY ACTION; A BLANK AMOUNT OR
      *    EXPIRY IS TAKEN AS ZERO, AS ON THE BATCH CARDS.
           MOVE 'N' TO WS-SEQ-GIVEN-SW
           MOVE 0 TO WS-SEQ
           MOVE 0 TO WS-AMOUNT
           MOVE 0 TO WS-AMOUNT-TO
           MOVE 0 TO WS-EXPIRY
           EVALUATE TRUE
               WHEN WS-IN-SEQ NOT = SPACES
                   AND WS-IN-SEQ IS NOT NUMERIC
                   MOVE 'SEQUENCE MUST BE THREE DIGITS' TO WS-MESSAGE
               WHEN WS-IN-AMOUNT NOT = SPACES
                   AND WS-IN-AMOUNT IS NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC, KEY ALL 11 DIGITS IN CENTS'
                       TO WS-MESSAGE
               WHEN WS-IN-AMOUNT-TO NOT = SPACES
                   AND WS-IN-AMOUNT-TO IS NOT NUMERIC
                   MOVE 'AMOUNT TO NOT NUMERIC, KEY ALL 11 DIGITS'
                       TO WS-MESSAGE
               WHEN WS-IN-EXPIRY NOT = SPACES
                   AND WS-IN-EXPIRY IS NOT NUMERIC
                   MOVE 'EXPIRY MUST BE A CCYYMMDD DATE' TO WS-MESSAGE
               WHEN OTHER
                   IF WS-IN-SEQ NOT = SPACES
                       MOVE 'Y' TO WS-SEQ-GIVEN-SW
                       MOVE WS-IN-SEQ-NUM TO WS-SEQ
                   END-IF
                   IF WS-IN-AMOUNT NOT = SPACES
                       COMPUTE WS-AMOUNT = WS-IN-AMOUNT-CENTS / 100
                   END-IF
                   IF WS-IN-AMOUNT-TO NOT = SPACES
                       COMPUTE WS-AMOUNT-TO =
                           WS-IN-AMOUNT-TO-CENTS / 100
                   END-IF
                   IF WS-IN-EXPIRY NOT = SPACES
                       MOVE WS-IN-EXPIRY-DATE TO WS-EXPIRY
                   END-IF
           END-EVALUATE.
       2300-APPLY-ACTION.
           EVALUATE WS-IN-ACTION
               WHEN 'PH'
                   PERFORM 4000-PLACE-HOLD
               WHEN 'RH'
                   PERFORM 4100-RELEASE-HOLD
               WHEN 'PS'
                   PERFORM 4200-PLACE-STOP
               WHEN 'CS'
                   PERFORM 4300-CANCEL-STOP
           END-EVALUATE.
       2500-PAGE-FORWARD.
           MOVE SPACES TO WS-MESSAGE
           IF CA-ACCT-ID = SPACES
               PERFORM 2600-FIRST-DISPLAY
           ELSE
               PERFORM 2100-READ-ACCOUNT
               IF NOT ACCOUNT-FOUND
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-MESSAGE
               END-IF
               IF CA-HOLDS-MORE = 'Y' OR CA-STOPS-MORE = 'Y'
                   MOVE CA-HOLDS-MORE TO WS-LIST-HOLDS-SW
                   MOVE CA-HOLD-NEXT-SEQ TO WS-HOLD-FROM-SEQ
                   MOVE CA-STOPS-MORE TO WS-LIST-STOPS-SW
                   MOVE CA-STOP-NEXT-SEQ TO WS-STOP-FROM-SEQ
               ELSE
                   MOVE 'NO MORE HOLDS OR STOPS, BACK TO THE FIRST PAGE'
                       TO WS-MESSAGE
                   MOVE 'Y' TO WS-LIST-HOLDS-SW
                   MOVE 0 TO WS-HOLD-FROM-SEQ
                   MOVE 'Y' TO WS-LIST-STOPS-SW
                   MOVE 0 TO WS-STOP-FROM-SEQ
               END-IF
               PERFORM 3000-BUILD-SCREEN
           END-IF.
       2600-FIRST-DISPLAY.
      *    ARRIVING FROM THE MENU: LIST THE ACCOUNT CARRIED FORWARD,
      *    IF ANY, OTHERWISE ASK FOR ONE.
           IF CA-ACCT-ID = SPACES OR CA-ACCT-ID = LOW-VALUES
               MOVE SPACES TO ACCTHSMO
               MOVE 'ENTER AN ACCOUNT ID TO LIST ITS HOLDS AND STOPS'
                   TO HMSGO
               PERFORM 9000-SEND-SCREEN
           ELSE
               MOVE SPACES TO WS-MESSAGE
               PERFORM 2100-READ-ACCOUNT
               IF NOT ACCOUNT-FOUND
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-MESSAGE
               END-IF
               MOVE 'Y' TO WS-LIST-HOLDS-SW
               MOVE 0 TO WS-HOLD-FROM-SEQ
               MOVE 'Y' TO WS-LIST-STOPS-SW
               MOVE 0 TO WS-STOP-FROM-SEQ
               PERFORM 3000-BUILD-SCREEN
           END-IF.
       3000-BUILD-SCREEN.
      *    THE BALANCE LINE IS WORKED OUT AFTER ANY ACTION SO THE
      *    OPERATOR SEES ITS EFFECT ON AVAILABLE STRAIGHT AWAY.
           MOVE SPACES TO ACCTHSMO
           MOVE CA-ACCT-ID TO HACCTO
           MOVE 'N' TO CA-HOLDS-MORE
           MOVE 0 TO CA-HOLD-NEXT-SEQ
           MOVE 'N' TO CA-STOPS-MORE
           MOVE 0 TO CA-STOP-NEXT-SEQ
           MOVE 0 TO WS-HOLD-ROWS
           MOVE 0 TO WS-STOP-ROWS
           IF ACCOUNT-FOUND
               MOVE ACCT-NAME TO HNAMEO
               PERFORM 3500-SUM-ACTIVE-HOLDS
               COMPUTE WS-AVAILABLE-BALANCE =
                   ACCT-BALANCE - WS-HOLD-TOTAL
               MOVE ACCT-BALANCE TO WS-BALANCE-DISPLAY
               MOVE WS-BALANCE-DISPLAY TO HLEDGO
               MOVE WS-HOLD-TOTAL TO WS-BALANCE-DISPLAY
               MOVE WS-BALANCE-DISPLAY TO HHELDO
               MOVE WS-AVAILABLE-BALANCE TO WS-BALANCE-DISPLAY
               MOVE WS-BALANCE-DISPLAY TO HAVAILO
               IF LIST-HOLDS
                   PERFORM 3100-LIST-HOLDS
               END-IF
               IF LIST-STOPS
                   PERFORM 3300-LIST-STOPS
               END-IF
           END-IF
           IF NOT ACTION-APPLIED
               MOVE WS-IN-ACTION TO HACTO
               MOVE WS-IN-SEQ TO HSEQO
               MOVE WS-IN-AMOUNT TO HAMTO
               MOVE WS-IN-AMOUNT-TO TO HAMTTO
               MOVE WS-IN-EXPIRY TO HEXPO
               MOVE WS-IN-REASON TO HRSNO
               MOVE WS-IN-REF TO HREFO
           END-IF
           EVALUATE TRUE
               WHEN ACTION-APPLIED
                   STRING WS-MESSAGE DELIMITED BY '  '
                       ', AVAILABLE NOW ' WS-BALANCE-DISPLAY
                       DELIMITED BY SIZE INTO HMSGO
               WHEN WS-MESSAGE NOT = SPACES
                   MOVE WS-MESSAGE TO HMSGO
               WHEN OTHER
                   MOVE WS-HOLD-ROWS TO WS-HOLD-ROW-DISPLAY
                   MOVE WS-STOP-ROWS TO WS-STOP-ROW-DISPLAY
                   STRING WS-HOLD-ROW-DISPLAY ' HOLDS AND '
                       WS-STOP-ROW-DISPLAY ' STOPS SHOWN'
                       DELIMITED BY SIZE INTO HMSGO
                   IF CA-HOLDS-MORE = 'Y' OR CA-STOPS-MORE = 'Y'
                       MOVE ', PF8 FOR MORE' TO HMSGO (28:14)
                   END-IF
           END-EVALUATE
           PERFORM 9000-SEND-SCREEN.
       3100-LIST-HOLDS.
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE CA-ACCT-ID TO HLD-ACCT-ID
           MOVE WS-HOLD-FROM-SEQ TO HLD-SEQ
           EXEC CICS STARTBR FILE('ACCTHOLD')
               RIDFLD(HLD-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3200-READ-NEXT-HOLD UNTIL BROWSE-DONE
               EXEC CICS ENDBR FILE('ACCTHOLD') END-EXEC
           END-IF.
       3200-READ-NEXT-HOLD.
      *    A SIXTH ACTIVE HOLD IS NOT SHOWN; IT IS WHERE PF8 STARTS.
           EXEC CICS READNEXT FILE('ACCTHOLD')
               INTO(HOLD-RECORD)
               RIDFLD(HLD-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR HLD-ACCT-ID NOT = CA-ACCT-ID
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF HLD-ACTIVE
                   AND (HLD-EXPIRY-DATE = 0
                       OR HLD-EXPIRY-DATE >= WS-CICS-DATE)
                   IF WS-HOLD-ROWS >= 5
                       MOVE 'Y' TO CA-HOLDS-MORE
                       MOVE HLD-SEQ TO CA-HOLD-NEXT-SEQ
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       ADD 1 TO WS-HOLD-ROWS
                       PERFORM 6000-FORMAT-HOLD-ROW
                   END-IF
               END-IF
           END-IF.
       3300-LIST-STOPS.
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE CA-ACCT-ID TO STOP-ACCT-ID
           MOVE WS-STOP-FROM-SEQ TO STOP-SEQ
           EXEC CICS STARTBR FILE('STOPFILE')
               RIDFLD(STOP-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3400-READ-NEXT-STOP UNTIL BROWSE-DONE
               EXEC CICS ENDBR FILE('STOPFILE') END-EXEC
           END-IF.
       3400-READ-NEXT-STOP.
           EXEC CICS READNEXT FILE('STOPFILE')
               INTO(STOP-RECORD)
               RIDFLD(STOP-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR STOP-ACCT-ID NOT = CA-ACCT-ID
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF STOP-ACTIVE
                   AND (STOP-EXPIRY-DATE = 0
                       OR STOP-EXPIRY-DATE >= WS-CICS-DATE)
                   IF WS-STOP-ROWS >= 5
                       MOVE 'Y' TO CA-STOPS-MORE
                       MOVE STOP-SEQ TO CA-STOP-NEXT-SEQ
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       ADD 1 TO WS-STOP-ROWS
                       PERFORM 6100-FORMAT-STOP-ROW
                   END-IF
               END-IF
           END-IF.
       3500-SUM-ACTIVE-HOLDS.
      *    LEDGER MINUS EVERY ACTIVE, UNEXPIRED MEMO HOLD IS THE
      *    AVAILABLE BALANCE A DEBIT AUTHORIZES AGAINST.
           MOVE 0 TO WS-HOLD-TOTAL
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE CA-ACCT-ID TO HLD-ACCT-ID
           MOVE 0 TO HLD-SEQ
           EXEC CICS STARTBR FILE('ACCTHOLD')
               RIDFLD(HLD-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3600-SUM-ONE-HOLD UNTIL BROWSE-DONE
               EXEC CICS ENDBR FILE('ACCTHOLD') END-EXEC
           END-IF.
       3600-SUM-ONE-HOLD.
           EXEC CICS READNEXT FILE('ACCTHOLD')
               INTO(HOLD-RECORD)
               RIDFLD(HLD-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR HLD-ACCT-ID NOT = CA-ACCT-ID
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF HLD-ACTIVE
                   AND (HLD-EXPIRY-DATE = 0
                       OR HLD-EXPIRY-DATE >= WS-CICS-DATE)
                   ADD HLD-AMOUNT TO WS-HOLD-TOTAL
               END-IF
           END-IF.
       4000-PLACE-HOLD.
           EVALUATE TRUE
               WHEN WS-AMOUNT = 0
                   MOVE 'HOLD REJECTED, ZERO AMOUNT' TO WS-MESSAGE
               WHEN WS-EXPIRY NOT = 0 AND WS-EXPIRY < WS-CICS-DATE
                   MOVE 'HOLD REJECTED, EXPIRY DATE ALREADY PAST'
                       TO WS-MESSAGE
               WHEN OTHER
                   IF NOT SEQ-GIVEN
                       PERFORM 5000-NEXT-HOLD-SEQ
                   END-IF
                   IF WS-MESSAGE = SPACES
                       PERFORM 4050-WRITE-HOLD
                   END-IF
           END-EVALUATE.
       4050-WRITE-HOLD.
           MOVE SPACES TO HOLD-RECORD
           MOVE CA-ACCT-ID TO HLD-ACCT-ID
           MOVE WS-SEQ TO HLD-SEQ
           MOVE WS-AMOUNT TO HLD-AMOUNT
           MOVE WS-IN-REASON TO HLD-REASON
           MOVE WS-EXPIRY TO HLD-EXPIRY-DATE
           MOVE WS-CICS-DATE TO HLD-PLACED-DATE
           MOVE CA-OPR-ID TO HLD-PLACED-BY
           SET HLD-ACTIVE TO TRUE
           EXEC CICS WRITE FILE('ACCTHOLD')
               FROM(HOLD-RECORD)
               RIDFLD(HLD-KEY)
               RESP(WS-RESP)
           END-EXEC
           PERFORM 8000-SET-STATUS-FROM-RESP
           EVALUATE WS-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-APPLIED-SW
                   STRING 'HOLD ' HLD-SEQ ' PLACED'
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   MOVE HLD-AMOUNT TO WS-AUD-AMOUNT
                   STRING 'PLACED ' WS-AUD-AMOUNT
                       ' EXP ' HLD-EXPIRY-DATE ' ' HLD-REASON
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   PERFORM 7100-WRITE-HOLD-AUDIT
               WHEN '22'
                   MOVE 'HOLD REJECTED, SEQUENCE ALREADY ON FILE'
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'HOLD PLACE FAILED' TO WS-MESSAGE
           END-EVALUATE.
       4100-RELEASE-HOLD.
           IF NOT SEQ-GIVEN
               MOVE 'RELEASE REJECTED, KEY THE HOLD SEQUENCE'
                   TO WS-MESSAGE
           ELSE
               MOVE CA-ACCT-ID TO HLD-ACCT-ID
               MOVE WS-SEQ TO HLD-SEQ
               EXEC CICS READ FILE('ACCTHOLD')
                   INTO(HOLD-RECORD)
                   RIDFLD(HLD-KEY)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'RELEASE REJECTED, HOLD NOT ON FILE'
                       TO WS-MESSAGE
               ELSE
                   IF NOT HLD-ACTIVE
                       EXEC CICS UNLOCK FILE('ACCTHOLD') END-EXEC
                       MOVE 'RELEASE REJECTED, HOLD NOT ACTIVE'
                           TO WS-MESSAGE
                   ELSE
                       SET HLD-RELEASED TO TRUE
                       EXEC CICS REWRITE FILE('ACCTHOLD')
                           FROM(HOLD-RECORD)
                           RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           MOVE 'Y' TO WS-APPLIED-SW
                           STRING 'HOLD ' HLD-SEQ ' RELEASED'
                               DELIMITED BY SIZE INTO WS-MESSAGE
                           MOVE HLD-AMOUNT TO WS-AUD-AMOUNT
                           STRING 'RELEASED ' WS-AUD-AMOUNT
                               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                           PERFORM 7100-WRITE-HOLD-AUDIT
                       ELSE
                           MOVE 'HOLD RELEASE FAILED' TO WS-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       4200-PLACE-STOP.
           EVALUATE TRUE
               WHEN WS-IN-REF = SPACES AND WS-AMOUNT-TO = 0
                   MOVE 'STOP REJECTED, NO REF AND NO AMOUNT RANGE'
                       TO WS-MESSAGE
               WHEN WS-IN-REF = SPACES AND WS-AMOUNT > WS-AMOUNT-TO
                   MOVE 'STOP REJECTED, AMOUNT FROM ABOVE AMOUNT TO'
                       TO WS-MESSAGE
               WHEN WS-EXPIRY NOT = 0 AND WS-EXPIRY < WS-CICS-DATE
                   MOVE 'STOP REJECTED, EXPIRY DATE ALREADY PAST'
                       TO WS-MESSAGE
               WHEN OTHER
                   IF NOT SEQ-GIVEN
                       PERFORM 5200-NEXT-STOP-SEQ
                   END-IF
                   IF WS-MESSAGE = SPACES
                       PERFORM 4250-WRITE-STOP
                   END-IF
           END-EVALUATE.
       4250-WRITE-STOP.
      *    THE STOP FEE IS LEFT PENDING FOR STOPMNT TO CHARGE.
           MOVE SPACES TO STOP-RECORD
           MOVE CA-ACCT-ID TO STOP-ACCT-ID
           MOVE WS-SEQ TO STOP-SEQ
           MOVE WS-IN-REF TO STOP-TRN-REF
           MOVE WS-AMOUNT TO STOP-AMOUNT-FROM
           MOVE WS-AMOUNT-TO TO STOP-AMOUNT-TO
           MOVE WS-EXPIRY TO STOP-EXPIRY-DATE
           MOVE CA-OPR-ID TO STOP-PLACED-BY
           MOVE WS-CICS-DATE TO STOP-PLACED-DATE
           SET STOP-ACTIVE TO TRUE
           MOVE 0 TO STOP-MATCHED-DATE
           MOVE SPACES TO STOP-MATCHED-REF
           SET STOP-FEE-PENDING TO TRUE
           EXEC CICS WRITE FILE('STOPFILE')
               FROM(STOP-RECORD)
               RIDFLD(STOP-KEY)
               RESP(WS-RESP)
           END-EXEC
           PERFORM 8000-SET-STATUS-FROM-RESP
           EVALUATE WS-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-APPLIED-SW
                   STRING 'STOP ' STOP-SEQ ' PLACED'
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   MOVE STOP-AMOUNT-FROM TO WS-AUD-AMOUNT
                   MOVE STOP-AMOUNT-TO TO WS-AUD-AMOUNT-TO
                   STRING 'PLACED ' STOP-TRN-REF ' ' WS-AUD-AMOUNT
                       '-' WS-AUD-AMOUNT-TO ' EXP ' STOP-EXPIRY-DATE
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   PERFORM 7200-WRITE-STOP-AUDIT
               WHEN '22'
                   MOVE 'STOP REJECTED, SEQUENCE ALREADY ON FILE'
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'STOP PLACE FAILED' TO WS-MESSAGE
           END-EVALUATE.
       4300-CANCEL-STOP.
           IF NOT SEQ-GIVEN
               MOVE 'CANCEL REJECTED, KEY THE STOP SEQUENCE'
                   TO WS-MESSAGE
           ELSE
               MOVE CA-ACCT-ID TO STOP-ACCT-ID
               MOVE WS-SEQ TO STOP-SEQ
               EXEC CICS READ FILE('STOPFILE')
                   INTO(STOP-RECORD)
                   RIDFLD(STOP-KEY)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'CANCEL REJECTED, STOP NOT ON FILE'
                       TO WS-MESSAGE
               ELSE
                   IF NOT STOP-ACTIVE
                       EXEC CICS UNLOCK FILE('STOPFILE') END-EXEC
                       MOVE 'CANCEL REJECTED, STOP NOT ACTIVE'
                           TO WS-MESSAGE
                   ELSE
                       SET STOP-CANCELLED TO TRUE
                       EXEC CICS REWRITE FILE('STOPFILE')
                           FROM(STOP-RECORD)
                           RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           MOVE 'Y' TO WS-APPLIED-SW
                           STRING 'STOP ' STOP-SEQ ' CANCELLED'
                               DELIMITED BY SIZE INTO WS-MESSAGE
                           STRING 'CANCELLED ' STOP-TRN-REF
                               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                           PERFORM 7200-WRITE-STOP-AUDIT
                       ELSE
                           MOVE 'STOP CANCEL FAILED' TO WS-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       5000-NEXT-HOLD-SEQ.
      *    KEYS RUN IN SEQUENCE ORDER, SO THE LAST HOLD READ FOR THE
      *    ACCOUNT CARRIES THE HIGHEST SEQUENCE IN USE.
           MOVE 'N' TO WS-SEQ-USED-SW
           MOVE 0 TO WS-HIGH-SEQ
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE CA-ACCT-ID TO HLD-ACCT-ID
           MOVE 0 TO HLD-SEQ
           EXEC CICS STARTBR FILE('ACCTHOLD')
               RIDFLD(HLD-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 5100-READ-HOLD-SEQ UNTIL BROWSE-DONE
               EXEC CICS ENDBR FILE('ACCTHOLD') END-EXEC
           END-IF
           EVALUATE TRUE
               WHEN NOT SEQ-IN-USE
                   MOVE 1 TO WS-SEQ
               WHEN WS-HIGH-SEQ = 999
                   MOVE 'HOLD REJECTED, NO FREE SEQUENCE, KEY ONE'
                       TO WS-MESSAGE
               WHEN OTHER
                   COMPUTE WS-SEQ = WS-HIGH-SEQ + 1
           END-EVALUATE.
       5100-READ-HOLD-SEQ.
           EXEC CICS READNEXT FILE('ACCTHOLD')
               INTO(HOLD-RECORD)
               RIDFLD(HLD-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR HLD-ACCT-ID NOT = CA-ACCT-ID
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               MOVE 'Y' TO WS-SEQ-USED-SW
               MOVE HLD-SEQ TO WS-HIGH-SEQ
           END-IF.
       5200-NEXT-STOP-SEQ.
           MOVE 'N' TO WS-SEQ-USED-SW
           MOVE 0 TO WS-HIGH-SEQ
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE CA-ACCT-ID TO STOP-ACCT-ID
           MOVE 0 TO STOP-SEQ
           EXEC CICS STARTBR FILE('STOPFILE')
               RIDFLD(STOP-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 5300-READ-STOP-SEQ UNTIL BROWSE-DONE
               EXEC CICS ENDBR FILE('STOPFILE') END-EXEC
           END-IF
           EVALUATE TRUE
               WHEN NOT SEQ-IN-USE
                   MOVE 1 TO WS-SEQ
               WHEN WS-HIGH-SEQ = 999
                   MOVE 'STOP REJECTED, NO FREE SEQUENCE, KEY ONE'
                       TO WS-MESSAGE
               WHEN OTHER
                   COMPUTE WS-SEQ = WS-HIGH-SEQ + 1
           END-EVALUATE.
       5300-READ-STOP-SEQ.
           EXEC CICS READNEXT FILE('STOPFILE')
               INTO(STOP-RECORD)
               RIDFLD(STOP-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR STOP-ACCT-ID NOT = CA-ACCT-ID
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               MOVE 'Y' TO WS-SEQ-USED-SW
               MOVE STOP-SEQ TO WS-HIGH-SEQ
           END-IF.
       6000-FORMAT-HOLD-ROW.
           MOVE SPACES TO ACCTHSM-HOLD-ROW
           MOVE HLD-SEQ TO HR-SEQ
           MOVE HLD-AMOUNT TO HR-AMOUNT
           MOVE HLD-REASON TO HR-REASON
           IF HLD-EXPIRY-DATE = 0
               MOVE 'NONE' TO HR-EXPIRY
           ELSE
               MOVE HLD-EXPIRY-DATE TO HR-EXPIRY
           END-IF
           MOVE HLD-PLACED-DATE TO HR-PLACED-DATE
           MOVE HLD-PLACED-BY TO HR-PLACED-BY
           MOVE ACCTHSM-HOLD-ROW TO HHROWO (WS-HOLD-ROWS).
       6100-FORMAT-STOP-ROW.
           MOVE SPACES TO ACCTHSM-STOP-ROW
           MOVE STOP-SEQ TO SR-SEQ
           MOVE STOP-TRN-REF TO SR-TRN-REF
           MOVE STOP-AMOUNT-FROM TO SR-AMOUNT-FROM
           MOVE STOP-AMOUNT-TO TO SR-AMOUNT-TO
           IF STOP-EXPIRY-DATE = 0
               MOVE 'NONE' TO SR-EXPIRY
           ELSE
               MOVE STOP-EXPIRY-DATE TO SR-EXPIRY
           END-IF
           MOVE STOP-PLACED-DATE TO SR-PLACED-DATE
           MOVE STOP-PLACED-BY TO SR-PLACED-BY
           MOVE ACCTHSM-STOP-ROW TO HSROWO (WS-STOP-ROWS).
       7000-CHECK-BATCH-FENCE.
           MOVE 'N' TO WS-FENCED
           MOVE 'STATUS' TO SYS-KEY
           EXEC CICS READ FILE('SYSSTAT')
               INTO(STATUS-RECORD)
               RIDFLD(SYS-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND SYS-BATCH-IN-PROGRESS
               MOVE 'Y' TO WS-FENCED
           END-IF.
       7100-WRITE-HOLD-AUDIT.
           MOVE SPACES TO WS-AUDIT-SUBJECT
           STRING 'HOLD ' HLD-SEQ DELIMITED BY SIZE
               INTO WS-AUDIT-SUBJECT
           PERFORM 7300-WRITE-AUDIT.
       7200-WRITE-STOP-AUDIT.
           MOVE SPACES TO WS-AUDIT-SUBJECT
           STRING 'STOP ' STOP-SEQ DELIMITED BY SIZE
               INTO WS-AUDIT-SUBJECT
           PERFORM 7300-WRITE-AUDIT.
       7300-WRITE-AUDIT.
           MOVE WS-CICS-DATE TO AUDM-DATE
           MOVE 'HOLDSTOP' TO AUDM-RUN-ID
           MOVE EIBTASKN TO AUDM-SEQUENCE
           MOVE CA-ACCT-ID TO AUDM-ACCT-ID
           MOVE SPACES TO AUDM-TEXT
           STRING WS-AUDIT-SUBJECT ' BY: ' CA-OPR-ID
               ' ' WS-AUDIT-DETAIL
               DELIMITED BY SIZE INTO AUDM-TEXT
           EXEC CICS WRITE FILE('AUDMSTR')
               FROM(AUDIT-MASTER-RECORD)
               RIDFLD(AUDM-KEY)
               RESP(WS-RESP)
           END-EXEC.
       8000-SET-STATUS-FROM-RESP.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE '00' TO WS-FILE-STATUS
               WHEN DFHRESP(NOTFND)
                   MOVE '23' TO WS-FILE-STATUS
               WHEN DFHRESP(DUPREC)
                   MOVE '22' TO WS-FILE-STATUS
               WHEN OTHER
                   MOVE '90' TO WS-FILE-STATUS
           END-EVALUATE.
       9000-SEND-SCREEN.
           EXEC CICS SEND MAP('ACCTHSM')
               MAPSET('ACCTHSMM')
               FROM(ACCTHSMO)
               ERASE
           END-EXEC.
