       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCMTC.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP            PIC S9(8) COMP.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-ABS-TIME        PIC S9(15) COMP-3.
       01 WS-CICS-DATE       PIC 9(8).
       01 WS-CICS-TIME       PIC 9(6).
       01 WS-MESSAGE         PIC X(79) VALUE SPACES.
       01 WS-DONE-MESSAGE    PIC X(79) VALUE SPACES.
       01 WS-AUDIT-DETAIL    PIC X(50) VALUE SPACES.
       01 WS-SHOW-SW         PIC X VALUE 'N'.
           88 SHOW-CUSTOMER  VALUE 'Y'.
       01 WS-SUPERVISOR-SW   PIC X VALUE 'N'.
           88 OPR-MAY-SUPERVISE VALUE 'Y'.
       01 WS-RISK-CHANGE-SW  PIC X VALUE 'N'.
           88 RISK-CHANGE-KEYED VALUE 'Y'.
      * THE SCREEN ENTRY FIELDS, WITH UNKEYED FIELDS AS SPACES.  A
      * BLANK RISK RATING OR REVIEW DATE LEAVES THE FILE AS IT IS,
      * THE WAY CUSTLOAD TREATS A BLANK ON THE CARD.
       01 WS-ENTRY.
          05 WS-IN-ACTION    PIC X(01) VALUE SPACES.
             88 UPDATE-ACTION   VALUE 'A' 'C' 'D' 'X'.
          05 WS-IN-NAME      PIC X(30) VALUE SPACES.
          05 WS-IN-RISK      PIC X(01) VALUE SPACES.
             88 VALID-RISK      VALUE 'H' 'M' 'L' SPACE.
          05 WS-IN-REVIEW    PIC X(08) VALUE SPACES.
          05 WS-IN-REVIEW-DATE REDEFINES WS-IN-REVIEW
                             PIC 9(08).
          05 WS-IN-DOD       PIC X(08) VALUE SPACES.
          05 WS-IN-DOD-DATE REDEFINES WS-IN-DOD
                             PIC 9(08).
       01 WS-REVIEW-DATE     PIC 9(8) VALUE 0.
       01 WS-DEATH-DATE      PIC 9(8) VALUE 0.
       01 WS-MH-BEFORE       PIC X(250).
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       01 HISTORY-RECORD.
           COPY MHREC.
       01 ENTITLEMENT-RECORD.
           COPY ENTLREC.
       01 AUDIT-MASTER-RECORD.
           COPY AUDMREC.
       01 WS-FENCED          PIC X VALUE 'N'.
           88 BATCH-FENCED   VALUE 'Y'.
       01 STATUS-RECORD.
           COPY SYSSREC.
       01 WS-COMMAREA.
          05 CA-ACCT-ID      PIC X(10).
          05 CA-OPR-ID       PIC X(08).
          05 CA-OPR-PRIV     PIC X(01).
          05 CA-MAY-POST     PIC X(01).
          05 CA-MAY-MAINTAIN PIC X(01).
          05 CA-MAY-CLOSE    PIC X(01).
          05 CA-CUST-NO      PIC X(08).
       COPY ACCTCMTM.
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
      *    ONLINE UPKEEP OF THE CUSTOMER MASTER.  ADDING A CUSTOMER
      *    AND CHANGING THE NAME OR REVIEW DATE NEED MAINTAIN; A
      *    RISK RATING CHANGE AND SETTING OR CLEARING DECEASED ALSO
      *    NEED SUPERVISE.  EVERY REWRITE LEAVES A BEFORE/AFTER
      *    IMAGE PAIR ON MNTHIST AND A LINE ON THE AUDIT MASTER.
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
               TIME(WS-CICS-TIME)
           END-EXEC
           EXEC CICS RECEIVE MAP('ACCTCMT')
               MAPSET('ACCTCMTM')
               INTO(ACCTCMTI)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 2600-FIRST-DISPLAY
           ELSE
               PERFORM 2000-PROCESS-ACTION
           END-IF
           IF SHOW-CUSTOMER
               PERFORM 8100-SHOW-CUSTOMER
           ELSE
               PERFORM 8200-ECHO-ENTRY
           END-IF
           MOVE WS-MESSAGE TO CMSGO
           PERFORM 9000-SEND-SCREEN
           EXEC CICS RETURN TRANSID('ACMT')
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
      *    THE OPERATOR ONLY WORKS ON CUSTOMERS OF THE BANK ENTITIES
      *    ON THEIR OPRENTL LIST; THE CUSTOMER IS IN THE RECORD AREA.
           MOVE CA-OPR-ID TO ECHK-OPR-ID
           MOVE CUST-ENTITY-CODE TO ECHK-ENTITY-CODE
           EXEC CICS LINK PROGRAM('ACCTENTC')
               COMMAREA(WS-ENTITY-CHECK)
           END-EXEC.
       1000-CHECK-SUPERVISOR.
      *    NO ENTITLEMENT RECORD FALLS BACK TO THE PRIVILEGE FLAG,
      *    AS EVERYWHERE ELSE.
           IF CA-OPR-PRIV = 'P'
               MOVE 'Y' TO WS-SUPERVISOR-SW
           ELSE
               MOVE 'N' TO WS-SUPERVISOR-SW
           END-IF
           MOVE CA-OPR-ID TO ENTL-OPR-ID
           EXEC CICS READ FILE('OPRENTL')
               INTO(ENTITLEMENT-RECORD)
               RIDFLD(ENTL-OPR-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF ENTL-MAY-SUPERVISE
                   MOVE 'Y' TO WS-SUPERVISOR-SW
               ELSE
                   MOVE 'N' TO WS-SUPERVISOR-SW
               END-IF
           END-IF.
       2000-PROCESS-ACTION.
           MOVE CACTI TO WS-IN-ACTION
           MOVE CNAMEI TO WS-IN-NAME
           MOVE CRISKI TO WS-IN-RISK
           MOVE CREVWI TO WS-IN-REVIEW
           MOVE CDODI TO WS-IN-DOD
           INSPECT WS-ENTRY REPLACING ALL LOW-VALUES BY SPACES
           MOVE CCUSTI TO CA-CUST-NO
           INSPECT CA-CUST-NO REPLACING ALL LOW-VALUES BY SPACES
           EVALUATE TRUE
               WHEN CA-CUST-NO = SPACES
                   MOVE 'CUSTOMER NUMBER REQUIRED' TO WS-MESSAGE
               WHEN WS-IN-ACTION = 'I' OR WS-IN-ACTION = SPACE
                   PERFORM 3000-INQUIRE-CUSTOMER
               WHEN NOT UPDATE-ACTION
                   MOVE 'INVALID ACTION, USE I, A, C, D OR X'
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
                           PERFORM 1000-CHECK-SUPERVISOR
                           PERFORM 2100-EDIT-ENTRY
                           IF WS-MESSAGE = SPACES
                               PERFORM 2200-APPLY-ACTION
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
       2100-EDIT-ENTRY.
           MOVE 0 TO WS-REVIEW-DATE
           MOVE 0 TO WS-DEATH-DATE
           EVALUATE TRUE
               WHEN NOT VALID-RISK
                   MOVE 'RISK RATING MUST BE H, M OR L' TO WS-MESSAGE
               WHEN WS-IN-REVIEW NOT = SPACES
                   AND WS-IN-REVIEW IS NOT NUMERIC
                   MOVE 'REVIEW DATE MUST BE A CCYYMMDD DATE'
                       TO WS-MESSAGE
               WHEN WS-IN-DOD NOT = SPACES
                   AND WS-IN-DOD IS NOT NUMERIC
                   MOVE 'DATE OF DEATH MUST BE A CCYYMMDD DATE'
                       TO WS-MESSAGE
               WHEN OTHER
                   IF WS-IN-REVIEW NOT = SPACES
                       MOVE WS-IN-REVIEW-DATE TO WS-REVIEW-DATE
                   END-IF
                   IF WS-IN-DOD NOT = SPACES
                       MOVE WS-IN-DOD-DATE TO WS-DEATH-DATE
                   END-IF
                   IF WS-REVIEW-DATE > WS-CICS-DATE
                       MOVE 'REVIEW DATE IS IN THE FUTURE'
                           TO WS-MESSAGE
                   END-IF
                   IF WS-DEATH-DATE > WS-CICS-DATE
                       MOVE 'DATE OF DEATH IS IN THE FUTURE'
                           TO WS-MESSAGE
                   END-IF
           END-EVALUATE.
       2200-APPLY-ACTION.
           EVALUATE WS-IN-ACTION
               WHEN 'A'
                   PERFORM 4000-ADD-CUSTOMER
               WHEN 'C'
                   PERFORM 5000-CHANGE-CUSTOMER
               WHEN 'D'
                   PERFORM 6000-SET-DECEASED
               WHEN 'X'
                   PERFORM 6500-CLEAR-DECEASED
           END-EVALUATE.
       2600-FIRST-DISPLAY.
      *    ARRIVING FROM ANOTHER SCREEN: SHOW THE CUSTOMER CARRIED
      *    FORWARD, IF ANY, OTHERWISE ASK FOR ONE.
           IF CA-CUST-NO = SPACES OR CA-CUST-NO = LOW-VALUES
               MOVE SPACES TO CA-CUST-NO
               MOVE 'KEY A CUSTOMER NUMBER AND AN ACTION' TO WS-MESSAGE
           ELSE
               PERFORM 3000-INQUIRE-CUSTOMER
           END-IF.
       3000-INQUIRE-CUSTOMER.
           MOVE CA-CUST-NO TO CUST-NO
           EXEC CICS READ FILE('CUSTFILE')
               INTO(CUSTOMER-RECORD)
               RIDFLD(CUST-NO)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 0200-CHECK-ENTITY
               IF ECHK-ENTITY-REFUSED
                   MOVE 'CUSTOMER NOT IN YOUR ENTITY' TO WS-MESSAGE
               ELSE
                   MOVE 'Y' TO WS-SHOW-SW
                   MOVE 'OVERKEY THE FIELDS TO CHANGE AND KEY AN ACTION'
                       TO WS-MESSAGE
               END-IF
           ELSE
               MOVE 'CUSTOMER NOT ON FILE' TO WS-MESSAGE
           END-IF.
       4000-ADD-CUSTOMER.
      *    A NEW CUSTOMER STARTS FROM THE SAME DEFAULTS AS A NEW
      *    CUSTLOAD CARD.  A RISK RATING ABOVE LOW IS A RATING
      *    DECISION AND NEEDS SUPERVISE LIKE ANY OTHER.
           EVALUATE TRUE
               WHEN WS-IN-NAME = SPACES
                   MOVE 'ADD REJECTED, NAME REQUIRED' TO WS-MESSAGE
               WHEN (WS-IN-RISK = 'H' OR WS-IN-RISK = 'M')
                   AND NOT OPR-MAY-SUPERVISE
                   MOVE 'RISK RATING NEEDS SUPERVISE ENTITLEMENT'
                       TO WS-MESSAGE
               WHEN OTHER
                   PERFORM 4100-BUILD-NEW-CUSTOMER
                   EXEC CICS WRITE FILE('CUSTFILE')
                       FROM(CUSTOMER-RECORD)
                       RIDFLD(CUST-NO)
                       RESP(WS-RESP)
                   END-EXEC
                   PERFORM 8000-SET-STATUS-FROM-RESP
                   EVALUATE WS-FILE-STATUS
                       WHEN '00'
                           MOVE 'Y' TO WS-SHOW-SW
                           MOVE 'CUSTOMER ADDED' TO WS-MESSAGE
                           MOVE 'ADDED' TO WS-AUDIT-DETAIL
                           PERFORM 7100-WRITE-AUDIT
                           PERFORM 7200-WRITE-MAINT-HISTORY
                       WHEN '22'
                           MOVE 'ADD REJECTED, CUSTOMER ALREADY ON FILE'
                               TO WS-MESSAGE
                       WHEN OTHER
                           MOVE 'CUSTOMER ADD FAILED' TO WS-MESSAGE
                   END-EVALUATE
           END-EVALUATE.
       4100-BUILD-NEW-CUSTOMER.
           MOVE SPACES TO CUSTOMER-RECORD
           MOVE SPACES TO WS-MH-BEFORE
           MOVE CA-CUST-NO TO CUST-NO
           MOVE WS-IN-NAME TO CUST-NAME
           MOVE WS-CICS-DATE TO CUST-OPEN-DATE
           SET CUST-ACTIVE TO TRUE
           MOVE 0 TO CUST-DATE-OF-DEATH
           MOVE SPACE TO CUST-ESTATE-NOTIFIED
           MOVE SPACE TO CUST-WITHHOLD-FLAG
           MOVE 0 TO CUST-WITHHOLD-RATE
           MOVE WS-IN-RISK TO CUST-RISK-RATING
           MOVE WS-REVIEW-DATE TO CUST-LAST-REVIEW-DATE
           MOVE 'I' TO CUST-TYPE
           MOVE SPACES TO CUST-REGISTRATION-NO
           MOVE 0 TO CUST-DATE-OF-BIRTH
           MOVE SPACES TO CUST-MERGED-INTO
           MOVE SPACES TO CUST-TIN
           MOVE SPACE TO CUST-TIN-TYPE
           MOVE SPACE TO CUST-TIN-MATCH-STATUS
           MOVE 0 TO CUST-TIN-MATCH-DATE
           MOVE SPACES TO CUST-TAX-RESIDENCY (1)
               CUST-TAX-RESIDENCY (2) CUST-TAX-RESIDENCY (3)
           MOVE 0 TO CUST-SELF-CERT-DATE
      *    THE CUSTOMER IS BOOKED UNDER THE FIRST ENTITY ON THE
      *    OPERATOR'S LIST.
           MOVE SPACES TO CUST-ENTITY-CODE
           PERFORM 0200-CHECK-ENTITY
           MOVE ECHK-HOME-ENTITY TO CUST-ENTITY-CODE.
       5000-CHANGE-CUSTOMER.
           PERFORM 5100-READ-FOR-UPDATE
           IF WS-MESSAGE = SPACES
               MOVE 'N' TO WS-RISK-CHANGE-SW
               IF WS-IN-RISK NOT = SPACE
                   AND WS-IN-RISK NOT = CUST-RISK-RATING
                   AND NOT (WS-IN-RISK = 'L' AND CUST-LOW-RISK)
                   MOVE 'Y' TO WS-RISK-CHANGE-SW
               END-IF
               EVALUATE TRUE
                   WHEN WS-IN-NAME = SPACES
                       EXEC CICS UNLOCK FILE('CUSTFILE') END-EXEC
                       MOVE 'CHANGE REJECTED, NAME REQUIRED'
                           TO WS-MESSAGE
                   WHEN RISK-CHANGE-KEYED AND NOT OPR-MAY-SUPERVISE
                       EXEC CICS UNLOCK FILE('CUSTFILE') END-EXEC
                       MOVE 'RISK RATING NEEDS SUPERVISE ENTITLEMENT'
                           TO WS-MESSAGE
                   WHEN OTHER
                       MOVE WS-IN-NAME TO CUST-NAME
                       IF RISK-CHANGE-KEYED
                           MOVE WS-IN-RISK TO CUST-RISK-RATING
                       END-IF
                       IF WS-REVIEW-DATE NOT = 0
                           MOVE WS-REVIEW-DATE
                               TO CUST-LAST-REVIEW-DATE
                       END-IF
                       IF CUSTOMER-RECORD = WS-MH-BEFORE
                           EXEC CICS UNLOCK FILE('CUSTFILE') END-EXEC
                           MOVE 'Y' TO WS-SHOW-SW
                           MOVE 'NO CHANGES KEYED' TO WS-MESSAGE
                       ELSE
                           MOVE 'CUSTOMER CHANGED' TO WS-DONE-MESSAGE
                           IF RISK-CHANGE-KEYED
                               STRING 'CHANGED, RISK NOW '
                                   CUST-RISK-RATING
                                   DELIMITED BY SIZE
                                   INTO WS-AUDIT-DETAIL
                           ELSE
                               MOVE 'CHANGED' TO WS-AUDIT-DETAIL
                           END-IF
                           PERFORM 5900-REWRITE-CUSTOMER
                       END-IF
               END-EVALUATE
           END-IF.
       5100-READ-FOR-UPDATE.
      *    A CUSTOMER RETIRED BY A MERGE IS MAINTAINED THROUGH THE
      *    SURVIVOR, NEVER DIRECTLY.
           MOVE CA-CUST-NO TO CUST-NO
           EXEC CICS READ FILE('CUSTFILE')
               INTO(CUSTOMER-RECORD)
               RIDFLD(CUST-NO)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER NOT ON FILE' TO WS-MESSAGE
           ELSE
               MOVE CUSTOMER-RECORD TO WS-MH-BEFORE
               PERFORM 0200-CHECK-ENTITY
               EVALUATE TRUE
                   WHEN ECHK-ENTITY-REFUSED
                       EXEC CICS UNLOCK FILE('CUSTFILE') END-EXEC
                       MOVE 'CUSTOMER NOT IN YOUR ENTITY' TO WS-MESSAGE
                   WHEN CUST-MERGED
                       EXEC CICS UNLOCK FILE('CUSTFILE') END-EXEC
                       MOVE 'Y' TO WS-SHOW-SW
                       STRING 'CUSTOMER MERGED INTO ' CUST-MERGED-INTO
                           ', MAINTAIN THAT CUSTOMER'
                           DELIMITED BY SIZE INTO WS-MESSAGE
               END-EVALUATE
           END-IF.
       5900-REWRITE-CUSTOMER.
           EXEC CICS REWRITE FILE('CUSTFILE')
               FROM(CUSTOMER-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-SHOW-SW
               MOVE WS-DONE-MESSAGE TO WS-MESSAGE
               PERFORM 7100-WRITE-AUDIT
               PERFORM 7200-WRITE-MAINT-HISTORY
           ELSE
               MOVE 'CUSTOMER UPDATE FAILED' TO WS-MESSAGE
           END-IF.
       6000-SET-DECEASED.
      *    THE SAME MARKING CUSTLOAD GIVES A DEATH NOTICE CARD: THE
      *    LEGAL DATE OF DEATH (TODAY WHEN NOT KEYED) AND THE ESTATE
      *    NOTICE FLAG SET TO 'N', WHICH TONIGHT'S ESTATNTC RUN
      *    PICKS UP.  POSTING REFUSES DEBITS FROM THE REWRITE ON.
      *    A SECOND D ON A DECEASED CUSTOMER ONLY CORRECTS THE DATE.
           IF NOT OPR-MAY-SUPERVISE
               MOVE 'DECEASED STATUS NEEDS SUPERVISE ENTITLEMENT'
                   TO WS-MESSAGE
           ELSE
               PERFORM 5100-READ-FOR-UPDATE
           END-IF
           IF WS-MESSAGE = SPACES
               IF CUST-DECEASED
                   IF WS-DEATH-DATE = 0
                       OR WS-DEATH-DATE = CUST-DATE-OF-DEATH
                       EXEC CICS UNLOCK FILE('CUSTFILE') END-EXEC
                       MOVE 'Y' TO WS-SHOW-SW
                       MOVE 'CUSTOMER ALREADY MARKED DECEASED'
                           TO WS-MESSAGE
                   ELSE
                       MOVE WS-DEATH-DATE TO CUST-DATE-OF-DEATH
                       MOVE 'DATE OF DEATH CORRECTED'
                           TO WS-DONE-MESSAGE
                       STRING 'DATE OF DEATH NOW ' CUST-DATE-OF-DEATH
                           DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                       PERFORM 5900-REWRITE-CUSTOMER
                   END-IF
               ELSE
                   SET CUST-DECEASED TO TRUE
                   IF WS-DEATH-DATE = 0
                       MOVE WS-CICS-DATE TO CUST-DATE-OF-DEATH
                   ELSE
                       MOVE WS-DEATH-DATE TO CUST-DATE-OF-DEATH
                   END-IF
                   MOVE 'N' TO CUST-ESTATE-NOTIFIED
                   MOVE 'MARKED DECEASED, ESTATE NOTICE GOES TONIGHT'
                       TO WS-DONE-MESSAGE
                   STRING 'MARKED DECEASED, DATE OF DEATH '
                       CUST-DATE-OF-DEATH
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   PERFORM 5900-REWRITE-CUSTOMER
               END-IF
           END-IF.
       6500-CLEAR-DECEASED.
      *    UNDOES A DEATH MARKING KEYED IN ERROR.  AN ESTATE NOTICE
      *    ALREADY SENT CANNOT BE RECALLED FROM HERE; THE MESSAGE
      *    SAYS SO, SO THE BRANCH CAN FOLLOW IT UP.
           IF NOT OPR-MAY-SUPERVISE
               MOVE 'DECEASED STATUS NEEDS SUPERVISE ENTITLEMENT'
                   TO WS-MESSAGE
           ELSE
               PERFORM 5100-READ-FOR-UPDATE
           END-IF
           IF WS-MESSAGE = SPACES
               IF NOT CUST-DECEASED
                   EXEC CICS UNLOCK FILE('CUSTFILE') END-EXEC
                   MOVE 'Y' TO WS-SHOW-SW
                   MOVE 'CUSTOMER IS NOT MARKED DECEASED' TO WS-MESSAGE
               ELSE
                   IF ESTATE-NOTICE-SENT
                       MOVE 'DECEASED CLEARED, ESTATE NOTICE WAS SENT'
                           TO WS-DONE-MESSAGE
                   ELSE
                       MOVE 'DECEASED STATUS CLEARED' TO WS-DONE-MESSAGE
                   END-IF
                   SET CUST-ACTIVE TO TRUE
                   MOVE 0 TO CUST-DATE-OF-DEATH
                   MOVE SPACE TO CUST-ESTATE-NOTIFIED
                   MOVE 'DECEASED MARKING CLEARED' TO WS-AUDIT-DETAIL
                   PERFORM 5900-REWRITE-CUSTOMER
               END-IF
           END-IF.
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
       7100-WRITE-AUDIT.
           MOVE WS-CICS-DATE TO AUDM-DATE
           MOVE 'CUSTMNT' TO AUDM-RUN-ID
           MOVE EIBTASKN TO AUDM-SEQUENCE
           MOVE SPACES TO AUDM-ACCT-ID
           MOVE SPACES TO AUDM-TEXT
           STRING 'CUST: ' CUST-NO
               ' BY: ' CA-OPR-ID ' ' WS-AUDIT-DETAIL
               DELIMITED BY SIZE INTO AUDM-TEXT
           EXEC CICS WRITE FILE('AUDMSTR')
               FROM(AUDIT-MASTER-RECORD)
               RIDFLD(AUDM-KEY)
               RESP(WS-RESP)
           END-EXEC.
       7200-WRITE-MAINT-HISTORY.
      *    KEYED BY CUSTOMER NUMBER; THE PROGRAM NAME TELLS MNTHINQ
      *    TO DECODE THE IMAGES AGAINST THE CUSTOMER LAYOUT.  AN ADD
      *    CARRIES A BLANK BEFORE IMAGE.
           MOVE CUST-NO TO MH-ACCT-ID
           MOVE WS-CICS-DATE TO MH-DATE
           MOVE WS-CICS-TIME TO MH-TIME
           MOVE EIBTASKN TO MH-SEQ
           MOVE 'ACCTCMTC' TO MH-PROGRAM
           MOVE WS-MH-BEFORE TO MH-BEFORE-IMAGE
           MOVE CUSTOMER-RECORD TO MH-AFTER-IMAGE
           EXEC CICS WRITE FILE('MNTHIST')
               FROM(HISTORY-RECORD)
               RIDFLD(MH-KEY)
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
       8100-SHOW-CUSTOMER.
           MOVE SPACES TO ACCTCMTO
           MOVE CUST-NO TO CCUSTO
           MOVE CUST-NAME TO CNAMEO
           MOVE CUST-STATUS TO CSTATO
           EVALUATE TRUE
               WHEN CUST-ACTIVE
                   MOVE 'ACTIVE' TO CSTDSCO
               WHEN CUST-CLOSED
                   MOVE 'CLOSED' TO CSTDSCO
               WHEN CUST-DECEASED
                   MOVE 'DECEASED' TO CSTDSCO
               WHEN CUST-MERGED
                   STRING 'MERGED INTO ' CUST-MERGED-INTO
                       DELIMITED BY SIZE INTO CSTDSCO
               WHEN OTHER
                   MOVE 'UNKNOWN' TO CSTDSCO
           END-EVALUATE
           MOVE CUST-OPEN-DATE TO COPENO
           MOVE CUST-RISK-RATING TO CRISKO
           IF CUST-LAST-REVIEW-DATE NOT = 0
               MOVE CUST-LAST-REVIEW-DATE TO CREVWO
           END-IF
           IF CUST-DATE-OF-DEATH NOT = 0
               MOVE CUST-DATE-OF-DEATH TO CDODO
           END-IF
           MOVE CUST-ESTATE-NOTIFIED TO CESTNO.
       8200-ECHO-ENTRY.
           MOVE SPACES TO ACCTCMTO
           MOVE WS-IN-ACTION TO CACTO
           MOVE CA-CUST-NO TO CCUSTO
           MOVE WS-IN-NAME TO CNAMEO
           MOVE WS-IN-RISK TO CRISKO
           MOVE WS-IN-REVIEW TO CREVWO
           MOVE WS-IN-DOD TO CDODO.
       9000-SEND-SCREEN.
           EXEC CICS SEND MAP('ACCTCMT')
               MAPSET('ACCTCMTM')
               FROM(ACCTCMTO)
               ERASE
           END-EXEC.
