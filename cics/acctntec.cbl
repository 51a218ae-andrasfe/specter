       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTNTEC.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP            PIC S9(8) COMP.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-ABS-TIME        PIC S9(15) COMP-3.
       01 WS-CICS-DATE       PIC 9(8).
       01 WS-YESTERDAY       PIC 9(8) VALUE 0.
       01 WS-MESSAGE         PIC X(79) VALUE SPACES.
       01 WS-NOTE-ROWS       PIC 9(2) COMP VALUE 0.
       01 WS-ROW-IDX         PIC 9(2) COMP VALUE 0.
       01 WS-NOTE-ROW-DISPLAY PIC Z9.
       01 WS-BROWSE-DONE     PIC X VALUE 'N'.
           88 BROWSE-DONE    VALUE 'Y'.
       01 WS-APPLIED-SW      PIC X VALUE 'N'.
           88 ACTION-APPLIED VALUE 'Y'.
       01 WS-SUPERVISOR-SW   PIC X VALUE 'N'.
           88 OPR-MAY-SUPERVISE VALUE 'Y'.
       01 WS-FROM-SEQ        PIC 9(3) VALUE 0.
      * THE SCREEN ENTRY FIELDS, WITH UNKEYED FIELDS AS SPACES.
       01 WS-ENTRY.
          05 WS-IN-ACTION    PIC X(01) VALUE SPACES.
             88 VALID-ACTION    VALUE 'A' 'X'.
          05 WS-IN-SEQ       PIC X(03) VALUE SPACES.
          05 WS-IN-SEQ-NUM REDEFINES WS-IN-SEQ
                             PIC 9(03).
          05 WS-IN-PRIORITY  PIC X(01) VALUE SPACES.
             88 VALID-PRIORITY  VALUE 'H' 'N' SPACE.
          05 WS-IN-EXPIRY    PIC X(08) VALUE SPACES.
          05 WS-IN-EXPIRY-DATE REDEFINES WS-IN-EXPIRY
                             PIC 9(08).
          05 WS-IN-TEXT      PIC X(60) VALUE SPACES.
       01 WS-SEQ             PIC 9(3) VALUE 0.
       01 WS-HIGH-SEQ        PIC 9(3) VALUE 0.
       01 WS-SEQ-USED-SW     PIC X VALUE 'N'.
           88 SEQ-IN-USE     VALUE 'Y'.
       01 WS-EXPIRY          PIC 9(8) VALUE 0.
       01 WS-AUDIT-DETAIL    PIC X(50) VALUE SPACES.
       01 WS-FENCED          PIC X VALUE 'N'.
           88 BATCH-FENCED   VALUE 'Y'.
       01 WS-SUBJECT-SW      PIC X VALUE 'Y'.
           88 SUBJECT-IN-ENTITY VALUE 'Y'.
       01 MEMO-NOTE-RECORD.
           COPY MEMOREC.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       01 ENTITLEMENT-RECORD.
           COPY ENTLREC.
       01 STATUS-RECORD.
           COPY SYSSREC.
       01 AUDIT-MASTER-RECORD.
           COPY AUDMREC.
       01 WS-COMMAREA.
           COPY MEMOCREC.
       COPY ACCTNTEM.
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
      *    MEMO NOTES FOR ONE ACCOUNT OR ONE CUSTOMER, REACHED WITH
      *    PF6 FROM THE ACCOUNT OR CUSTOMER INQUIRY AND LEFT WITH PF3
      *    BACK TO IT.  ONLY NOTES NOT YET EXPIRED ARE LISTED.  ANY
      *    OPERATOR MAY ADD A NOTE UNDER THEIR OWN ID; EXPIRING
      *    SOMEONE ELSE'S NOTE NEEDS SUPERVISE.
           MOVE SPACES TO WS-COMMAREA
           IF EIBCALEN > 0
               MOVE DFHCOMMAREA (1:EIBCALEN) TO WS-COMMAREA
           END-IF
           IF MEMC-OPR-ID = SPACES
               EXEC CICS XCTL PROGRAM('ACCTSGNC')
                   COMMAREA(WS-COMMAREA)
               END-EXEC
           END-IF
           PERFORM 0100-CHECK-SESSION
           IF EIBAID = DFHPF3
               PERFORM 0200-RETURN-TO-CALLER
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-CICS-DATE)
           END-EXEC
           IF EIBTRNID NOT = 'ANTE'
               PERFORM 2600-FIRST-DISPLAY
           ELSE
               EXEC CICS RECEIVE MAP('ACCTNTE')
                   MAPSET('ACCTNTEM')
                   INTO(ACCTNTEI)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN MEMC-NOTE-ID = SPACES
                       PERFORM 2600-FIRST-DISPLAY
                   WHEN EIBAID = DFHPF8
                       PERFORM 2500-PAGE-FORWARD
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       PERFORM 2600-FIRST-DISPLAY
                   WHEN OTHER
                       PERFORM 2000-PROCESS-REQUEST
               END-EVALUATE
           END-IF
           EXEC CICS RETURN TRANSID('ANTE')
               COMMAREA(WS-COMMAREA)
           END-EXEC.
       0100-CHECK-SESSION.
           MOVE MEMC-OPR-ID TO SCHK-OPR-ID
           EXEC CICS LINK PROGRAM('ACCTSCKC')
               COMMAREA(WS-SESSION-CHECK)
           END-EXEC
           IF NOT SCHK-SESSION-OK
               MOVE SPACES TO WS-COMMAREA
               EXEC CICS RETURN TRANSID('ASGN')
                   COMMAREA(WS-COMMAREA)
               END-EXEC
           END-IF.
       0200-RETURN-TO-CALLER.
      *    THE CALLER SEES TRANSACTION ANTE AND REDISPLAYS THE
      *    ACCOUNT OR CUSTOMER IT SENT US FROM.
           IF MEMC-RETURN-PROG = SPACES
               MOVE 'ACCTMENU' TO MEMC-RETURN-PROG
           END-IF
           EXEC CICS XCTL PROGRAM(MEMC-RETURN-PROG)
               COMMAREA(WS-COMMAREA)
           END-EXEC.
       1000-CHECK-SUPERVISOR.
      *    NO ENTITLEMENT RECORD FALLS BACK TO THE PRIVILEGE FLAG,
      *    AS EVERYWHERE ELSE.
           IF MEMC-OPR-PRIV = 'P'
               MOVE 'Y' TO WS-SUPERVISOR-SW
           ELSE
               MOVE 'N' TO WS-SUPERVISOR-SW
           END-IF
           MOVE MEMC-OPR-ID TO ENTL-OPR-ID
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
       2000-PROCESS-REQUEST.
           MOVE NACTI TO WS-IN-ACTION
           MOVE NSEQI TO WS-IN-SEQ
           MOVE NPRII TO WS-IN-PRIORITY
           MOVE NEXPI TO WS-IN-EXPIRY
           MOVE NTEXTI TO WS-IN-TEXT
           INSPECT WS-ENTRY REPLACING ALL LOW-VALUES BY SPACES
           MOVE SPACES TO WS-MESSAGE
           PERFORM 3400-CHECK-SUBJECT-ENTITY
           EVALUATE TRUE
               WHEN WS-IN-ACTION = SPACES
                   CONTINUE
               WHEN NOT SUBJECT-IN-ENTITY
                   CONTINUE
               WHEN NOT VALID-ACTION
                   MOVE 'INVALID ACTION, USE A OR X' TO WS-MESSAGE
               WHEN OTHER
                   PERFORM 7000-CHECK-BATCH-FENCE
                   IF BATCH-FENCED
                       MOVE 'OVERNIGHT CYCLE RUNNING, UPDATES OFF'
                           TO WS-MESSAGE
                   ELSE
                       PERFORM 2200-EDIT-ENTRY
                       IF WS-MESSAGE = SPACES
                           PERFORM 2300-APPLY-ACTION
                       END-IF
                   END-IF
           END-EVALUATE
           MOVE 0 TO WS-FROM-SEQ
           PERFORM 3000-BUILD-SCREEN.
       2200-EDIT-ENTRY.
           MOVE 0 TO WS-SEQ
           MOVE 0 TO WS-EXPIRY
           EVALUATE TRUE
               WHEN WS-IN-SEQ NOT = SPACES
                   AND WS-IN-SEQ IS NOT NUMERIC
                   MOVE 'SEQUENCE MUST BE THREE DIGITS' TO WS-MESSAGE
               WHEN NOT VALID-PRIORITY
                   MOVE 'PRIORITY MUST BE H OR BLANK' TO WS-MESSAGE
               WHEN WS-IN-EXPIRY NOT = SPACES
                   AND WS-IN-EXPIRY IS NOT NUMERIC
                   MOVE 'EXPIRY MUST BE A CCYYMMDD DATE' TO WS-MESSAGE
               WHEN OTHER
                   IF WS-IN-SEQ NOT = SPACES
                       MOVE WS-IN-SEQ-NUM TO WS-SEQ
                   END-IF
                   IF WS-IN-EXPIRY NOT = SPACES
                       MOVE WS-IN-EXPIRY-DATE TO WS-EXPIRY
                   END-IF
           END-EVALUATE.
       2300-APPLY-ACTION.
           EVALUATE WS-IN-ACTION
               WHEN 'A'
                   PERFORM 4000-ADD-NOTE
               WHEN 'X'
                   PERFORM 4100-EXPIRE-NOTE
           END-EVALUATE.
       2500-PAGE-FORWARD.
           MOVE SPACES TO WS-MESSAGE
           IF MEMC-MORE = 'Y'
               MOVE MEMC-NEXT-SEQ TO WS-FROM-SEQ
           ELSE
               MOVE 'NO MORE NOTES, BACK TO THE FIRST PAGE'
                   TO WS-MESSAGE
               MOVE 0 TO WS-FROM-SEQ
           END-IF
           PERFORM 3000-BUILD-SCREEN.
       2600-FIRST-DISPLAY.
      *    ARRIVING FROM AN INQUIRY SCREEN.  WITHOUT A KEY THERE IS
      *    NOTHING TO LIST, SO THE OPERATOR IS TOLD WHERE NOTES ARE
      *    REACHED FROM.
           MOVE SPACES TO WS-MESSAGE
           IF MEMC-NOTE-ID = SPACES OR MEMC-NOTE-ID = LOW-VALUES
               MOVE SPACES TO ACCTNTEO
               MOVE 'USE PF6 ON THE ACCOUNT OR CUSTOMER INQUIRY'
                   TO NMSGO
               PERFORM 9000-SEND-SCREEN
           ELSE
               MOVE 0 TO WS-FROM-SEQ
               PERFORM 3000-BUILD-SCREEN
           END-IF.
       3000-BUILD-SCREEN.
      *    NOTES ARE REACHED BY PF6 FROM SCREENS THAT ALREADY REFUSE
      *    ANOTHER ENTITY'S ACCOUNTS AND CUSTOMERS, BUT THE COMMAREA
      *    IS NOT TRUSTED FOR THAT; THE SUBJECT IS CHECKED AGAIN.
           MOVE SPACES TO ACCTNTEO
           PERFORM 3400-CHECK-SUBJECT-ENTITY
           IF NOT SUBJECT-IN-ENTITY
               MOVE 'N' TO MEMC-MORE
               MOVE 0 TO MEMC-NEXT-SEQ
               IF MEMC-NOTE-TYPE = 'C'
                   MOVE 'CUSTOMER NOT IN YOUR ENTITY' TO NMSGO
               ELSE
                   MOVE 'ACCOUNT NOT IN YOUR ENTITY' TO NMSGO
               END-IF
               PERFORM 9000-SEND-SCREEN
           ELSE
               PERFORM 3050-SHOW-NOTES
           END-IF.
       3050-SHOW-NOTES.
           PERFORM 3500-SHOW-SUBJECT
           MOVE 'N' TO MEMC-MORE
           MOVE 0 TO MEMC-NEXT-SEQ
           MOVE 0 TO WS-NOTE-ROWS
           PERFORM 3100-LIST-NOTES
           IF NOT ACTION-APPLIED
               MOVE WS-IN-ACTION TO NACTO
               MOVE WS-IN-SEQ TO NSEQO
               MOVE WS-IN-PRIORITY TO NPRIO
               MOVE WS-IN-EXPIRY TO NEXPO
               MOVE WS-IN-TEXT TO NTEXTO
           END-IF
           EVALUATE TRUE
               WHEN WS-MESSAGE NOT = SPACES
                   MOVE WS-MESSAGE TO NMSGO
               WHEN WS-NOTE-ROWS = 0
                   MOVE 'NO NOTES IN FORCE' TO NMSGO
               WHEN OTHER
                   MOVE WS-NOTE-ROWS TO WS-NOTE-ROW-DISPLAY
                   STRING WS-NOTE-ROW-DISPLAY ' NOTES SHOWN'
                       DELIMITED BY SIZE INTO NMSGO
                   IF MEMC-MORE = 'Y'
                       MOVE ', PF8 FOR MORE' TO NMSGO (15:14)
                   END-IF
           END-EVALUATE
           PERFORM 9000-SEND-SCREEN.
       3100-LIST-NOTES.
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE MEMC-NOTE-TYPE TO MEMO-KEY-TYPE
           MOVE MEMC-NOTE-ID TO MEMO-KEY-ID
           MOVE WS-FROM-SEQ TO MEMO-SEQ
           EXEC CICS STARTBR FILE('MEMONOTE')
               RIDFLD(MEMO-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3200-READ-NEXT-NOTE UNTIL BROWSE-DONE
               EXEC CICS ENDBR FILE('MEMONOTE') END-EXEC
           END-IF.
       3200-READ-NEXT-NOTE.
      *    A SIXTH NOTE IN FORCE IS NOT SHOWN; IT IS WHERE PF8
      *    STARTS.
           EXEC CICS READNEXT FILE('MEMONOTE')
               INTO(MEMO-NOTE-RECORD)
               RIDFLD(MEMO-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR MEMO-KEY-TYPE NOT = MEMC-NOTE-TYPE
               OR MEMO-KEY-ID NOT = MEMC-NOTE-ID
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF MEMO-EXPIRY-DATE = 0
                   OR MEMO-EXPIRY-DATE >= WS-CICS-DATE
                   IF WS-NOTE-ROWS >= 5
                       MOVE 'Y' TO MEMC-MORE
                       MOVE MEMO-SEQ TO MEMC-NEXT-SEQ
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       ADD 1 TO WS-NOTE-ROWS
                       PERFORM 6000-FORMAT-NOTE-ROWS
                   END-IF
               END-IF
           END-IF.
       3400-CHECK-SUBJECT-ENTITY.
      *    A SUBJECT NOT ON FILE IS LEFT TO LIST WHATEVER NOTES ARE
      *    HELD FOR IT, AS BEFORE.
           MOVE 'Y' TO WS-SUBJECT-SW
           MOVE SPACES TO ECHK-ENTITY-CODE
           IF MEMC-NOTE-TYPE = 'C'
               MOVE MEMC-NOTE-ID TO CUST-NO
               EXEC CICS READ FILE('CUSTFILE')
                   INTO(CUSTOMER-RECORD)
                   RIDFLD(CUST-NO)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE CUST-ENTITY-CODE TO ECHK-ENTITY-CODE
               END-IF
           ELSE
               MOVE MEMC-NOTE-ID TO ACCT-ID
               EXEC CICS READ FILE('ACCTFILE')
                   INTO(ACCOUNT-RECORD)
                   RIDFLD(ACCT-ID)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE ACCT-ENTITY-CODE TO ECHK-ENTITY-CODE
               END-IF
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE MEMC-OPR-ID TO ECHK-OPR-ID
               EXEC CICS LINK PROGRAM('ACCTENTC')
                   COMMAREA(WS-ENTITY-CHECK)
               END-EXEC
               IF ECHK-ENTITY-REFUSED
                   MOVE 'N' TO WS-SUBJECT-SW
               END-IF
           END-IF.
       3500-SHOW-SUBJECT.
           IF MEMC-NOTE-TYPE = 'C'
               STRING 'CUSTOMER ' MEMC-NOTE-ID (1:8)
                   DELIMITED BY SIZE INTO NFORO
               MOVE MEMC-NOTE-ID TO CUST-NO
               EXEC CICS READ FILE('CUSTFILE')
                   INTO(CUSTOMER-RECORD)
                   RIDFLD(CUST-NO)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE CUST-NAME TO NNAMEO
               END-IF
           ELSE
               STRING 'ACCOUNT ' MEMC-NOTE-ID
                   DELIMITED BY SIZE INTO NFORO
               MOVE MEMC-NOTE-ID TO ACCT-ID
               EXEC CICS READ FILE('ACCTFILE')
                   INTO(ACCOUNT-RECORD)
                   RIDFLD(ACCT-ID)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   IF MEMC-OPR-PRIV = 'P'
                       MOVE ACCT-NAME TO NNAMEO
                   ELSE
                       MOVE ACCT-NAME (1:1) TO NNAMEO
                       MOVE ALL '*' TO NNAMEO (2:29)
                   END-IF
               END-IF
           END-IF.
       4000-ADD-NOTE.
      *    THE NOTE IS WRITTEN UNDER THE NEXT FREE SEQUENCE FOR THE
      *    ACCOUNT OR CUSTOMER, DATED TODAY AND SIGNED BY THE
      *    OPERATOR.
           EVALUATE TRUE
               WHEN WS-IN-TEXT = SPACES
                   MOVE 'ADD REJECTED, KEY THE NOTE TEXT' TO WS-MESSAGE
               WHEN WS-EXPIRY NOT = 0 AND WS-EXPIRY < WS-CICS-DATE
                   MOVE 'ADD REJECTED, EXPIRY DATE ALREADY PAST'
                       TO WS-MESSAGE
               WHEN OTHER
                   PERFORM 5000-NEXT-NOTE-SEQ
                   IF WS-MESSAGE = SPACES
                       PERFORM 4050-WRITE-NOTE
                   END-IF
           END-EVALUATE.
       4050-WRITE-NOTE.
           MOVE SPACES TO MEMO-NOTE-RECORD
           MOVE MEMC-NOTE-TYPE TO MEMO-KEY-TYPE
           MOVE MEMC-NOTE-ID TO MEMO-KEY-ID
           MOVE WS-SEQ TO MEMO-SEQ
           MOVE WS-CICS-DATE TO MEMO-NOTE-DATE
           MOVE MEMC-OPR-ID TO MEMO-AUTHOR
           MOVE WS-EXPIRY TO MEMO-EXPIRY-DATE
           IF WS-IN-PRIORITY = 'H'
               SET MEMO-HIGH-PRIORITY TO TRUE
           ELSE
               SET MEMO-NORMAL-PRIORITY TO TRUE
           END-IF
           MOVE WS-IN-TEXT TO MEMO-TEXT
           EXEC CICS WRITE FILE('MEMONOTE')
               FROM(MEMO-NOTE-RECORD)
               RIDFLD(MEMO-KEY)
               RESP(WS-RESP)
           END-EXEC
           PERFORM 8000-SET-STATUS-FROM-RESP
           EVALUATE WS-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-APPLIED-SW
                   STRING 'NOTE ' MEMO-SEQ ' ADDED'
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   STRING 'ADDED PRI ' MEMO-PRIORITY
                       ' EXP ' MEMO-EXPIRY-DATE
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   PERFORM 7100-WRITE-AUDIT
               WHEN '22'
                   MOVE 'ADD REJECTED, SEQUENCE ALREADY ON FILE'
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'NOTE ADD FAILED' TO WS-MESSAGE
           END-EVALUATE.
       4100-EXPIRE-NOTE.
      *    EXPIRING DATES THE NOTE YESTERDAY SO IT DROPS OFF THE
      *    SCREENS AT ONCE; HOUSEKEP SWEEPS IT LATER UNDER THE AUDIT
      *    RETENTION RULE.
           IF WS-IN-SEQ = SPACES
               MOVE 'EXPIRE REJECTED, KEY THE NOTE SEQUENCE'
                   TO WS-MESSAGE
           ELSE
               MOVE MEMC-NOTE-TYPE TO MEMO-KEY-TYPE
               MOVE MEMC-NOTE-ID TO MEMO-KEY-ID
               MOVE WS-SEQ TO MEMO-SEQ
               EXEC CICS READ FILE('MEMONOTE')
                   INTO(MEMO-NOTE-RECORD)
                   RIDFLD(MEMO-KEY)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'EXPIRE REJECTED, NOTE NOT ON FILE'
                       TO WS-MESSAGE
               ELSE
                   PERFORM 4150-CHECK-AND-EXPIRE
               END-IF
           END-IF.
       4150-CHECK-AND-EXPIRE.
           IF MEMO-AUTHOR NOT = MEMC-OPR-ID
               PERFORM 1000-CHECK-SUPERVISOR
           ELSE
               MOVE 'Y' TO WS-SUPERVISOR-SW
           END-IF
           EVALUATE TRUE
               WHEN MEMO-EXPIRY-DATE NOT = 0
                   AND MEMO-EXPIRY-DATE < WS-CICS-DATE
                   EXEC CICS UNLOCK FILE('MEMONOTE') END-EXEC
                   MOVE 'EXPIRE REJECTED, NOTE ALREADY EXPIRED'
                       TO WS-MESSAGE
               WHEN NOT OPR-MAY-SUPERVISE
                   EXEC CICS UNLOCK FILE('MEMONOTE') END-EXEC
                   MOVE 'NOT YOUR NOTE, EXPIRE NEEDS SUPERVISE'
                       TO WS-MESSAGE
               WHEN OTHER
                   COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-CICS-DATE) - 1)
                   MOVE WS-YESTERDAY TO MEMO-EXPIRY-DATE
                   MOVE MEMC-OPR-ID TO MEMO-EXPIRED-BY
                   EXEC CICS REWRITE FILE('MEMONOTE')
                       FROM(MEMO-NOTE-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-APPLIED-SW
                       STRING 'NOTE ' MEMO-SEQ ' EXPIRED'
                           DELIMITED BY SIZE INTO WS-MESSAGE
                       STRING 'EXPIRED, WRITTEN BY ' MEMO-AUTHOR
                           ' ON ' MEMO-NOTE-DATE
                           DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                       PERFORM 7100-WRITE-AUDIT
                   ELSE
                       MOVE 'NOTE EXPIRE FAILED' TO WS-MESSAGE
                   END-IF
           END-EVALUATE.
       5000-NEXT-NOTE-SEQ.
      *    KEYS RUN IN SEQUENCE ORDER, SO THE LAST NOTE READ FOR THE
      *    ACCOUNT OR CUSTOMER CARRIES THE HIGHEST SEQUENCE IN USE.
      *    EXPIRED NOTES STILL HOLD THEIR SEQUENCE UNTIL HOUSEKEP
      *    SWEEPS THEM.
           MOVE 'N' TO WS-SEQ-USED-SW
           MOVE 0 TO WS-HIGH-SEQ
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE MEMC-NOTE-TYPE TO MEMO-KEY-TYPE
           MOVE MEMC-NOTE-ID TO MEMO-KEY-ID
           MOVE 0 TO MEMO-SEQ
           EXEC CICS STARTBR FILE('MEMONOTE')
               RIDFLD(MEMO-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 5100-READ-NOTE-SEQ UNTIL BROWSE-DONE
               EXEC CICS ENDBR FILE('MEMONOTE') END-EXEC
           END-IF
           EVALUATE TRUE
               WHEN NOT SEQ-IN-USE
                   MOVE 1 TO WS-SEQ
               WHEN WS-HIGH-SEQ = 999
                   MOVE 'ADD REJECTED, NO FREE NOTE SEQUENCE'
                       TO WS-MESSAGE
               WHEN OTHER
                   COMPUTE WS-SEQ = WS-HIGH-SEQ + 1
           END-EVALUATE.
       5100-READ-NOTE-SEQ.
           EXEC CICS READNEXT FILE('MEMONOTE')
               INTO(MEMO-NOTE-RECORD)
               RIDFLD(MEMO-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR MEMO-KEY-TYPE NOT = MEMC-NOTE-TYPE
               OR MEMO-KEY-ID NOT = MEMC-NOTE-ID
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               MOVE 'Y' TO WS-SEQ-USED-SW
               MOVE MEMO-SEQ TO WS-HIGH-SEQ
           END-IF.
       6000-FORMAT-NOTE-ROWS.
      *    EACH NOTE TAKES TWO SCREEN ROWS: WHO AND WHEN, THEN THE
      *    TEXT.
           COMPUTE WS-ROW-IDX = WS-NOTE-ROWS * 2 - 1
           MOVE SPACES TO ACCTNTE-HEAD-ROW
           MOVE MEMO-SEQ TO NR-SEQ
           MOVE MEMO-NOTE-DATE TO NR-NOTE-DATE
           MOVE MEMO-AUTHOR TO NR-AUTHOR
           IF MEMO-EXPIRY-DATE = 0
               MOVE 'NONE' TO NR-EXPIRY
           ELSE
               MOVE MEMO-EXPIRY-DATE TO NR-EXPIRY
           END-IF
           IF MEMO-HIGH-PRIORITY
               MOVE 'HIGH' TO NR-PRIORITY
           ELSE
               MOVE 'NORMAL' TO NR-PRIORITY
           END-IF
           MOVE ACCTNTE-HEAD-ROW TO NROWO (WS-ROW-IDX)
           ADD 1 TO WS-ROW-IDX
           MOVE SPACES TO ACCTNTE-TEXT-ROW
           MOVE MEMO-TEXT TO NT-TEXT
           MOVE ACCTNTE-TEXT-ROW TO NROWO (WS-ROW-IDX).
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
           MOVE 'MEMONOTE' TO AUDM-RUN-ID
           MOVE EIBTASKN TO AUDM-SEQUENCE
           IF MEMC-NOTE-TYPE = 'A'
               MOVE MEMC-NOTE-ID TO AUDM-ACCT-ID
           ELSE
               MOVE SPACES TO AUDM-ACCT-ID
           END-IF
           MOVE SPACES TO AUDM-TEXT
           STRING 'NOTE ' MEMO-KEY-TYPE ' ' MEMO-KEY-ID ' ' MEMO-SEQ
               ' BY: ' MEMC-OPR-ID ' ' WS-AUDIT-DETAIL
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
           EXEC CICS SEND MAP('ACCTNTE')
               MAPSET('ACCTNTEM')
               FROM(ACCTNTEO)
               ERASE
           END-EXEC.
