       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSTVC.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP            PIC S9(8) COMP.
       01 WS-MESSAGE         PIC X(79) VALUE SPACES.
       01 WS-ROW-IDX         PIC 9(2) COMP VALUE 0.
       01 WS-PAGE-SIZE       PIC 9(2) COMP VALUE 14.
       01 WS-LATEST-CYCLE    PIC 9(8) VALUE 0.
       01 WS-DELIVERY-TEXT   PIC X(05) VALUE SPACES.
       01 WS-BROWSE-DONE     PIC X VALUE 'N'.
           88 BROWSE-DONE    VALUE 'Y'.
      * THE SCREEN ENTRY FIELDS, WITH UNKEYED FIELDS AS SPACES.  A
      * BLANK CYCLE DATE MEANS THE LATEST STATEMENT ON THE ARCHIVE.
       01 WS-ENTRY.
          05 WS-IN-ACCT      PIC X(10) VALUE SPACES.
          05 WS-IN-CYCLE     PIC X(08) VALUE SPACES.
          05 WS-IN-CYCLE-DATE REDEFINES WS-IN-CYCLE
                             PIC 9(08).
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       01 STATEMENT-ARCHIVE-RECORD.
           COPY STMAREC.
       01 WS-COMMAREA.
          05 CA-ACCT-ID      PIC X(10).
          05 CA-OPR-ID       PIC X(08).
          05 CA-OPR-PRIV     PIC X(01).
          05 CA-MAY-POST     PIC X(01).
          05 CA-MAY-MAINTAIN PIC X(01).
          05 CA-MAY-CLOSE    PIC X(01).
          05 CA-CYCLE-DATE   PIC 9(08).
          05 CA-TOP-LINE     PIC 9(04).
          05 CA-NEXT-LINE    PIC 9(04).
          05 CA-MORE         PIC X(01).
       COPY ACCTSTVM.
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
      *    SHOWS A STATEMENT AS IT WAS FILED ON STMTARCH BY
      *    STMTMAIL, PAPER OR E-STATEMENT ALIKE, A PAGE OF LINES AT
      *    A TIME.  INQUIRY ONLY: ANY SIGNED-ON OPERATOR MAY USE IT.
           MOVE SPACES TO WS-COMMAREA
           MOVE SPACES TO ACCT-NAME
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
           IF CA-CYCLE-DATE IS NOT NUMERIC
               MOVE 0 TO CA-CYCLE-DATE
           END-IF
           IF CA-TOP-LINE IS NOT NUMERIC
               MOVE 0 TO CA-TOP-LINE
           END-IF
           IF CA-NEXT-LINE IS NOT NUMERIC
               MOVE 0 TO CA-NEXT-LINE
           END-IF
           EXEC CICS RECEIVE MAP('ACCTSTV')
               MAPSET('ACCTSTVM')
               INTO(ACCTSTVI)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE VACCTI TO WS-IN-ACCT
               MOVE VCYCLEI TO WS-IN-CYCLE
               INSPECT WS-ENTRY REPLACING ALL LOW-VALUES BY SPACES
           END-IF
           MOVE SPACES TO ACCTSTVO
           EVALUATE TRUE
               WHEN EIBAID = DFHPF8 AND CA-CYCLE-DATE NOT = 0
                   PERFORM 2500-PAGE-FORWARD
               WHEN EIBAID = DFHPF7 AND CA-CYCLE-DATE NOT = 0
                   PERFORM 2600-PAGE-BACKWARD
               WHEN WS-RESP = DFHRESP(NORMAL)
                   AND EIBAID = DFHENTER
                   PERFORM 2000-PROCESS-ENTRY
               WHEN OTHER
                   PERFORM 2700-FIRST-DISPLAY
           END-EVALUATE
           PERFORM 8200-ECHO-ENTRY
           MOVE WS-MESSAGE TO VMSGO
           PERFORM 9000-SEND-SCREEN
           EXEC CICS RETURN TRANSID('ASTV')
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
       2000-PROCESS-ENTRY.
           MOVE WS-IN-ACCT TO CA-ACCT-ID
           MOVE 0 TO CA-CYCLE-DATE
           EVALUATE TRUE
               WHEN CA-ACCT-ID = SPACES
                   MOVE 'ACCOUNT ID REQUIRED' TO WS-MESSAGE
               WHEN WS-IN-CYCLE NOT = SPACES
                   AND WS-IN-CYCLE IS NOT NUMERIC
                   MOVE 'CYCLE DATE MUST BE A CCYYMMDD DATE'
                       TO WS-MESSAGE
               WHEN WS-IN-CYCLE = SPACES
                   PERFORM 3100-FIND-LATEST-CYCLE
                   IF WS-LATEST-CYCLE = 0
                       MOVE 'NO STATEMENTS ARCHIVED FOR THIS ACCOUNT'
                           TO WS-MESSAGE
                   ELSE
                       MOVE WS-LATEST-CYCLE TO CA-CYCLE-DATE
                   END-IF
               WHEN OTHER
                   MOVE WS-IN-CYCLE-DATE TO CA-CYCLE-DATE
           END-EVALUATE
           IF CA-ACCT-ID NOT = SPACES
               PERFORM 3000-READ-ACCOUNT
           END-IF
           IF WS-MESSAGE = SPACES
               MOVE 1 TO CA-TOP-LINE
               PERFORM 4000-BUILD-PAGE
           END-IF.
       2500-PAGE-FORWARD.
           IF CA-MORE = 'Y'
               MOVE CA-NEXT-LINE TO CA-TOP-LINE
           END-IF
           PERFORM 3000-READ-ACCOUNT
           IF WS-MESSAGE = SPACES
               PERFORM 4000-BUILD-PAGE
           END-IF.
       2600-PAGE-BACKWARD.
      *    STATEMENT LINES ARE NUMBERED FROM 1 WITHOUT GAPS, SO THE
      *    PRIOR PAGE STARTS ONE PAGE-FULL OF LINES EARLIER.
           IF CA-TOP-LINE > WS-PAGE-SIZE
               SUBTRACT WS-PAGE-SIZE FROM CA-TOP-LINE
           ELSE
               MOVE 1 TO CA-TOP-LINE
           END-IF
           PERFORM 3000-READ-ACCOUNT
           IF WS-MESSAGE = SPACES
               PERFORM 4000-BUILD-PAGE
           END-IF.
       2700-FIRST-DISPLAY.
      *    ARRIVING FROM ANOTHER SCREEN: SHOW THE ACCOUNT CARRIED
      *    FORWARD, IF ANY.
           MOVE 0 TO CA-CYCLE-DATE
           IF CA-ACCT-ID = SPACES OR CA-ACCT-ID = LOW-VALUES
               MOVE SPACES TO CA-ACCT-ID
           ELSE
               PERFORM 3000-READ-ACCOUNT
           END-IF
           IF WS-MESSAGE = SPACES
               MOVE
                 'KEY AN ACCOUNT AND A CYCLE DATE, OR BLANK FOR LATEST'
                   TO WS-MESSAGE
           END-IF.
       3000-READ-ACCOUNT.
      *    THE NAME IS SHOWN WHEN THE ACCOUNT IS STILL ON FILE; THE
      *    ARCHIVE OUTLIVES A CLOSED ACCOUNT, SO ITS ABSENCE DOES NOT
      *    STOP THE STATEMENT BEING SHOWN.  AN ACCOUNT OF AN ENTITY
      *    THE OPERATOR DOES NOT SERVE IS REFUSED OUTRIGHT.
           MOVE CA-ACCT-ID TO ACCT-ID
           EXEC CICS READ FILE('ACCTFILE')
               INTO(ACCOUNT-RECORD)
               RIDFLD(ACCT-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '** ACCOUNT NOT ON FILE **' TO ACCT-NAME
           ELSE
               PERFORM 0200-CHECK-ENTITY
               IF ECHK-ENTITY-REFUSED
                   MOVE '** NOT IN YOUR ENTITY **' TO ACCT-NAME
                   MOVE 'ACCOUNT NOT IN YOUR ENTITY' TO WS-MESSAGE
                   MOVE 0 TO CA-CYCLE-DATE
               END-IF
           END-IF.
       3100-FIND-LATEST-CYCLE.
      *    EACH READ LANDS ON THE FIRST LINE OF A CYCLE; THE BROWSE
      *    IS THEN RESET PAST THAT CYCLE, SO ONLY ONE RECORD PER
      *    STATEMENT IS READ ON THE WAY TO THE LATEST.
           MOVE 0 TO WS-LATEST-CYCLE
           MOVE CA-ACCT-ID TO STMA-ACCT-ID
           MOVE 0 TO STMA-CYCLE-DATE
           MOVE 0 TO STMA-LINE-NO
           EXEC CICS STARTBR FILE('STMTARCH')
               RIDFLD(STMA-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'N' TO WS-BROWSE-DONE
               PERFORM 3110-SKIP-TO-NEXT-CYCLE UNTIL BROWSE-DONE
               EXEC CICS ENDBR FILE('STMTARCH') END-EXEC
           END-IF.
       3110-SKIP-TO-NEXT-CYCLE.
           EXEC CICS READNEXT FILE('STMTARCH')
               INTO(STATEMENT-ARCHIVE-RECORD)
               RIDFLD(STMA-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR STMA-ACCT-ID NOT = CA-ACCT-ID
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               MOVE STMA-CYCLE-DATE TO WS-LATEST-CYCLE
               ADD 1 TO STMA-CYCLE-DATE
               MOVE 0 TO STMA-LINE-NO
               EXEC CICS RESETBR FILE('STMTARCH')
                   RIDFLD(STMA-KEY)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-BROWSE-DONE
               END-IF
           END-IF.
       4000-BUILD-PAGE.
      *    ONE RECORD PAST A FULL PAGE IS READ TO TELL WHETHER PF8
      *    HAS ANYWHERE TO GO.
           MOVE 0 TO WS-ROW-IDX
           MOVE 'N' TO CA-MORE
           MOVE 0 TO CA-NEXT-LINE
           MOVE SPACES TO WS-DELIVERY-TEXT
           MOVE CA-ACCT-ID TO STMA-ACCT-ID
           MOVE CA-CYCLE-DATE TO STMA-CYCLE-DATE
           MOVE CA-TOP-LINE TO STMA-LINE-NO
           EXEC CICS STARTBR FILE('STMTARCH')
               RIDFLD(STMA-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'N' TO WS-BROWSE-DONE
               PERFORM 4100-READ-NEXT-LINE
                   UNTIL BROWSE-DONE OR CA-MORE = 'Y'
               EXEC CICS ENDBR FILE('STMTARCH') END-EXEC
           END-IF
           EVALUATE TRUE
               WHEN WS-ROW-IDX = 0
                   MOVE 'NO STATEMENT ARCHIVED FOR THAT CYCLE'
                       TO WS-MESSAGE
               WHEN CA-MORE = 'Y'
                   MOVE 'PF8 FOR MORE, PF7 TO PAGE BACK' TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'END OF STATEMENT' TO WS-MESSAGE
           END-EVALUATE.
       4100-READ-NEXT-LINE.
           EXEC CICS READNEXT FILE('STMTARCH')
               INTO(STATEMENT-ARCHIVE-RECORD)
               RIDFLD(STMA-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR STMA-ACCT-ID NOT = CA-ACCT-ID
               OR STMA-CYCLE-DATE NOT = CA-CYCLE-DATE
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF WS-ROW-IDX >= WS-PAGE-SIZE
                   MOVE 'Y' TO CA-MORE
                   MOVE STMA-LINE-NO TO CA-NEXT-LINE
               ELSE
                   ADD 1 TO WS-ROW-IDX
                   MOVE STMA-LINE TO VLINEO (WS-ROW-IDX)
                   IF STMA-ELECTRONIC
                       MOVE 'EMAIL' TO WS-DELIVERY-TEXT
                   ELSE
                       MOVE 'PAPER' TO WS-DELIVERY-TEXT
                   END-IF
               END-IF
           END-IF.
       8200-ECHO-ENTRY.
           MOVE CA-ACCT-ID TO VACCTO
           MOVE ACCT-NAME TO VNAMEO
           IF CA-CYCLE-DATE NOT = 0
               MOVE CA-CYCLE-DATE TO VCYCLEO
           ELSE
               MOVE WS-IN-CYCLE TO VCYCLEO
           END-IF
           MOVE WS-DELIVERY-TEXT TO VDELIVO.
       9000-SEND-SCREEN.
           EXEC CICS SEND MAP('ACCTSTV')
               MAPSET('ACCTSTVM')
               FROM(ACCTSTVO)
               ERASE
           END-EXEC.
