       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTYUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ENTITY-FILE ASSIGN TO 'ENTITY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTY-STATUS.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO 'ENTYPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ENTITLEMENT-FILE ASSIGN TO 'OPRENTL'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ENTL-OPR-ID
               FILE STATUS IS WS-ENTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ENTITY-FILE.
       01 ENTITY-RECORD.
           COPY ENTYREC.
       FD RUN-PARM-FILE.
       01 RUN-PARM-RECORD    PIC X(80).
       FD ENTITLEMENT-FILE.
       01 ENTITLEMENT-RECORD.
           COPY ENTLREC.
       WORKING-STORAGE SECTION.
       01 WS-ENTY-STATUS     PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-ENTL-STATUS     PIC XX VALUE '00'.
       01 WS-ENTY-EOF        PIC X VALUE 'N'.
           88 ENTITY-EOF     VALUE 'Y'.
       01 WS-PARM-EOF        PIC X VALUE 'N'.
           88 PARM-EOF       VALUE 'Y'.
       01 WS-ENTY-LOADED     PIC X VALUE 'N'.
           88 ENTITIES-LOADED VALUE 'Y'.
      * THE ENTITY FILE IS READ ONCE, ON THE FIRST CALL OF THE RUN.
       01 WS-ENTY-COUNT      PIC 9(3) COMP VALUE 0.
       01 WS-ENTY-MAX        PIC 9(3) COMP VALUE 50.
       01 WS-ENTY-IDX        PIC 9(3) COMP VALUE 0.
       01 WS-ENTY-HIT        PIC 9(3) COMP VALUE 0.
       01 WS-ENTITY-TABLE.
          05 WS-ENTITY-ENTRY OCCURS 50 TIMES.
             10 WS-ET-CODE   PIC X(02).
             10 WS-ET-NAME   PIC X(30).
             10 WS-ET-SETTLE PIC X(10).
       01 WS-HOME-ENTITY     PIC X(02) VALUE '01'.
       01 WS-WANT-CODE       PIC X(02) VALUE SPACES.
       01 WS-FROM-CODE       PIC X(02) VALUE SPACES.
       01 WS-TO-CODE         PIC X(02) VALUE SPACES.
      * THE LAST OPERATOR ASKED ABOUT AND THE ENTITIES GRANTED TO
      * THEM, SO A RUN CHECKING ONE OPERATOR AGAINST EVERY ACCOUNT
      * READS OPRENTL ONCE.
       01 WS-LAST-OPR-ID     PIC X(08) VALUE LOW-VALUES.
       01 WS-OPR-ENTITIES.
          05 WS-OPR-ENTITY   PIC X(02) OCCURS 5 TIMES.
       01 WS-OPR-IDX         PIC 9(1) COMP VALUE 0.
       LINKAGE SECTION.
       01 LK-ENTY-AREA.
          05 LK-ENTY-FUNCTION PIC X(01).
             88 LK-ENTY-RUN-ENTITY VALUE 'R'.
             88 LK-ENTY-LOOKUP     VALUE 'L'.
             88 LK-ENTY-TRANSFER   VALUE 'T'.
             88 LK-ENTY-OPERATOR   VALUE 'O'.
          05 LK-ENTY-CODE     PIC X(02).
          05 LK-ENTY-NAME     PIC X(30).
          05 LK-ENTY-SETTLE-ACCT PIC X(10).
          05 LK-ENTY-OPR-ID   PIC X(08).
          05 LK-ENTY-FROM-ACCT PIC X(10).
          05 LK-ENTY-TO-ACCT  PIC X(10).
          05 LK-ENTY-TO-CODE  PIC X(02).
          05 LK-ENTY-RESULT   PIC X(01).
             88 LK-ENTY-OK       VALUE 'Y'.
             88 LK-ENTY-REFUSED  VALUE 'N'.
       PROCEDURE DIVISION USING LK-ENTY-AREA.
       0000-MAIN.
      *    LEGAL-ENTITY SERVICES FOR THE BATCH PROGRAMS:
      *      R  THE ENTITY THIS RUN IS FOR, FROM AN ENTITY=XX CARD
      *         ON ENTYPARM (ENTITY '01' WITHOUT ONE), WITH ITS NAME
      *         AND SETTLEMENT ACCOUNT.  REFUSED WHEN THE CARD NAMES
      *         AN ENTITY NOT ON THE ENTITY FILE.
      *      L  NAME AND SETTLEMENT ACCOUNT OF LK-ENTY-CODE.
      *      T  WHETHER MONEY MAY MOVE FROM LK-ENTY-FROM-ACCT OF
      *         ENTITY LK-ENTY-CODE TO LK-ENTY-TO-ACCT OF ENTITY
      *         LK-ENTY-TO-CODE.  WITHIN ONE ENTITY IT ALWAYS MAY;
      *         BETWEEN ENTITIES ONE SIDE MUST BE ITS OWN ENTITY'S
      *         SETTLEMENT ACCOUNT.
      *      O  WHETHER OPERATOR LK-ENTY-OPR-ID MAY SEE ENTITY
      *         LK-ENTY-CODE UNDER THEIR OPRENTL ENTITY LIST.
      *    A BLANK ENTITY CODE IS TAKEN AS ENTITY '01' THROUGHOUT.
           MOVE 'N' TO LK-ENTY-RESULT
           IF NOT ENTITIES-LOADED
               PERFORM 1000-LOAD-ENTITIES
           END-IF
           EVALUATE TRUE
               WHEN LK-ENTY-RUN-ENTITY
                   PERFORM 2000-GET-RUN-ENTITY
               WHEN LK-ENTY-LOOKUP
                   PERFORM 3000-LOOKUP-ENTITY
               WHEN LK-ENTY-TRANSFER
                   PERFORM 4000-CHECK-TRANSFER
               WHEN LK-ENTY-OPERATOR
                   PERFORM 5000-CHECK-OPERATOR
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           GOBACK.
       1000-LOAD-ENTITIES.
           MOVE 'Y' TO WS-ENTY-LOADED
           OPEN INPUT ENTITY-FILE
           IF WS-ENTY-STATUS = '00'
               PERFORM 1010-READ-ENTITY
               PERFORM 1020-STORE-ENTITY
                   UNTIL ENTITY-EOF OR WS-ENTY-COUNT >= WS-ENTY-MAX
               CLOSE ENTITY-FILE
           END-IF.
       1010-READ-ENTITY.
           READ ENTITY-FILE INTO ENTITY-RECORD
               AT END
                  MOVE 'Y' TO WS-ENTY-EOF
           END-READ.
       1020-STORE-ENTITY.
           IF ENTY-CODE NOT = SPACES
               ADD 1 TO WS-ENTY-COUNT
               MOVE ENTY-CODE TO WS-ET-CODE (WS-ENTY-COUNT)
               MOVE ENTY-NAME TO WS-ET-NAME (WS-ENTY-COUNT)
               MOVE ENTY-SETTLE-ACCT TO WS-ET-SETTLE (WS-ENTY-COUNT)
           END-IF
           PERFORM 1010-READ-ENTITY.
       1100-FIND-ENTITY.
           MOVE 0 TO WS-ENTY-HIT
           MOVE 0 TO WS-ENTY-IDX
           PERFORM 1110-MATCH-ENTITY
               UNTIL WS-ENTY-IDX >= WS-ENTY-COUNT OR WS-ENTY-HIT > 0.
       1110-MATCH-ENTITY.
           ADD 1 TO WS-ENTY-IDX
           IF WS-ET-CODE (WS-ENTY-IDX) = WS-WANT-CODE
               MOVE WS-ENTY-IDX TO WS-ENTY-HIT
           END-IF.
       2000-GET-RUN-ENTITY.
           MOVE WS-HOME-ENTITY TO LK-ENTY-CODE
           OPEN INPUT RUN-PARM-FILE
           IF WS-PARM-STATUS = '00'
               MOVE 'N' TO WS-PARM-EOF
               PERFORM 2010-READ-PARM
               PERFORM 2020-TAKE-PARM UNTIL PARM-EOF
               CLOSE RUN-PARM-FILE
           END-IF
           PERFORM 3000-LOOKUP-ENTITY
           IF NOT LK-ENTY-OK
               DISPLAY 'ENTITY PARM NAMES AN ENTITY NOT ON THE '
                   'ENTITY FILE: ' LK-ENTY-CODE
           END-IF.
       2010-READ-PARM.
           READ RUN-PARM-FILE
               AT END
                  MOVE 'Y' TO WS-PARM-EOF
           END-READ.
       2020-TAKE-PARM.
           IF RUN-PARM-RECORD (1:7) = 'ENTITY='
               AND RUN-PARM-RECORD (8:2) NOT = SPACES
               MOVE RUN-PARM-RECORD (8:2) TO LK-ENTY-CODE
           END-IF
           PERFORM 2010-READ-PARM.
       3000-LOOKUP-ENTITY.
           IF LK-ENTY-CODE = SPACES
               MOVE WS-HOME-ENTITY TO LK-ENTY-CODE
           END-IF
           MOVE LK-ENTY-CODE TO WS-WANT-CODE
           PERFORM 1100-FIND-ENTITY
           IF WS-ENTY-HIT > 0
               MOVE WS-ET-NAME (WS-ENTY-HIT) TO LK-ENTY-NAME
               MOVE WS-ET-SETTLE (WS-ENTY-HIT) TO LK-ENTY-SETTLE-ACCT
               MOVE 'Y' TO LK-ENTY-RESULT
           ELSE
               MOVE SPACES TO LK-ENTY-NAME
               MOVE SPACES TO LK-ENTY-SETTLE-ACCT
               IF LK-ENTY-CODE = WS-HOME-ENTITY
                   MOVE 'Y' TO LK-ENTY-RESULT
               END-IF
           END-IF.
       4000-CHECK-TRANSFER.
           MOVE LK-ENTY-CODE TO WS-FROM-CODE
           MOVE LK-ENTY-TO-CODE TO WS-TO-CODE
           IF WS-FROM-CODE = SPACES
               MOVE WS-HOME-ENTITY TO WS-FROM-CODE
           END-IF
           IF WS-TO-CODE = SPACES
               MOVE WS-HOME-ENTITY TO WS-TO-CODE
           END-IF
           IF WS-FROM-CODE = WS-TO-CODE
               MOVE 'Y' TO LK-ENTY-RESULT
           ELSE
               MOVE WS-FROM-CODE TO WS-WANT-CODE
               PERFORM 1100-FIND-ENTITY
               IF WS-ENTY-HIT > 0
                   IF WS-ET-SETTLE (WS-ENTY-HIT) NOT = SPACES
                       AND WS-ET-SETTLE (WS-ENTY-HIT)
                           = LK-ENTY-FROM-ACCT
                       MOVE 'Y' TO LK-ENTY-RESULT
                   END-IF
               END-IF
               MOVE WS-TO-CODE TO WS-WANT-CODE
               PERFORM 1100-FIND-ENTITY
               IF WS-ENTY-HIT > 0
                   IF WS-ET-SETTLE (WS-ENTY-HIT) NOT = SPACES
                       AND WS-ET-SETTLE (WS-ENTY-HIT)
                           = LK-ENTY-TO-ACCT
                       MOVE 'Y' TO LK-ENTY-RESULT
                   END-IF
               END-IF
           END-IF.
       5000-CHECK-OPERATOR.
           IF LK-ENTY-OPR-ID NOT = WS-LAST-OPR-ID
               PERFORM 5100-LOAD-OPERATOR-ENTITIES
           END-IF
           MOVE LK-ENTY-CODE TO WS-WANT-CODE
           IF WS-WANT-CODE = SPACES
               MOVE WS-HOME-ENTITY TO WS-WANT-CODE
           END-IF
           MOVE 0 TO WS-OPR-IDX
           PERFORM 5200-MATCH-OPERATOR-ENTITY
               UNTIL WS-OPR-IDX >= 5 OR LK-ENTY-OK.
       5100-LOAD-OPERATOR-ENTITIES.
      *    NO OPRENTL FILE, NO RECORD FOR THE OPERATOR AND AN EMPTY
      *    LIST ALL LEAVE THE OPERATOR WITH ENTITY '01' ALONE.
           MOVE LK-ENTY-OPR-ID TO WS-LAST-OPR-ID
           MOVE SPACES TO WS-OPR-ENTITIES
           OPEN INPUT ENTITLEMENT-FILE
           IF WS-ENTL-STATUS = '00'
               MOVE LK-ENTY-OPR-ID TO ENTL-OPR-ID
               READ ENTITLEMENT-FILE
                   INVALID KEY
                      MOVE SPACES TO ENTL-ENTITY-LIST
               END-READ
               MOVE ENTL-ENTITY-LIST TO WS-OPR-ENTITIES
               CLOSE ENTITLEMENT-FILE
           END-IF
           IF WS-OPR-ENTITIES = SPACES
               MOVE WS-HOME-ENTITY TO WS-OPR-ENTITY (1)
           END-IF.
       5200-MATCH-OPERATOR-ENTITY.
           ADD 1 TO WS-OPR-IDX
           IF WS-OPR-ENTITY (WS-OPR-IDX) = WS-WANT-CODE
               MOVE 'Y' TO LK-ENTY-RESULT
           END-IF.
