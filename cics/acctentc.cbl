       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTENTC.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP            PIC S9(8) COMP.
       01 WS-ENTITY-IDX      PIC 9(1) COMP VALUE 0.
       01 WS-WANT-ENTITY     PIC X(02) VALUE SPACES.
       01 ENTITLEMENT-RECORD.
           COPY ENTLREC.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY ECHKREC.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    LINKED BY EVERY TRANSACTION THAT SHOWS OR CHANGES AN
      *    ACCOUNT.  AN OPERATOR WITH NO OPRENTL RECORD, OR WITH AN
      *    EMPTY ENTITY LIST, WORKS ON THE ORIGINAL BANK ('01')
      *    ONLY, THE SAME RULE THE BATCH RUNS APPLY THROUGH ENTYUTIL.
      *    AN ACCOUNT CARRYING NO ENTITY BELONGS TO '01'.
           SET ECHK-ENTITY-REFUSED TO TRUE
           MOVE '01' TO ECHK-HOME-ENTITY
           MOVE ECHK-ENTITY-CODE TO WS-WANT-ENTITY
           IF WS-WANT-ENTITY = SPACES OR WS-WANT-ENTITY = LOW-VALUES
               MOVE '01' TO WS-WANT-ENTITY
           END-IF
           MOVE SPACES TO ENTL-ENTITY-LIST
           MOVE ECHK-OPR-ID TO ENTL-OPR-ID
           EXEC CICS READ FILE('OPRENTL')
               INTO(ENTITLEMENT-RECORD)
               RIDFLD(ENTL-OPR-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO ENTL-ENTITY-LIST
           END-IF
           IF ENTL-ENTITY-LIST = SPACES
               MOVE '01' TO ENTL-ENTITY-CODE (1)
           END-IF
           MOVE ENTL-ENTITY-CODE (1) TO ECHK-HOME-ENTITY
           MOVE 0 TO WS-ENTITY-IDX
           PERFORM 1000-MATCH-ENTITY
               UNTIL WS-ENTITY-IDX >= 5 OR ECHK-ENTITY-OK
           EXEC CICS RETURN END-EXEC.
       1000-MATCH-ENTITY.
           ADD 1 TO WS-ENTITY-IDX
           IF ENTL-ENTITY-CODE (WS-ENTITY-IDX) = WS-WANT-ENTITY
               SET ECHK-ENTITY-OK TO TRUE
           END-IF.
