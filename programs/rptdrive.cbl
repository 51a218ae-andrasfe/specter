           SELECT PRODUCT-FILE ASSIGN TO 'PRODFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-STATUS.
           SELECT OPTIONAL SELECT-PARM-FILE ASSIGN TO 'RPTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
          05 WS-W-TOTAL      PIC -(11)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-SELECTION
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           DISPLAY 'INTEGRITY FAILED  : ' WS-FAILURE-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
       3210-GET-PRODUCT-DORMANCY.
           MOVE WS-DORMANCY-DAYS TO WS-EFFECTIVE-DORMANCY
           IF PRODUCT-AVAILABLE AND ACCT-PRODUCT-CODE NOT = SPACES
               MOVE ACCT-ENTITY-CODE TO PROD-ENTITY-CODE
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
