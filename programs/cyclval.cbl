           SELECT PRODUCT-FILE ASSIGN TO 'PRODFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-STATUS.
           SELECT FXRATE-FILE ASSIGN TO 'FXRATES'
               ORGANIZATION IS INDEXED
      *    CALENDAR IS PROVED TO REACH FAR ENOUGH AHEAD.  A GAP
      *    ENDS THE STEP WITH RETURN CODE 8, WHICH THE RUNCTL
      *    GATING USES TO STOP THE CYCLE BEFORE ANYTHING POSTS.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               DISPLAY 'CYCLE READY'
           END-IF
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
       3020-PROVE-PRODUCT.
           MOVE 'N' TO WS-PS-OK (WS-PROD-HIT)
           IF WS-PROD-STATUS = '00'
               MOVE ACCT-ENTITY-CODE TO PROD-ENTITY-CODE
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
