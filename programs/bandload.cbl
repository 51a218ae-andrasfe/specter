          05 CARD-FROM       PIC 9(9)V99.
          05 CARD-TO         PIC 9(9)V99.
          05 CARD-RATE       PIC 9(6).
      * ENTITY THE PRODUCT BELONGS TO; BLANK IS THE ORIGINAL BANK.
          05 CARD-ENTITY-CODE PIC X(02).
       WORKING-STORAGE SECTION.
       01 WS-BAND-STATUS     PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-LOADED-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-DELETED-COUNT   PIC 9(5) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-ENTY-AREA.
          05 WS-ENTY-FUNCTION PIC X(01).
          05 WS-ENTY-CODE     PIC X(02).
          05 WS-ENTY-NAME     PIC X(30).
          05 WS-ENTY-SETTLE-ACCT PIC X(10).
          05 WS-ENTY-OPR-ID   PIC X(08).
          05 WS-ENTY-FROM-ACCT PIC X(10).
          05 WS-ENTY-TO-ACCT  PIC X(10).
          05 WS-ENTY-TO-CODE  PIC X(02).
          05 WS-ENTY-RESULT   PIC X(01).
             88 ENTITY-OK     VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-APPLY-BAND-CARD.
           IF CARD-ENTITY-CODE = SPACES
               MOVE '01' TO CARD-ENTITY-CODE
           END-IF
           MOVE 'L' TO WS-ENTY-FUNCTION
           MOVE CARD-ENTITY-CODE TO WS-ENTY-CODE
           CALL 'ENTYUTIL' USING WS-ENTY-AREA
           EVALUATE TRUE
               WHEN CARD-PROD-CODE = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'BAND CARD REJECTED, NO PRODUCT CODE'
               WHEN NOT ENTITY-OK
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'BAND CARD REJECTED, ENTITY NOT ON FILE: '
                       CARD-ENTITY-CODE ' ' CARD-PROD-CODE
               WHEN CARD-ADD
                   PERFORM 4000-LOAD-BAND
               WHEN CARD-DELETE
               DISPLAY 'BAND CARD REJECTED, EMPTY RANGE: '
                   CARD-PROD-CODE ' BAND ' CARD-SEQ
           ELSE
               MOVE CARD-ENTITY-CODE TO BAND-ENTITY-CODE
               MOVE CARD-PROD-CODE TO BAND-PROD-CODE
               MOVE CARD-SEQ TO BAND-SEQ
               MOVE CARD-FROM TO BAND-FROM-BALANCE
                  ADD 1 TO WS-LOADED-COUNT
           END-REWRITE.
       5000-DELETE-BAND.
           MOVE CARD-ENTITY-CODE TO BAND-ENTITY-CODE
           MOVE CARD-PROD-CODE TO BAND-PROD-CODE
           MOVE CARD-SEQ TO BAND-SEQ
           DELETE BAND-FILE
