           SELECT ENTITLEMENT-CARD-FILE ASSIGN TO 'ENTLCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT APPROVAL-CTL-FILE ASSIGN TO 'APPRCTL'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS APC-KEY
               FILE STATUS IS WS-APC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ENTITLEMENT-FILE.
          05 CARD-RELEASE    PIC X(01).
          05 CARD-APPROVE    PIC X(01).
          05 CARD-SUPERVISE  PIC X(01).
      * OPTIONAL ONLINE APPROVAL AUTHORITY FOR A CHECKER: THE
      * LARGEST HELD ITEM THEY MAY RELEASE, IN CENTS, AND THE
      * BRANCH WHOSE QUEUE THEY WORK.  A BLANK LIMIT LEAVES ANY
      * AUTHORITY ALREADY ON APPRCTL AS IT IS.
          05 CARD-APPROVAL-LIMIT PIC X(11).
          05 CARD-LIMIT-CENTS REDEFINES CARD-APPROVAL-LIMIT
                             PIC 9(11).
          05 CARD-BRANCH     PIC X(04).
      * LEGAL ENTITIES THE OPERATOR MAY WORK ON, UP TO FIVE TWO-
      * CHARACTER CODES.  LEFT BLANK THE OPERATOR SEES ENTITY '01'
      * ONLY.
          05 CARD-ENTITY-LIST PIC X(10).
       FD APPROVAL-CTL-FILE.
       01 APPROVAL-CONTROL-RECORD.
           COPY APCREC.
       WORKING-STORAGE SECTION.
       01 WS-ENTL-STATUS     PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-APC-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-ADDED-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-UPDATED-COUNT   PIC 9(5) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-LIMIT-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 2000-READ-ENTITLEMENT-CARD
           PERFORM 3000-APPLY-ENTITLEMENT-CARD UNTIL CARD-EOF
           DISPLAY 'ENTITLEMENTS ADDED  : ' WS-ADDED-COUNT
           DISPLAY 'ENTITLEMENTS UPDATED: ' WS-UPDATED-COUNT
           DISPLAY 'APPROVAL LIMITS SET : ' WS-LIMIT-COUNT
           DISPLAY 'CARDS REJECTED      : ' WS-REJECT-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
                   WS-CARD-STATUS
               CLOSE ENTITLEMENT-FILE
               STOP RUN
           END-IF
           OPEN I-O APPROVAL-CTL-FILE
           IF WS-APC-STATUS = '35'
               OPEN OUTPUT APPROVAL-CTL-FILE
               CLOSE APPROVAL-CTL-FILE
               OPEN I-O APPROVAL-CTL-FILE
           END-IF
           IF WS-APC-STATUS NOT = '00'
               DISPLAY 'APPROVAL CONTROL FILE OPEN ERROR: '
                   WS-APC-STATUS
               CLOSE ENTITLEMENT-FILE
               CLOSE ENTITLEMENT-CARD-FILE
               STOP RUN
           END-IF.
       2000-READ-ENTITLEMENT-CARD.
           READ ENTITLEMENT-CARD-FILE INTO ENTITLEMENT-CARD-RECORD
               MOVE CARD-RELEASE TO ENTL-RELEASE-FRAUD
               MOVE CARD-APPROVE TO ENTL-APPROVE
               MOVE CARD-SUPERVISE TO ENTL-SUPERVISE
               MOVE CARD-ENTITY-LIST TO ENTL-ENTITY-LIST
               WRITE ENTITLEMENT-RECORD
                   INVALID KEY
                      PERFORM 3100-REWRITE-ENTITLEMENT
                   NOT INVALID KEY
                      ADD 1 TO WS-ADDED-COUNT
               END-WRITE
               IF CARD-APPROVAL-LIMIT NOT = SPACES
                   PERFORM 3200-LOAD-APPROVAL-LIMIT
               END-IF
           END-IF
           PERFORM 2000-READ-ENTITLEMENT-CARD.
       3100-REWRITE-ENTITLEMENT.
               NOT INVALID KEY
                  ADD 1 TO WS-UPDATED-COUNT
           END-REWRITE.
       3200-LOAD-APPROVAL-LIMIT.
      *    'APPLIM' IS THE DUAL-CONTROL THRESHOLD RECORD ACCTPOST
      *    PUBLISHES, SO IT CAN NEVER BE A CHECKER'S KEY.
           EVALUATE TRUE
               WHEN CARD-OPR-ID = 'APPLIM'
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'APPROVAL LIMIT REJECTED, RESERVED KEY: '
                       CARD-OPR-ID
               WHEN CARD-LIMIT-CENTS IS NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'APPROVAL LIMIT REJECTED, NOT NUMERIC: '
                       CARD-OPR-ID
               WHEN OTHER
                   MOVE CARD-OPR-ID TO APC-KEY
                   COMPUTE APC-LIMIT = CARD-LIMIT-CENTS / 100
                   MOVE WS-TODAY TO APC-SET-DATE
                   MOVE CARD-BRANCH TO APC-BRANCH-CODE
                   WRITE APPROVAL-CONTROL-RECORD
                       INVALID KEY
                          PERFORM 3300-REWRITE-APPROVAL-LIMIT
                       NOT INVALID KEY
                          ADD 1 TO WS-LIMIT-COUNT
                   END-WRITE
           END-EVALUATE.
       3300-REWRITE-APPROVAL-LIMIT.
           REWRITE APPROVAL-CONTROL-RECORD
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'APPROVAL LIMIT LOAD FAILED, STATUS '
                      WS-APC-STATUS ': ' CARD-OPR-ID
               NOT INVALID KEY
                  ADD 1 TO WS-LIMIT-COUNT
           END-REWRITE.
       9000-CLOSE-FILES.
           CLOSE ENTITLEMENT-FILE
           CLOSE ENTITLEMENT-CARD-FILE
           CLOSE APPROVAL-CTL-FILE.
