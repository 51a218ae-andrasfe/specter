           SELECT ESCHEAT-TRN-FILE ASSIGN TO 'ESCHTRN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT REVIEW-FILE ASSIGN TO 'ESCHREVW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
          05 ETR-AMOUNT      PIC S9(9)V99.
          05 ETR-REF         PIC X(12).
          05 ETR-EFFECTIVE-DATE PIC 9(8).
       FD REVIEW-FILE.
       01 REVIEW-RECORD      PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-STATE-STATUS    PIC XX VALUE '00'.
       01 WS-NOTE-STATUS     PIC XX VALUE '00'.
       01 WS-REMIT-STATUS    PIC XX VALUE '00'.
       01 WS-TRN-STATUS      PIC XX VALUE '00'.
       01 WS-REVW-STATUS     PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 ACCOUNT-EOF    VALUE 'Y'.
       01 WS-STATE-EOF       PIC X VALUE 'N'.
       01 WS-ESC-FOUND       PIC X VALUE 'N'.
       01 WS-NOTIFIED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-REMITTED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-SET-ASIDE-COUNT PIC 9(7) COMP VALUE 0.
      * UNCLAIMED PROPERTY IS SWEPT ONCE PER BANK ENTITY, WITH THAT
      * ENTITY'S OWN BRANCH-STATE TABLE, NOTICES AND REMITTANCE.
       01 WS-RUN-ENTITY      PIC X(02) VALUE '01'.
       01 WS-ACCT-ENTITY     PIC X(02) VALUE SPACES.
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
       01 WS-ESCHEAT-STEP    PIC X(20) VALUE SPACES.
       01 WS-ESCH-SEQ        PIC 9(5) VALUE 0.
       01 WS-REWRITE-SWITCH  PIC X VALUE 'N'.
           88 REWRITE-OK     VALUE 'Y'.
          05 WS-MH-PROGRAM    PIC X(08) VALUE 'ESCHEAT '.
          05 WS-MH-BEFORE     PIC X(250).
          05 WS-MH-AFTER      PIC X(250).
       01 WS-HOLD-AREA.
          05 WS-LH-STEP       PIC X(08) VALUE 'ESCHEAT '.
          05 WS-LH-ACCT-ID    PIC X(10).
          05 WS-LH-CUST-NO    PIC X(08).
          05 WS-LH-ITEM       PIC X(30).
          05 WS-LH-FLAG       PIC X(01).
             88 ACCOUNT-ON-HOLD VALUE 'Y'.
          05 WS-LH-HOLD-TYPE  PIC X(01).
          05 WS-LH-HOLD-ID    PIC X(10).
          05 WS-LH-MATTER-NO  PIC X(12).

       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
       01 WS-DAYS-DORMANT    PIC S9(9) COMP.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 0600-GET-RUN-ENTITY
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           MOVE WS-YEAR TO WS-T-YEAR
           PERFORM 3000-SWEEP-ACCOUNT UNTIL ACCOUNT-EOF
           DISPLAY 'OWNERS NOTIFIED   : ' WS-NOTIFIED-COUNT
           DISPLAY 'ACCOUNTS REMITTED : ' WS-REMITTED-COUNT
           DISPLAY 'SET ASIDE, LEGAL  : ' WS-SET-ASIDE-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       0600-GET-RUN-ENTITY.
           MOVE 'R' TO WS-ENTY-FUNCTION
           CALL 'ENTYUTIL' USING WS-ENTY-AREA
           IF NOT ENTITY-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ENTY-CODE TO WS-RUN-ENTITY
           DISPLAY 'ESCHEATMENT SWEEP FOR ENTITY ' WS-RUN-ENTITY ' '
               WS-ENTY-NAME.
       1000-OPEN-FILES.
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               CLOSE NOTIFY-FILE
               CLOSE REMIT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REVIEW-FILE
           IF WS-REVW-STATUS NOT = '00'
               DISPLAY 'ESCHEAT REVIEW FILE OPEN ERROR: '
                   WS-REVW-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE ESCHEAT-STATUS-FILE
               CLOSE NOTIFY-FILE
               CLOSE REMIT-FILE
               CLOSE ESCHEAT-TRN-FILE
               STOP RUN
           END-IF.
       1500-LOAD-STATE-TABLE.
           OPEN INPUT STATE-FILE
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-SWEEP-ACCOUNT.
           MOVE ACCT-ENTITY-CODE TO WS-ACCT-ENTITY
           IF WS-ACCT-ENTITY = SPACES OR WS-ACCT-ENTITY = LOW-VALUES
               MOVE '01' TO WS-ACCT-ENTITY
           END-IF
           IF (ACCT-ACTIVE OR ACCT-DORMANT)
               AND ACCT-LAST-ACTIVITY-DATE NOT = 0
               AND WS-ACCT-ENTITY = WS-RUN-ENTITY
               MOVE ACCT-LAST-ACTIVITY-DATE TO WS-LAST-DATE
               COMPUTE WS-LAST-JULIAN =
                   FUNCTION INTEGER-OF-DATE (WS-LAST-DATE)
                   CONTINUE
               WHEN WS-ESC-FOUND = 'Y' AND ESC-NOTIFIED
                   AND WS-DAYS-DORMANT >= WS-REMIT-DAYS
                   MOVE 'DUE FOR REMITTANCE' TO WS-ESCHEAT-STEP
                   PERFORM 3300-CHECK-LEGAL-HOLD
                   IF ACCOUNT-ON-HOLD
                       PERFORM 3400-SET-ASIDE-FOR-REVIEW
                   ELSE
                       PERFORM 5000-REMIT-TO-STATE
                   END-IF
               WHEN WS-ESC-FOUND = 'N'
                   MOVE 'DUE FOR OWNER NOTICE' TO WS-ESCHEAT-STEP
                   PERFORM 3300-CHECK-LEGAL-HOLD
                   IF ACCOUNT-ON-HOLD
                       PERFORM 3400-SET-ASIDE-FOR-REVIEW
                   ELSE
                       PERFORM 4000-NOTIFY-OWNER
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3300-CHECK-LEGAL-HOLD.
      *    AN ACCOUNT UNDER A LEGAL HOLD IS NEITHER NOTIFIED NOR
      *    REMITTED; IT IS SET ASIDE ON ESCHREVW EACH RUN UNTIL THE
      *    HOLD IS RELEASED, AND ITS ESCHEAT STAGE STAYS WHERE IT IS.
           MOVE ACCT-ID TO WS-LH-ACCT-ID
           MOVE ACCT-CUSTOMER-NO TO WS-LH-CUST-NO
           MOVE SPACES TO WS-LH-ITEM
           STRING WS-ESCHEAT-STEP ' ' WS-ACCT-STATE
               DELIMITED BY SIZE INTO WS-LH-ITEM
           CALL 'LHLDCHK' USING WS-HOLD-AREA.
       3400-SET-ASIDE-FOR-REVIEW.
           ADD 1 TO WS-SET-ASIDE-COUNT
           MOVE SPACES TO REVIEW-RECORD
           STRING 'LEGAL HOLD ACCT: ' ACCT-ID
               ' ' WS-ESCHEAT-STEP
               ' STATE: ' WS-ACCT-STATE
               ' MATTER: ' WS-LH-MATTER-NO
               ' DATED: ' WS-TODAY-DATE
               DELIMITED BY SIZE INTO REVIEW-RECORD
           WRITE REVIEW-RECORD.
       4000-NOTIFY-OWNER.
           ADD 1 TO WS-NOTIFIED-COUNT
           MOVE SPACES TO NOTIFY-RECORD
           CLOSE ESCHEAT-STATUS-FILE
           CLOSE NOTIFY-FILE
           CLOSE REMIT-FILE
           CLOSE ESCHEAT-TRN-FILE
           CLOSE REVIEW-FILE.
