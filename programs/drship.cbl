       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRSHIP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'MNTHIST'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MH-KEY
               FILE STATUS IS WS-HST-STATUS.
           SELECT SHIPPED-KEY-FILE ASSIGN TO 'DRSHPKEY'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SHK-KEY
               FILE STATUS IS WS-SHK-STATUS.
           SELECT SHIPMENT-FILE ASSIGN TO 'DRSHIPMT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHP-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'DRSHPCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO 'DRSPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY JRNLREC.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY MHREC.
      * ONE RECORD FOR EACH POSTING ALREADY SHIPPED, SO A POSTING
      * IS SHIPPED ONCE HOWEVER MANY SHIPMENTS ITS DATE SPANS.
       FD SHIPPED-KEY-FILE.
       01 SHIPPED-KEY-RECORD.
          05 SHK-KEY.
             10 SHK-ACCT-ID  PIC X(10).
             10 SHK-POST-DATE PIC 9(8).
             10 SHK-SEQUENCE PIC 9(7).
          05 SHK-SHIP-NO     PIC 9(7).
       FD SHIPMENT-FILE.
       01 SHIPMENT-RECORD.
           COPY DRSHREC.
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           COPY DRSCREC.
       FD RUN-PARM-FILE.
       01 RUN-PARM-RECORD    PIC X(40).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-JRN-STATUS      PIC XX VALUE '00'.
       01 WS-HST-STATUS      PIC XX VALUE '00'.
       01 WS-SHK-STATUS      PIC XX VALUE '00'.
       01 WS-SHP-STATUS      PIC XX VALUE '00'.
       01 WS-CTL-STATUS      PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-PARM-EOF        PIC X VALUE 'N'.
           88 PARM-EOF       VALUE 'Y'.
       01 WS-MODE-PREFIX     PIC X(05) VALUE 'MODE='.
       01 WS-FROM-PREFIX     PIC X(05) VALUE 'FROM='.
       01 WS-FINAL-MODE      PIC X(05) VALUE 'FINAL'.
       01 WS-SHIP-MODE       PIC X VALUE 'I'.
           88 FINAL-SHIPMENT VALUE 'F'.
       01 WS-HIST-SWITCH     PIC X VALUE 'Y'.
           88 HISTORY-AVAILABLE VALUE 'Y'.
       01 WS-CONTROL-FOUND   PIC X VALUE 'N'.
           88 CONTROL-FOUND  VALUE 'Y'.
       01 WS-ACCT-EOF        PIC X VALUE 'N'.
           88 ACCOUNT-DONE   VALUE 'Y'.
       01 WS-JRNL-EOF        PIC X VALUE 'N'.
           88 JOURNAL-DONE   VALUE 'Y'.
       01 WS-HIST-EOF        PIC X VALUE 'N'.
           88 HISTORY-DONE   VALUE 'Y'.
       01 WS-SHK-EOF         PIC X VALUE 'N'.
           88 SHIPPED-KEYS-DONE VALUE 'Y'.
       01 WS-SHIPPED-SWITCH  PIC X VALUE 'N'.
           88 ALREADY-SHIPPED VALUE 'Y'.
       01 WS-CUSTOMER-PROGRAM PIC X(08) VALUE 'ACCTCMTC'.
      * POSTINGS CAN CARRY A PROCESSING DATE BEHIND THE CLOCK (THE
      * NIGHT CYCLE RUNS ON PAST MIDNIGHT), SO THE JOURNAL IS
      * SEARCHED THIS MANY DAYS BEHIND THE LAST CUTOFF AND THE
      * SHIPPED KEYS ARE KEPT AS LONG.
       01 WS-LOOKBACK-DAYS   PIC 9(3) VALUE 7.
       01 WS-BASE-DATE       PIC 9(8) VALUE 0.
       01 WS-KEEP-DATE       PIC 9(8) VALUE 0.
       01 WS-LAST-SHIP-NO    PIC 9(7) VALUE 0.
       01 WS-SHIP-NO         PIC 9(7) VALUE 0.
       01 WS-SEQUENCE        PIC 9(9) VALUE 0.
       01 WS-FROM-STAMP.
          05 WS-FROM-DATE    PIC 9(8) VALUE 0.
          05 WS-FROM-TIME    PIC 9(6) VALUE 0.
       01 WS-TO-STAMP.
          05 WS-TO-DATE      PIC 9(8) VALUE 0.
          05 WS-TO-TIME      PIC 9(6) VALUE 0.
       01 WS-MH-STAMP.
          05 WS-MH-DATE      PIC 9(8) VALUE 0.
          05 WS-MH-TIME      PIC 9(6) VALUE 0.
       01 WS-CLOCK           PIC 9(8) VALUE 0.
       01 WS-OPEN-ACCT-ID    PIC X(10) VALUE SPACES.
       01 WS-OPEN-DATE       PIC 9(8) VALUE 0.
       01 WS-OPENING-BALANCE PIC S9(11)V99 VALUE 0.
       01 WS-MOVEMENT        PIC S9(11)V99 VALUE 0.
       01 WS-NET-MOVEMENT    PIC S9(13)V99 VALUE 0.
       01 WS-FILE-RECORDS    PIC 9(9) VALUE 0.
       01 WS-FILE-BALANCE    PIC S9(13)V99 VALUE 0.
       01 WS-FILE-CHARGEOFF  PIC S9(13)V99 VALUE 0.
       01 WS-DETAIL-COUNT    PIC 9(9) VALUE 0.
       01 WS-ACCOUNT-COUNT   PIC 9(9) VALUE 0.
       01 WS-IMAGE-COUNT     PIC 9(9) VALUE 0.
       01 WS-POSTING-COUNT   PIC 9(9) VALUE 0.
       01 WS-PURGED-COUNT    PIC 9(9) COMP VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    CUTS THE NEXT SHIPMENT FOR THE DR SITE, AT INTERVALS
      *    THROUGH THE DAY AND WITH MODE=FINAL AT BATCH END.  THE
      *    SHIPMENT CARRIES, IN THE ORDER DRAPPLY REPLAYS THEM,
      *    EVERY ACCOUNT OPENED SINCE THE LAST SHIPMENT AT ITS
      *    OPENING BALANCE, EVERY MNTHIST ACCOUNT IMAGE STAMPED
      *    SINCE THE LAST CUTOFF, AND EVERY ACCTJRNL POSTING NOT
      *    YET SHIPPED, EACH UNDER THE NEXT SEQUENCE NUMBER, WITH
      *    ACCTFILE CONTROL TOTALS IN THE TRAILER.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-RUN-PARMS
           PERFORM 1200-READ-CONTROL
           PERFORM 1300-SET-CUTOFF
           PERFORM 1400-PURGE-SHIPPED-KEYS
           PERFORM 2000-WRITE-HEADER
           PERFORM 3000-SHIP-NEW-ACCOUNTS
           PERFORM 4000-SHIP-IMAGES
           PERFORM 5000-SHIP-POSTINGS
           PERFORM 6000-WRITE-TRAILER
           DISPLAY 'SHIPMENT NUMBER    : ' WS-SHIP-NO
           DISPLAY 'SHIPMENT MODE      : ' WS-SHIP-MODE
           DISPLAY 'IMAGES FROM        : ' WS-FROM-DATE ' '
               WS-FROM-TIME
           DISPLAY 'IMAGES BEFORE      : ' WS-TO-DATE ' ' WS-TO-TIME
           DISPLAY 'NEW ACCOUNTS       : ' WS-ACCOUNT-COUNT
           DISPLAY 'IMAGES SHIPPED     : ' WS-IMAGE-COUNT
           DISPLAY 'POSTINGS SHIPPED   : ' WS-POSTING-COUNT
           DISPLAY 'LAST SEQUENCE      : ' WS-SEQUENCE
           DISPLAY 'SHIPPED KEYS PURGED: ' WS-PURGED-COUNT
           PERFORM 9000-CLOSE-FILES
           PERFORM 8000-WRITE-CONTROL
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
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'JOURNAL FILE OPEN ERROR: ' WS-JRN-STATUS
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
      *    NO MNTHIST YET MEANS NO ACCOUNT HAS BEEN MAINTAINED.
           OPEN INPUT HISTORY-FILE
           IF WS-HST-STATUS = '35'
               MOVE 'N' TO WS-HIST-SWITCH
           ELSE
               IF WS-HST-STATUS NOT = '00'
                   DISPLAY 'MAINT HISTORY OPEN ERROR: ' WS-HST-STATUS
                   CLOSE ACCOUNT-FILE
                   CLOSE JOURNAL-FILE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O SHIPPED-KEY-FILE
           IF WS-SHK-STATUS = '35'
               OPEN OUTPUT SHIPPED-KEY-FILE
               CLOSE SHIPPED-KEY-FILE
               OPEN I-O SHIPPED-KEY-FILE
           END-IF
           IF WS-SHK-STATUS NOT = '00'
               DISPLAY 'SHIPPED KEY FILE OPEN ERROR: ' WS-SHK-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE JOURNAL-FILE
               IF HISTORY-AVAILABLE
                   CLOSE HISTORY-FILE
               END-IF
               STOP RUN
           END-IF
           OPEN OUTPUT SHIPMENT-FILE
           IF WS-SHP-STATUS NOT = '00'
               DISPLAY 'SHIPMENT FILE OPEN ERROR: ' WS-SHP-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE JOURNAL-FILE
               IF HISTORY-AVAILABLE
                   CLOSE HISTORY-FILE
               END-IF
               CLOSE SHIPPED-KEY-FILE
               STOP RUN
           END-IF.
       1100-READ-RUN-PARMS.
      *    MODE=FINAL MARKS THE BATCH-END SHIPMENT.  FROM=CCYYMMDD
      *    GIVES THE DATE OF THE BACKUP THE DR COPY WAS LOADED FROM
      *    AND IS READ ONLY FOR THE FIRST SHIPMENT; IT DEFAULTS TO
      *    TODAY.
           OPEN INPUT RUN-PARM-FILE
           IF WS-PARM-STATUS = '00'
               PERFORM 1110-READ-RUN-PARM
               PERFORM 1120-APPLY-RUN-PARM UNTIL PARM-EOF
               CLOSE RUN-PARM-FILE
           END-IF.
       1110-READ-RUN-PARM.
           READ RUN-PARM-FILE
               AT END
                  MOVE 'Y' TO WS-PARM-EOF
           END-READ.
       1120-APPLY-RUN-PARM.
           IF RUN-PARM-RECORD (1:5) = WS-MODE-PREFIX
               AND RUN-PARM-RECORD (6:5) = WS-FINAL-MODE
               MOVE 'F' TO WS-SHIP-MODE
           END-IF
           IF RUN-PARM-RECORD (1:5) = WS-FROM-PREFIX
               AND RUN-PARM-RECORD (6:8) IS NUMERIC
               MOVE RUN-PARM-RECORD (6:8) TO WS-BASE-DATE
           END-IF
           PERFORM 1110-READ-RUN-PARM.
       1200-READ-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                      CONTINUE
                   NOT AT END
                      MOVE 'Y' TO WS-CONTROL-FOUND
                      MOVE DRC-SHIP-NO TO WS-LAST-SHIP-NO
                      MOVE DRC-LAST-SEQUENCE TO WS-SEQUENCE
                      MOVE DRC-CUTOFF-DATE TO WS-FROM-DATE
                      MOVE DRC-CUTOFF-TIME TO WS-FROM-TIME
                      MOVE DRC-BASE-DATE TO WS-BASE-DATE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
       1300-SET-CUTOFF.
      *    THE CUTOFF IS TAKEN FROM THE SAME CLOCK MNTHIST STAMPS
      *    ITS IMAGES WITH.  AN IMAGE STAMPED IN THE CUTOFF SECOND
      *    GOES IN THE NEXT SHIPMENT.
           ACCEPT WS-TO-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK FROM TIME
           MOVE WS-CLOCK (1:6) TO WS-TO-TIME
           IF NOT CONTROL-FOUND
               IF WS-BASE-DATE = 0
                   MOVE WS-TO-DATE TO WS-BASE-DATE
               END-IF
               MOVE WS-BASE-DATE TO WS-FROM-DATE
               MOVE 0 TO WS-FROM-TIME
           END-IF
           COMPUTE WS-SHIP-NO = WS-LAST-SHIP-NO + 1
           COMPUTE WS-KEEP-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-FROM-DATE)
                - WS-LOOKBACK-DAYS)
           IF WS-KEEP-DATE < WS-BASE-DATE
               MOVE WS-BASE-DATE TO WS-KEEP-DATE
           END-IF.
       1400-PURGE-SHIPPED-KEYS.
      *    KEYS THAT HAVE AGED OUT OF THE SEARCH ARE DROPPED, AND SO
      *    ARE ANY LEFT BY A RUN THAT DID NOT FINISH, SO THAT RUN'S
      *    POSTINGS GO AGAIN IN THIS SHIPMENT.
           MOVE LOW-VALUES TO SHK-KEY
           START SHIPPED-KEY-FILE KEY IS NOT LESS THAN SHK-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-SHK-EOF
           END-START
           PERFORM 1410-PURGE-ONE-KEY UNTIL SHIPPED-KEYS-DONE.
       1410-PURGE-ONE-KEY.
           READ SHIPPED-KEY-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SHK-EOF
           END-READ
           IF NOT SHIPPED-KEYS-DONE
               IF SHK-POST-DATE < WS-KEEP-DATE
                   OR SHK-SHIP-NO > WS-LAST-SHIP-NO
                   DELETE SHIPPED-KEY-FILE RECORD
                       INVALID KEY
                          DISPLAY 'SHIPPED KEY DELETE FAILED, STATUS '
                              WS-SHK-STATUS ': ' SHK-ACCT-ID
                       NOT INVALID KEY
                          ADD 1 TO WS-PURGED-COUNT
                   END-DELETE
               END-IF
           END-IF.
       2000-WRITE-HEADER.
           MOVE SPACES TO SHIPMENT-RECORD
           SET DRS-HEADER TO TRUE
           MOVE WS-SEQUENCE TO DRS-SEQUENCE
           MOVE WS-SHIP-NO TO DRS-H-SHIP-NO
           MOVE WS-TO-DATE TO DRS-H-SHIP-DATE
           MOVE WS-FROM-DATE TO DRS-H-FROM-DATE
           MOVE WS-FROM-TIME TO DRS-H-FROM-TIME
           MOVE WS-TO-DATE TO DRS-H-TO-DATE
           MOVE WS-TO-TIME TO DRS-H-TO-TIME
           MOVE WS-SHIP-MODE TO DRS-H-MODE
           WRITE SHIPMENT-RECORD.
       3000-SHIP-NEW-ACCOUNTS.
      *    ONE PASS OVER ACCTFILE TAKES THE CONTROL TOTALS AND
      *    PICKS UP THE ACCOUNTS OPENED SINCE THE LAST CUTOFF.
           PERFORM 3100-READ-ACCOUNT
           PERFORM 3200-CHECK-ACCOUNT UNTIL ACCOUNT-DONE.
       3100-READ-ACCOUNT.
           READ ACCOUNT-FILE
               AT END
                  MOVE 'Y' TO WS-ACCT-EOF
           END-READ.
       3200-CHECK-ACCOUNT.
           ADD 1 TO WS-FILE-RECORDS
           ADD ACCT-BALANCE TO WS-FILE-BALANCE
           ADD ACCT-CHARGEOFF-AMOUNT TO WS-FILE-CHARGEOFF
           IF ACCT-OPEN-DATE >= WS-FROM-DATE
               PERFORM 3300-SHIP-NEW-ACCOUNT
           END-IF
           PERFORM 3100-READ-ACCOUNT.
       3300-SHIP-NEW-ACCOUNT.
      *    A NEW ACCOUNT GOES AT THE BALANCE IT WAS OPENED WITH:
      *    EVERYTHING POSTED TO IT SINCE TRAVELS ON THE JOURNAL AND
      *    IS ADDED BACK AT THE DR SITE.
           MOVE ACCT-ID TO WS-OPEN-ACCT-ID
           MOVE ACCT-OPEN-DATE TO WS-OPEN-DATE
           MOVE ACCT-BALANCE TO WS-OPENING-BALANCE
           MOVE 'N' TO WS-JRNL-EOF
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE WS-OPEN-DATE TO JRNL-POST-DATE
           MOVE 0 TO JRNL-SEQUENCE
           START JOURNAL-FILE KEY IS NOT LESS THAN JRNL-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-JRNL-EOF
           END-START
           PERFORM 3310-BACK-OUT-POSTING UNTIL JOURNAL-DONE
           MOVE SPACES TO SHIPMENT-RECORD
           ADD 1 TO WS-SEQUENCE
           SET DRS-NEW-ACCOUNT TO TRUE
           MOVE WS-SEQUENCE TO DRS-SEQUENCE
           MOVE WS-OPENING-BALANCE TO ACCT-BALANCE
           MOVE ACCOUNT-RECORD TO DRS-DATA
           WRITE SHIPMENT-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD 1 TO WS-ACCOUNT-COUNT.
       3310-BACK-OUT-POSTING.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-JRNL-EOF
           END-READ
           IF NOT JOURNAL-DONE
               IF WS-JRN-STATUS NOT = '00'
                   OR JRNL-ACCT-ID NOT = WS-OPEN-ACCT-ID
                   MOVE 'Y' TO WS-JRNL-EOF
               ELSE
                   PERFORM 7000-TAKE-MOVEMENT
                   SUBTRACT WS-MOVEMENT FROM WS-OPENING-BALANCE
               END-IF
           END-IF.
       4000-SHIP-IMAGES.
      *    MNTHIST IS IN ACCOUNT AND STAMP ORDER, SO EACH ACCOUNT'S
      *    IMAGES GO IN THE ORDER THEY WERE TAKEN.  CUSTOMER IMAGES
      *    FROM ONLINE CUSTOMER MAINTENANCE ARE NOT ACCOUNTS AND
      *    STAY BEHIND.
           IF HISTORY-AVAILABLE
               PERFORM 4100-READ-HISTORY
               PERFORM 4200-CHECK-IMAGE UNTIL HISTORY-DONE
           END-IF.
       4100-READ-HISTORY.
           READ HISTORY-FILE
               AT END
                  MOVE 'Y' TO WS-HIST-EOF
           END-READ.
       4200-CHECK-IMAGE.
           MOVE MH-DATE TO WS-MH-DATE
           MOVE MH-TIME TO WS-MH-TIME
           IF WS-MH-STAMP >= WS-FROM-STAMP
               AND WS-MH-STAMP < WS-TO-STAMP
               AND MH-PROGRAM NOT = WS-CUSTOMER-PROGRAM
               MOVE SPACES TO SHIPMENT-RECORD
               ADD 1 TO WS-SEQUENCE
               SET DRS-IMAGE TO TRUE
               MOVE WS-SEQUENCE TO DRS-SEQUENCE
               MOVE HISTORY-RECORD TO DRS-DATA
               WRITE SHIPMENT-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD 1 TO WS-IMAGE-COUNT
           END-IF
           PERFORM 4100-READ-HISTORY.
       5000-SHIP-POSTINGS.
           MOVE 'N' TO WS-JRNL-EOF
           MOVE LOW-VALUES TO JRNL-KEY
           START JOURNAL-FILE KEY IS NOT LESS THAN JRNL-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-JRNL-EOF
           END-START
           PERFORM 5100-CHECK-POSTING UNTIL JOURNAL-DONE.
       5100-CHECK-POSTING.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-JRNL-EOF
           END-READ
           IF NOT JOURNAL-DONE
               IF WS-JRN-STATUS NOT = '00'
                   MOVE 'Y' TO WS-JRNL-EOF
               ELSE
                   IF JRNL-POST-DATE >= WS-KEEP-DATE
                       PERFORM 5200-CHECK-SHIPPED
                       IF NOT ALREADY-SHIPPED
                           PERFORM 5300-SHIP-POSTING
                       END-IF
                   END-IF
               END-IF
           END-IF.
       5200-CHECK-SHIPPED.
           MOVE 'N' TO WS-SHIPPED-SWITCH
           MOVE JRNL-KEY TO SHK-KEY
           READ SHIPPED-KEY-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-SHIPPED-SWITCH
           END-READ.
       5300-SHIP-POSTING.
           MOVE SPACES TO SHIPMENT-RECORD
           ADD 1 TO WS-SEQUENCE
           SET DRS-POSTING TO TRUE
           MOVE WS-SEQUENCE TO DRS-SEQUENCE
           MOVE JOURNAL-RECORD TO DRS-DATA
           WRITE SHIPMENT-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD 1 TO WS-POSTING-COUNT
           PERFORM 7000-TAKE-MOVEMENT
           ADD WS-MOVEMENT TO WS-NET-MOVEMENT
           MOVE JRNL-KEY TO SHK-KEY
           MOVE WS-SHIP-NO TO SHK-SHIP-NO
           WRITE SHIPPED-KEY-RECORD
               INVALID KEY
                  DISPLAY 'SHIPPED KEY WRITE FAILED, STATUS '
                      WS-SHK-STATUS ': ' JRNL-ACCT-ID
           END-WRITE.
       6000-WRITE-TRAILER.
           MOVE SPACES TO SHIPMENT-RECORD
           SET DRS-TRAILER TO TRUE
           MOVE WS-SEQUENCE TO DRS-SEQUENCE
           MOVE WS-SHIP-NO TO DRS-T-SHIP-NO
           MOVE WS-DETAIL-COUNT TO DRS-T-DETAIL-COUNT
           MOVE WS-ACCOUNT-COUNT TO DRS-T-ACCOUNT-COUNT
           MOVE WS-IMAGE-COUNT TO DRS-T-IMAGE-COUNT
           MOVE WS-POSTING-COUNT TO DRS-T-POSTING-COUNT
           MOVE WS-NET-MOVEMENT TO DRS-T-NET-MOVEMENT
           MOVE WS-FILE-RECORDS TO DRS-T-FILE-RECORDS
           MOVE WS-FILE-BALANCE TO DRS-T-FILE-BALANCE
           MOVE WS-FILE-CHARGEOFF TO DRS-T-FILE-CHARGEOFF
           WRITE SHIPMENT-RECORD.
       7000-TAKE-MOVEMENT.
      *    SAME CODE RULES AS ACCTRECN: MEMO-ONLY CODES MOVE NO
      *    BALANCE, TRAPPED FUNDS LEAVE, AND A WRITE-OFF ADDS THE
      *    CHARGED-OFF DEBT BACK TO ZERO THE BALANCE.
           EVALUATE TRUE
               WHEN JRNL-IS-WITHHOLD OR JRNL-IS-INT-ACCRUAL
                   MOVE 0 TO WS-MOVEMENT
               WHEN JRNL-TRN-CODE = 'R' OR JRNL-TRN-CODE = 'G'
                   MOVE 0 TO WS-MOVEMENT
               WHEN JRNL-TRN-CODE = 'L'
                   COMPUTE WS-MOVEMENT = 0 - JRNL-AMOUNT
               WHEN JRNL-TRN-CODE = 'X'
                   MOVE JRNL-AMOUNT TO WS-MOVEMENT
               WHEN JRNL-DEBIT-TYPE
                   COMPUTE WS-MOVEMENT = 0 - JRNL-AMOUNT
               WHEN OTHER
                   MOVE JRNL-AMOUNT TO WS-MOVEMENT
           END-EVALUATE.
       8000-WRITE-CONTROL.
      *    WRITTEN ONLY ONCE THE SHIPMENT IS CLOSED.  IF IT CANNOT
      *    BE, THE NEXT RUN CUTS THIS SHIPMENT AGAIN UNDER THE SAME
      *    NUMBER.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'DR SHIPPING CONTROL FILE OPEN ERROR: '
                   WS-CTL-STATUS ', SHIPMENT WILL BE CUT AGAIN'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-SHIP-NO TO DRC-SHIP-NO
               MOVE WS-SEQUENCE TO DRC-LAST-SEQUENCE
               MOVE WS-TO-DATE TO DRC-CUTOFF-DATE
               MOVE WS-TO-TIME TO DRC-CUTOFF-TIME
               MOVE WS-TO-DATE TO DRC-RUN-DATE
               MOVE WS-BASE-DATE TO DRC-BASE-DATE
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
           END-IF.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE JOURNAL-FILE
           IF HISTORY-AVAILABLE
               CLOSE HISTORY-FILE
           END-IF
           CLOSE SHIPPED-KEY-FILE
           CLOSE SHIPMENT-FILE.
