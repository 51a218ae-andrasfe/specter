       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSCRM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CUST-NO OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO 'ADDRFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ADDR-ACCT-ID OF ADDRESS-RECORD
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS JRNL-KEY OF JOURNAL-RECORD
               FILE STATUS IS WS-JRN-STATUS.
           SELECT OWNER-FILE ASSIGN TO 'ACCTOWN'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OWN-KEY OF OWNER-RECORD
               FILE STATUS IS WS-OWN-STATUS.
           SELECT TEST-ACCOUNT-FILE ASSIGN TO 'TSTACCT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID OF TEST-ACCOUNT-RECORD
               FILE STATUS IS WS-TACCT-STATUS.
           SELECT TEST-CUSTOMER-FILE ASSIGN TO 'TSTCUST'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO OF TEST-CUSTOMER-RECORD
               FILE STATUS IS WS-TCUST-STATUS.
           SELECT TEST-ADDRESS-FILE ASSIGN TO 'TSTADDR'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ADDR-ACCT-ID OF TEST-ADDRESS-RECORD
               FILE STATUS IS WS-TADDR-STATUS.
           SELECT TEST-JOURNAL-FILE ASSIGN TO 'TSTJRNL'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS JRNL-KEY OF TEST-JOURNAL-RECORD
               FILE STATUS IS WS-TJRN-STATUS.
           SELECT TEST-OWNER-FILE ASSIGN TO 'TSTOWN'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OWN-KEY OF TEST-OWNER-RECORD
               FILE STATUS IS WS-TOWN-STATUS.
           SELECT MAP-FILE ASSIGN TO 'SCRMAP'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MAP-OLD-ACCT-ID
               FILE STATUS IS WS-MAP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           COPY ADDRREC.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY JRNLREC.
       FD OWNER-FILE.
       01 OWNER-RECORD.
           COPY OWNREC.
       FD TEST-ACCOUNT-FILE.
       01 TEST-ACCOUNT-RECORD.
           COPY ACCTREC.
       FD TEST-CUSTOMER-FILE.
       01 TEST-CUSTOMER-RECORD.
           COPY CUSTREC.
       FD TEST-ADDRESS-FILE.
       01 TEST-ADDRESS-RECORD.
           COPY ADDRREC.
       FD TEST-JOURNAL-FILE.
       01 TEST-JOURNAL-RECORD.
           COPY JRNLREC.
       FD TEST-OWNER-FILE.
       01 TEST-OWNER-RECORD.
           COPY OWNREC.
      * ONE RECORD PER PRODUCTION ACCOUNT NUMBER SEEN, GIVING THE
      * NUMBER IT CARRIES IN THE TEST SET.  THE MAP IS KEPT FROM
      * RUN TO RUN SO A REFRESH KEEPS THE SAME TEST NUMBERS.
       FD MAP-FILE.
       01 MAP-RECORD.
          05 MAP-OLD-ACCT-ID PIC X(10).
          05 MAP-NEW-ACCT-ID PIC X(10).
          05 MAP-ADDED-DATE  PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-ADDR-STATUS     PIC XX VALUE '00'.
       01 WS-JRN-STATUS      PIC XX VALUE '00'.
       01 WS-OWN-STATUS      PIC XX VALUE '00'.
       01 WS-TACCT-STATUS    PIC XX VALUE '00'.
       01 WS-TCUST-STATUS    PIC XX VALUE '00'.
       01 WS-TADDR-STATUS    PIC XX VALUE '00'.
       01 WS-TJRN-STATUS     PIC XX VALUE '00'.
       01 WS-TOWN-STATUS     PIC XX VALUE '00'.
       01 WS-MAP-STATUS      PIC XX VALUE '00'.
       01 WS-OWN-AVAILABLE   PIC X VALUE 'N'.
           88 OWNERS-AVAILABLE VALUE 'Y'.
       01 WS-SCAN-EOF        PIC X VALUE 'N'.
           88 SCAN-DONE      VALUE 'Y'.
       01 WS-MAP-SWITCH      PIC X VALUE 'Y'.
           88 MAPPING-OK     VALUE 'Y'.
       01 WS-ACCTS-COPIED    PIC 9(7) COMP VALUE 0.
       01 WS-CUSTS-COPIED    PIC 9(7) COMP VALUE 0.
       01 WS-ADDRS-COPIED    PIC 9(7) COMP VALUE 0.
       01 WS-JRNLS-COPIED    PIC 9(7) COMP VALUE 0.
       01 WS-OWNS-COPIED     PIC 9(7) COMP VALUE 0.
       01 WS-NUMBERS-ISSUED  PIC 9(7) COMP VALUE 0.
       01 WS-SKIP-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-NBR-AREA.
          05 WS-NBR-FUNCTION  PIC X(01).
          05 WS-NBR-BRANCH    PIC X(04).
          05 WS-NBR-ACCT-ID   PIC X(10).
          05 WS-NBR-RESULT    PIC X(01).
             88 NUMBER-CHECK-OK VALUE 'Y'.
       01 WS-OLD-ID          PIC X(10).
       01 WS-NEW-ID          PIC X(10).
       01 WS-MAP-BRANCH      PIC X(04).
      * FAKE VALUES ARE DRAWN FROM A HASH OF THE REAL VALUE, SO THE
      * SAME CUSTOMER NUMBER, STREET, POSTAL CODE OR PHONE ALWAYS
      * COMES OUT THE SAME IN EVERY FILE AND ON EVERY RUN.
       01 WS-HASH-TEXT       PIC X(30).
       01 WS-HASH            PIC 9(9) COMP VALUE 0.
       01 WS-HASH-WORK       PIC 9(9) COMP VALUE 0.
       01 WS-H               PIC 9(2) COMP VALUE 0.
       01 WS-PICK            PIC 9(4) COMP VALUE 0.
       01 WS-PICK-2          PIC 9(4) COMP VALUE 0.
       01 WS-PICK-3          PIC 9(4) COMP VALUE 0.
       01 WS-FAKE-NAME       PIC X(30).
       01 WS-FAKE-STREET     PIC X(30).
       01 WS-FAKE-POSTAL     PIC X(10).
       01 WS-FAKE-PHONE      PIC X(15).
       01 WS-FAKE-REG        PIC X(20).
       01 WS-HOUSE-NO        PIC 9(4).
       01 WS-POSTAL-DIGITS   PIC 9(5).
       01 WS-PHONE-EXCHANGE  PIC 9(3).
       01 WS-PHONE-LINE      PIC 9(4).
       01 WS-REG-DIGITS      PIC 9(8).
       01 WS-FAKE-TIN        PIC 9(9).
       01 WS-RES-IDX         PIC 9(1) COMP VALUE 0.
       01 WS-INITIALS        PIC X(26)
                             VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-FIRST-NAME-VALUES.
          05 FILLER          PIC X(10) VALUE 'ALEX'.
          05 FILLER          PIC X(10) VALUE 'BLAIR'.
          05 FILLER          PIC X(10) VALUE 'CASEY'.
          05 FILLER          PIC X(10) VALUE 'DANA'.
          05 FILLER          PIC X(10) VALUE 'ELLIS'.
          05 FILLER          PIC X(10) VALUE 'FRANCIS'.
          05 FILLER          PIC X(10) VALUE 'GRAY'.
          05 FILLER          PIC X(10) VALUE 'HARPER'.
          05 FILLER          PIC X(10) VALUE 'JAMIE'.
          05 FILLER          PIC X(10) VALUE 'KERRY'.
          05 FILLER          PIC X(10) VALUE 'LEE'.
          05 FILLER          PIC X(10) VALUE 'MORGAN'.
          05 FILLER          PIC X(10) VALUE 'NOEL'.
          05 FILLER          PIC X(10) VALUE 'PAT'.
          05 FILLER          PIC X(10) VALUE 'QUINN'.
          05 FILLER          PIC X(10) VALUE 'REESE'.
          05 FILLER          PIC X(10) VALUE 'ROBIN'.
          05 FILLER          PIC X(10) VALUE 'SAM'.
          05 FILLER          PIC X(10) VALUE 'TAYLOR'.
          05 FILLER          PIC X(10) VALUE 'VAL'.
       01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
          05 WS-FIRST-NAME   PIC X(10) OCCURS 20 TIMES.
       01 WS-SURNAME-VALUES.
          05 FILLER          PIC X(12) VALUE 'ABBOTT'.
          05 FILLER          PIC X(12) VALUE 'BRENNAN'.
          05 FILLER          PIC X(12) VALUE 'CARVER'.
          05 FILLER          PIC X(12) VALUE 'DUNMORE'.
          05 FILLER          PIC X(12) VALUE 'EASTON'.
          05 FILLER          PIC X(12) VALUE 'FENWICK'.
          05 FILLER          PIC X(12) VALUE 'GARLAND'.
          05 FILLER          PIC X(12) VALUE 'HOLLIS'.
          05 FILLER          PIC X(12) VALUE 'IVERSON'.
          05 FILLER          PIC X(12) VALUE 'JARVIS'.
          05 FILLER          PIC X(12) VALUE 'KEMPTON'.
          05 FILLER          PIC X(12) VALUE 'LANGLEY'.
          05 FILLER          PIC X(12) VALUE 'MARLOW'.
          05 FILLER          PIC X(12) VALUE 'NORCROSS'.
          05 FILLER          PIC X(12) VALUE 'OAKLEY'.
          05 FILLER          PIC X(12) VALUE 'PRESCOTT'.
          05 FILLER          PIC X(12) VALUE 'RADLEY'.
          05 FILLER          PIC X(12) VALUE 'SUTTON'.
          05 FILLER          PIC X(12) VALUE 'THORNE'.
          05 FILLER          PIC X(12) VALUE 'WEXLER'.
       01 WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
          05 WS-SURNAME      PIC X(12) OCCURS 20 TIMES.
       01 WS-STREET-NAME-VALUES.
          05 FILLER          PIC X(12) VALUE 'MAPLE'.
          05 FILLER          PIC X(12) VALUE 'CEDAR'.
          05 FILLER          PIC X(12) VALUE 'HARBOUR'.
          05 FILLER          PIC X(12) VALUE 'MILLBROOK'.
          05 FILLER          PIC X(12) VALUE 'ORCHARD'.
          05 FILLER          PIC X(12) VALUE 'STATION'.
          05 FILLER          PIC X(12) VALUE 'CHURCH'.
          05 FILLER          PIC X(12) VALUE 'MEADOW'.
          05 FILLER          PIC X(12) VALUE 'RIVERSIDE'.
          05 FILLER          PIC X(12) VALUE 'HIGHFIELD'.
       01 WS-STREET-NAME-TABLE REDEFINES WS-STREET-NAME-VALUES.
          05 WS-STREET-NAME  PIC X(12) OCCURS 10 TIMES.
       01 WS-STREET-SUFFIX-VALUES.
          05 FILLER          PIC X(04) VALUE 'ST'.
          05 FILLER          PIC X(04) VALUE 'AVE'.
          05 FILLER          PIC X(04) VALUE 'RD'.
          05 FILLER          PIC X(04) VALUE 'LANE'.
       01 WS-STREET-SUFFIX-TABLE REDEFINES WS-STREET-SUFFIX-VALUES.
          05 WS-STREET-SUFFIX PIC X(04) OCCURS 4 TIMES.
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
      *    BUILDS A TEST-REGION COPY OF THE ACCOUNT, CUSTOMER,
      *    ADDRESS, JOURNAL AND OWNER FILES WITH EVERY NAME, STREET,
      *    POSTAL CODE AND PHONE NUMBER REPLACED BY A FAKE ONE.
      *    CUSTOMER NUMBERS ARE KEPT; EACH GETS THE SAME FAKE NAME
      *    WHEREVER IT APPEARS.  EVERY ACCOUNT NUMBER IS REISSUED
      *    THROUGH ACCTNBR, SO THE CHECK DIGIT STAYS VALID, AND THE
      *    SAME OLD-TO-NEW MAP IS APPLIED TO EVERY FIELD THAT POINTS
      *    AT AN ACCOUNT, SO JOINS ACROSS THE TEST FILES STILL WORK.
      *    NBRCTL MUST BE THE TEST REGION'S COUNTER FILE.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 2000-COPY-ACCOUNTS
           PERFORM 3000-COPY-CUSTOMERS
           PERFORM 4000-COPY-ADDRESSES
           PERFORM 5000-COPY-JOURNAL
           IF OWNERS-AVAILABLE
               PERFORM 6000-COPY-OWNER-LINKS
           END-IF
           DISPLAY 'ACCOUNTS COPIED    : ' WS-ACCTS-COPIED
           DISPLAY 'CUSTOMERS COPIED   : ' WS-CUSTS-COPIED
           DISPLAY 'ADDRESSES COPIED   : ' WS-ADDRS-COPIED
           DISPLAY 'JOURNAL ENTRIES    : ' WS-JRNLS-COPIED
           DISPLAY 'OWNER LINKS COPIED : ' WS-OWNS-COPIED
           DISPLAY 'NUMBERS ISSUED     : ' WS-NUMBERS-ISSUED
           DISPLAY 'RECORDS SKIPPED    : ' WS-SKIP-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT OF ACCOUNT-RECORD TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION OF ACCOUNT-RECORD
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-STATUS
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN INPUT ADDRESS-FILE
           IF WS-ADDR-STATUS NOT = '00'
               DISPLAY 'ADDRESS FILE OPEN ERROR: ' WS-ADDR-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'JOURNAL FILE OPEN ERROR: ' WS-JRN-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ADDRESS-FILE
               STOP RUN
           END-IF
           OPEN INPUT OWNER-FILE
           IF WS-OWN-STATUS = '00'
               MOVE 'Y' TO WS-OWN-AVAILABLE
           ELSE
               DISPLAY 'OWNER FILE UNAVAILABLE, STATUS '
                   WS-OWN-STATUS ', NO OWNER LINKS COPIED'
           END-IF
           OPEN I-O MAP-FILE
           IF WS-MAP-STATUS = '35'
               OPEN OUTPUT MAP-FILE
               CLOSE MAP-FILE
               OPEN I-O MAP-FILE
           END-IF
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY 'NUMBER MAP FILE OPEN ERROR: ' WS-MAP-STATUS
               PERFORM 9100-CLOSE-INPUT-FILES
               STOP RUN
           END-IF
           OPEN OUTPUT TEST-ACCOUNT-FILE
           OPEN OUTPUT TEST-CUSTOMER-FILE
           OPEN OUTPUT TEST-ADDRESS-FILE
           OPEN OUTPUT TEST-JOURNAL-FILE
           OPEN OUTPUT TEST-OWNER-FILE
           IF WS-TACCT-STATUS NOT = '00'
               OR WS-TCUST-STATUS NOT = '00'
               OR WS-TADDR-STATUS NOT = '00'
               OR WS-TJRN-STATUS NOT = '00'
               OR WS-TOWN-STATUS NOT = '00'
               DISPLAY 'TEST SET OPEN ERROR: ' WS-TACCT-STATUS
                   ' ' WS-TCUST-STATUS ' ' WS-TADDR-STATUS
                   ' ' WS-TJRN-STATUS ' ' WS-TOWN-STATUS
               PERFORM 9100-CLOSE-INPUT-FILES
               CLOSE MAP-FILE
               STOP RUN
           END-IF.
       2000-COPY-ACCOUNTS.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO ACCT-ID OF ACCOUNT-RECORD
           START ACCOUNT-FILE
               KEY IS NOT LESS THAN ACCT-ID OF ACCOUNT-RECORD
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 2100-COPY-ONE-ACCOUNT UNTIL SCAN-DONE.
       2100-COPY-ONE-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   PERFORM 2200-SCRAMBLE-ACCOUNT
               END-IF
           END-IF.
       2200-SCRAMBLE-ACCOUNT.
           MOVE ACCOUNT-RECORD TO TEST-ACCOUNT-RECORD
           MOVE 'Y' TO WS-MAP-SWITCH
           MOVE ACCT-BRANCH-CODE OF ACCOUNT-RECORD TO WS-MAP-BRANCH
           MOVE ACCT-ID OF ACCOUNT-RECORD TO WS-OLD-ID
           PERFORM 7000-MAP-ACCOUNT-ID
           MOVE WS-NEW-ID TO ACCT-ID OF TEST-ACCOUNT-RECORD
           MOVE ACCT-LINKED-ACCT OF ACCOUNT-RECORD TO WS-OLD-ID
           MOVE SPACES TO WS-MAP-BRANCH
           PERFORM 7000-MAP-ACCOUNT-ID
           MOVE WS-NEW-ID TO ACCT-LINKED-ACCT OF TEST-ACCOUNT-RECORD
           IF ACCT-CUSTOMER-NO OF ACCOUNT-RECORD NOT = SPACES
               MOVE ACCT-CUSTOMER-NO OF ACCOUNT-RECORD
                   TO WS-HASH-TEXT
           ELSE
               MOVE ACCT-ID OF ACCOUNT-RECORD TO WS-HASH-TEXT
           END-IF
           PERFORM 7100-FAKE-NAME
           MOVE WS-FAKE-NAME TO ACCT-NAME OF TEST-ACCOUNT-RECORD
           IF MAPPING-OK
               WRITE TEST-ACCOUNT-RECORD
                   INVALID KEY
                      ADD 1 TO WS-SKIP-COUNT
                      DISPLAY 'TEST ACCOUNT WRITE FAILED, STATUS '
                          WS-TACCT-STATUS ': '
                          ACCT-ID OF TEST-ACCOUNT-RECORD
                   NOT INVALID KEY
                      ADD 1 TO WS-ACCTS-COPIED
               END-WRITE
           ELSE
               ADD 1 TO WS-SKIP-COUNT
           END-IF.
       3000-COPY-CUSTOMERS.
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM 3100-COPY-ONE-CUSTOMER UNTIL SCAN-DONE.
       3100-COPY-ONE-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-CUST-STATUS NOT = '00'
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   PERFORM 3200-SCRAMBLE-CUSTOMER
               END-IF
           END-IF.
       3200-SCRAMBLE-CUSTOMER.
           MOVE CUSTOMER-RECORD TO TEST-CUSTOMER-RECORD
           MOVE CUST-NO OF CUSTOMER-RECORD TO WS-HASH-TEXT
           PERFORM 7100-FAKE-NAME
           MOVE WS-FAKE-NAME TO CUST-NAME OF TEST-CUSTOMER-RECORD
           IF CUST-REGISTRATION-NO OF CUSTOMER-RECORD NOT = SPACES
               MOVE CUST-REGISTRATION-NO OF CUSTOMER-RECORD
                   TO WS-HASH-TEXT
               PERFORM 7500-FAKE-REGISTRATION
               MOVE WS-FAKE-REG
                   TO CUST-REGISTRATION-NO OF TEST-CUSTOMER-RECORD
           END-IF
           IF CUST-TIN OF CUSTOMER-RECORD NOT = SPACES
               MOVE CUST-TIN OF CUSTOMER-RECORD TO WS-HASH-TEXT
               PERFORM 7050-HASH-TEXT
               MOVE WS-HASH TO WS-FAKE-TIN
               MOVE WS-FAKE-TIN TO CUST-TIN OF TEST-CUSTOMER-RECORD
           END-IF
           PERFORM 3210-SCRAMBLE-FOREIGN-TIN
               VARYING WS-RES-IDX FROM 1 BY 1 UNTIL WS-RES-IDX > 3
           WRITE TEST-CUSTOMER-RECORD
               INVALID KEY
                  ADD 1 TO WS-SKIP-COUNT
                  DISPLAY 'TEST CUSTOMER WRITE FAILED, STATUS '
                      WS-TCUST-STATUS ': '
                      CUST-NO OF TEST-CUSTOMER-RECORD
               NOT INVALID KEY
                  ADD 1 TO WS-CUSTS-COPIED
           END-WRITE.
       3210-SCRAMBLE-FOREIGN-TIN.
      *    THE RESIDENCY COUNTRY STAYS AS IT IS; ONLY THE FOREIGN
      *    TAXPAYER NUMBER IDENTIFIES THE CUSTOMER.
           IF CUST-FOREIGN-TIN OF CUSTOMER-RECORD (WS-RES-IDX)
               NOT = SPACES
               MOVE CUST-FOREIGN-TIN OF CUSTOMER-RECORD (WS-RES-IDX)
                   TO WS-HASH-TEXT
               PERFORM 7050-HASH-TEXT
               MOVE WS-HASH TO WS-FAKE-TIN
               MOVE WS-FAKE-TIN
                   TO CUST-FOREIGN-TIN OF TEST-CUSTOMER-RECORD
                      (WS-RES-IDX)
           END-IF.
       4000-COPY-ADDRESSES.
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM 4100-COPY-ONE-ADDRESS UNTIL SCAN-DONE.
       4100-COPY-ONE-ADDRESS.
           READ ADDRESS-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-ADDR-STATUS NOT = '00'
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   PERFORM 4200-SCRAMBLE-ADDRESS
               END-IF
           END-IF.
       4200-SCRAMBLE-ADDRESS.
      *    THE MAILING NAME IS THE ACCOUNT OWNER'S FAKE NAME; THE
      *    SECOND NAME LINE (CARE-OF, JOINT NAME) IS DROPPED.
           MOVE ADDRESS-RECORD TO TEST-ADDRESS-RECORD
           MOVE 'Y' TO WS-MAP-SWITCH
           MOVE SPACES TO WS-MAP-BRANCH
           MOVE ADDR-ACCT-ID OF ADDRESS-RECORD TO WS-OLD-ID
           PERFORM 7000-MAP-ACCOUNT-ID
           MOVE WS-NEW-ID TO ADDR-ACCT-ID OF TEST-ADDRESS-RECORD
           MOVE ADDR-ACCT-ID OF ADDRESS-RECORD
               TO ACCT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
               INVALID KEY
                  MOVE ADDR-ACCT-ID OF ADDRESS-RECORD TO WS-HASH-TEXT
               NOT INVALID KEY
                  IF ACCT-CUSTOMER-NO OF ACCOUNT-RECORD NOT = SPACES
                      MOVE ACCT-CUSTOMER-NO OF ACCOUNT-RECORD
                          TO WS-HASH-TEXT
                  ELSE
                      MOVE ADDR-ACCT-ID OF ADDRESS-RECORD
                          TO WS-HASH-TEXT
                  END-IF
           END-READ
           PERFORM 7100-FAKE-NAME
           MOVE WS-FAKE-NAME TO ADDR-NAME-LINE-1 OF TEST-ADDRESS-RECORD
           MOVE SPACES TO ADDR-NAME-LINE-2 OF TEST-ADDRESS-RECORD
           IF ADDR-STREET OF ADDRESS-RECORD NOT = SPACES
               MOVE ADDR-STREET OF ADDRESS-RECORD TO WS-HASH-TEXT
               PERFORM 7200-FAKE-STREET
               MOVE WS-FAKE-STREET TO ADDR-STREET OF TEST-ADDRESS-RECORD
           END-IF
           IF ADDR-POSTAL-CODE OF ADDRESS-RECORD NOT = SPACES
               MOVE ADDR-POSTAL-CODE OF ADDRESS-RECORD TO WS-HASH-TEXT
               PERFORM 7300-FAKE-POSTAL
               MOVE WS-FAKE-POSTAL
                   TO ADDR-POSTAL-CODE OF TEST-ADDRESS-RECORD
           END-IF
           IF ADDR-PHONE OF ADDRESS-RECORD NOT = SPACES
               MOVE ADDR-PHONE OF ADDRESS-RECORD TO WS-HASH-TEXT
               PERFORM 7400-FAKE-PHONE
               MOVE WS-FAKE-PHONE TO ADDR-PHONE OF TEST-ADDRESS-RECORD
           END-IF
           IF MAPPING-OK
               WRITE TEST-ADDRESS-RECORD
                   INVALID KEY
                      ADD 1 TO WS-SKIP-COUNT
                      DISPLAY 'TEST ADDRESS WRITE FAILED, STATUS '
                          WS-TADDR-STATUS ': '
                          ADDR-ACCT-ID OF TEST-ADDRESS-RECORD
                   NOT INVALID KEY
                      ADD 1 TO WS-ADDRS-COPIED
               END-WRITE
           ELSE
               ADD 1 TO WS-SKIP-COUNT
           END-IF.
       5000-COPY-JOURNAL.
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM 5100-COPY-ONE-ENTRY UNTIL SCAN-DONE.
       5100-COPY-ONE-ENTRY.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-JRN-STATUS NOT = '00'
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   PERFORM 5200-SCRAMBLE-ENTRY
               END-IF
           END-IF.
       5200-SCRAMBLE-ENTRY.
      *    THE PRESENTED NUMBER IS AN OLD NUMBER REACHED THROUGH THE
      *    ALIAS FILE; IT IS MAPPED LIKE ANY OTHER ACCOUNT NUMBER.
           MOVE JOURNAL-RECORD TO TEST-JOURNAL-RECORD
           MOVE 'Y' TO WS-MAP-SWITCH
           MOVE SPACES TO WS-MAP-BRANCH
           MOVE JRNL-ACCT-ID OF JOURNAL-RECORD TO WS-OLD-ID
           PERFORM 7000-MAP-ACCOUNT-ID
           MOVE WS-NEW-ID TO JRNL-ACCT-ID OF TEST-JOURNAL-RECORD
           MOVE JRNL-PRESENTED-ID OF JOURNAL-RECORD TO WS-OLD-ID
           PERFORM 7000-MAP-ACCOUNT-ID
           MOVE WS-NEW-ID TO JRNL-PRESENTED-ID OF TEST-JOURNAL-RECORD
           IF MAPPING-OK
               WRITE TEST-JOURNAL-RECORD
                   INVALID KEY
                      ADD 1 TO WS-SKIP-COUNT
                      DISPLAY 'TEST JOURNAL WRITE FAILED, STATUS '
                          WS-TJRN-STATUS ': '
                          JRNL-ACCT-ID OF TEST-JOURNAL-RECORD
                   NOT INVALID KEY
                      ADD 1 TO WS-JRNLS-COPIED
               END-WRITE
           ELSE
               ADD 1 TO WS-SKIP-COUNT
           END-IF.
       6000-COPY-OWNER-LINKS.
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM 6100-COPY-ONE-LINK UNTIL SCAN-DONE.
       6100-COPY-ONE-LINK.
           READ OWNER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-OWN-STATUS NOT = '00'
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   PERFORM 6200-SCRAMBLE-LINK
               END-IF
           END-IF.
       6200-SCRAMBLE-LINK.
           MOVE OWNER-RECORD TO TEST-OWNER-RECORD
           MOVE 'Y' TO WS-MAP-SWITCH
           MOVE SPACES TO WS-MAP-BRANCH
           MOVE OWN-ACCT-ID OF OWNER-RECORD TO WS-OLD-ID
           PERFORM 7000-MAP-ACCOUNT-ID
           MOVE WS-NEW-ID TO OWN-ACCT-ID OF TEST-OWNER-RECORD
           IF MAPPING-OK
               WRITE TEST-OWNER-RECORD
                   INVALID KEY
                      ADD 1 TO WS-SKIP-COUNT
                      DISPLAY 'TEST OWNER WRITE FAILED, STATUS '
                          WS-TOWN-STATUS ': '
                          OWN-ACCT-ID OF TEST-OWNER-RECORD
                   NOT INVALID KEY
                      ADD 1 TO WS-OWNS-COPIED
               END-WRITE
           ELSE
               ADD 1 TO WS-SKIP-COUNT
           END-IF.
       7000-MAP-ACCOUNT-ID.
      *    AN OLD NUMBER ALREADY ON THE MAP TAKES ITS MAPPED NUMBER.
      *    A NEW ONE IS ISSUED UNDER THE ACCOUNT'S BRANCH, OR THE
      *    BRANCH DIGITS OF THE OLD NUMBER WHEN THE ACCOUNT IS NOT
      *    TO HAND (CLOSED, ARCHIVED OR RENUMBERED).
           MOVE SPACES TO WS-NEW-ID
           IF WS-OLD-ID NOT = SPACES
               MOVE WS-OLD-ID TO MAP-OLD-ACCT-ID
               READ MAP-FILE
                   INVALID KEY
                      PERFORM 7010-ISSUE-TEST-NUMBER
                   NOT INVALID KEY
                      MOVE MAP-NEW-ACCT-ID TO WS-NEW-ID
               END-READ
           END-IF.
       7010-ISSUE-TEST-NUMBER.
           IF WS-MAP-BRANCH = SPACES
               MOVE WS-OLD-ID (1:4) TO WS-MAP-BRANCH
           END-IF
           MOVE 'I' TO WS-NBR-FUNCTION
           MOVE WS-MAP-BRANCH TO WS-NBR-BRANCH
           CALL 'ACCTNBR' USING WS-NBR-AREA
           IF NOT NUMBER-CHECK-OK
               MOVE 'I' TO WS-NBR-FUNCTION
               MOVE '9999' TO WS-NBR-BRANCH
               CALL 'ACCTNBR' USING WS-NBR-AREA
           END-IF
           IF NUMBER-CHECK-OK
               MOVE WS-OLD-ID TO MAP-OLD-ACCT-ID
               MOVE WS-NBR-ACCT-ID TO MAP-NEW-ACCT-ID
               MOVE WS-TODAY TO MAP-ADDED-DATE
               WRITE MAP-RECORD
                   INVALID KEY
                      DISPLAY 'NUMBER MAP WRITE FAILED, STATUS '
                          WS-MAP-STATUS ': ' WS-OLD-ID
               END-WRITE
               MOVE WS-NBR-ACCT-ID TO WS-NEW-ID
               ADD 1 TO WS-NUMBERS-ISSUED
           ELSE
               MOVE 'N' TO WS-MAP-SWITCH
               DISPLAY 'TEST NUMBER ISSUE FAILED, RECORD SKIPPED: '
                   WS-OLD-ID
           END-IF.
       7050-HASH-TEXT.
           MOVE 7 TO WS-HASH
           PERFORM 7060-HASH-ONE-CHARACTER
               VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 30.
       7060-HASH-ONE-CHARACTER.
           COMPUTE WS-HASH = FUNCTION MOD
               (WS-HASH * 31 + FUNCTION ORD (WS-HASH-TEXT (WS-H:1)),
                999999937).
       7100-FAKE-NAME.
           PERFORM 7050-HASH-TEXT
           COMPUTE WS-PICK = FUNCTION MOD (WS-HASH, 20) + 1
           COMPUTE WS-HASH-WORK = WS-HASH / 20
           COMPUTE WS-PICK-2 = FUNCTION MOD (WS-HASH-WORK, 20) + 1
           COMPUTE WS-HASH-WORK = WS-HASH / 400
           COMPUTE WS-PICK-3 = FUNCTION MOD (WS-HASH-WORK, 26) + 1
           MOVE SPACES TO WS-FAKE-NAME
           STRING WS-FIRST-NAME (WS-PICK) DELIMITED BY SPACE
               ' ' WS-INITIALS (WS-PICK-3:1) '. ' DELIMITED BY SIZE
               WS-SURNAME (WS-PICK-2) DELIMITED BY SPACE
               INTO WS-FAKE-NAME.
       7200-FAKE-STREET.
           PERFORM 7050-HASH-TEXT
           COMPUTE WS-HOUSE-NO = FUNCTION MOD (WS-HASH, 9000) + 1000
           COMPUTE WS-HASH-WORK = WS-HASH / 9000
           COMPUTE WS-PICK = FUNCTION MOD (WS-HASH-WORK, 10) + 1
           COMPUTE WS-HASH-WORK = WS-HASH / 90000
           COMPUTE WS-PICK-2 = FUNCTION MOD (WS-HASH-WORK, 4) + 1
           MOVE SPACES TO WS-FAKE-STREET
           STRING WS-HOUSE-NO ' ' DELIMITED BY SIZE
               WS-STREET-NAME (WS-PICK) DELIMITED BY SPACE
               ' ' WS-STREET-SUFFIX (WS-PICK-2) DELIMITED BY SIZE
               INTO WS-FAKE-STREET.
       7300-FAKE-POSTAL.
           PERFORM 7050-HASH-TEXT
           COMPUTE WS-POSTAL-DIGITS = FUNCTION MOD (WS-HASH, 100000)
           MOVE SPACES TO WS-FAKE-POSTAL
           STRING 'T' WS-POSTAL-DIGITS DELIMITED BY SIZE
               INTO WS-FAKE-POSTAL.
       7400-FAKE-PHONE.
           PERFORM 7050-HASH-TEXT
           COMPUTE WS-PHONE-EXCHANGE = FUNCTION MOD (WS-HASH, 1000)
           COMPUTE WS-HASH-WORK = WS-HASH / 1000
           COMPUTE WS-PHONE-LINE = FUNCTION MOD (WS-HASH-WORK, 10000)
           MOVE SPACES TO WS-FAKE-PHONE
           STRING '555-' WS-PHONE-EXCHANGE '-' WS-PHONE-LINE
               DELIMITED BY SIZE INTO WS-FAKE-PHONE.
       7500-FAKE-REGISTRATION.
           PERFORM 7050-HASH-TEXT
           COMPUTE WS-REG-DIGITS = FUNCTION MOD (WS-HASH, 100000000)
           MOVE SPACES TO WS-FAKE-REG
           STRING 'TEST' WS-REG-DIGITS DELIMITED BY SIZE
               INTO WS-FAKE-REG.
       9000-CLOSE-FILES.
           PERFORM 9100-CLOSE-INPUT-FILES
           CLOSE MAP-FILE
           CLOSE TEST-ACCOUNT-FILE
           CLOSE TEST-CUSTOMER-FILE
           CLOSE TEST-ADDRESS-FILE
           CLOSE TEST-JOURNAL-FILE
           CLOSE TEST-OWNER-FILE.
       9100-CLOSE-INPUT-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ADDRESS-FILE
           CLOSE JOURNAL-FILE
           IF OWNERS-AVAILABLE
               CLOSE OWNER-FILE
           END-IF.
