       IDENTIFICATION DIVISION.
       PROGRAM-ID. XSELLEXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL XSELL-PARM-FILE ASSIGN TO 'XSELPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'PRODFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-STATUS.
           SELECT OWNER-FILE ASSIGN TO 'ACCTOWN'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OWN-KEY
               FILE STATUS IS WS-OWN-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT COLLECTION-FILE ASSIGN TO 'COLCASE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS COL-KEY
               FILE STATUS IS WS-COL-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO 'ADDRFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ADDR-ACCT-ID
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT PREFERENCE-FILE ASSIGN TO 'NOTEPREF'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PREF-ACCT-ID
               FILE STATUS IS WS-PREF-STATUS.
           SELECT CONSENT-FILE ASSIGN TO 'MKTCONS'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MKC-KEY
               FILE STATUS IS WS-MKC-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
           SELECT EXTRACT-FILE ASSIGN TO 'XSELOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO 'XSELLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * WHAT TO OFFER AND HOW: THE PRODUCT CLASS THE CUSTOMERS MUST
      * NOT YET HOLD (T TERM DEPOSIT, L LOAN, D DEMAND), THE CLASS
      * THEY MUST ALREADY HOLD (SPACE FOR ANY ACCOUNT), THE CONTACT
      * CHANNEL (M MAIL, P PHONE, E EMAIL, S SMS), THE CAMPAIGN OR
      * OFFER REFERENCE AND WHO ASKED FOR THE LIST.
       FD XSELL-PARM-FILE.
       01 XSELL-PARM-RECORD.
          05 PARM-TARGET-CLASS PIC X(01).
          05 PARM-HOLD-CLASS PIC X(01).
          05 PARM-CHANNEL    PIC X(01).
          05 PARM-OFFER-REF  PIC X(12).
          05 PARM-REQUESTED-BY PIC X(08).
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           COPY PRODREC.
       FD OWNER-FILE.
       01 OWNER-RECORD.
           COPY OWNREC.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       FD COLLECTION-FILE.
       01 COLLECTION-RECORD.
           COPY COLCREC.
       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           COPY ADDRREC.
       FD PREFERENCE-FILE.
       01 PREFERENCE-RECORD.
           COPY NPRFREC.
       FD CONSENT-FILE.
       01 CONSENT-RECORD.
           COPY MKCNREC.
       SD SORT-WORK-FILE.
      * ONE ROW PER OWNER OF EACH OPEN ACCOUNT OF THE RUN'S
      * ENTITY, WITH THE ACCOUNT'S PRODUCT CLASS AND WHAT IT SAYS
      * ABOUT THE CUSTOMER: AN OPEN COLLECTIONS CASE, A BAD
      * ADDRESS, AND WHETHER IT CARRIES A CONTACT FOR THE CHANNEL.
       01 SORT-RECORD.
          05 SRT-CUST-NO     PIC X(08).
          05 SRT-ACCT-ID     PIC X(10).
          05 SRT-CLASS       PIC X(01).
          05 SRT-COLLECTIONS PIC X(01).
          05 SRT-BAD-ADDRESS PIC X(01).
          05 SRT-HAS-CONTACT PIC X(01).
       FD EXTRACT-FILE.
       01 EXTRACT-RECORD.
          05 XO-RUN-DATE     PIC 9(8).
          05 XO-OFFER-REF    PIC X(12).
          05 XO-TARGET-CLASS PIC X(01).
          05 XO-CHANNEL      PIC X(01).
          05 XO-CUST-NO      PIC X(08).
          05 XO-CUST-NAME    PIC X(30).
          05 XO-ACCT-ID      PIC X(10).
          05 XO-NAME-LINE-1  PIC X(30).
          05 XO-NAME-LINE-2  PIC X(30).
          05 XO-STREET       PIC X(30).
          05 XO-CITY         PIC X(20).
          05 XO-POSTAL-CODE  PIC X(10).
          05 XO-PHONE        PIC X(15).
          05 XO-EMAIL-ADDR   PIC X(50).
      * EVERY RUN IS APPENDED: A HEADER WITH THE CRITERIA, A ROW
      * FOR EACH CUSTOMER EXTRACTED WITH THE CONSENT HELD AT THE
      * TIME, A ROW FOR EACH CUSTOMER LEFT OUT BECAUSE CONSENT HAD
      * BEEN WITHDRAWN, AND A TRAILER WITH THE COUNTS.
       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD.
          05 XL-RECORD-TYPE  PIC X(01).
             88 XL-HEADER       VALUE 'H'.
             88 XL-EXTRACTED    VALUE 'C'.
             88 XL-OPTED-OUT    VALUE 'W'.
             88 XL-TRAILER      VALUE 'T'.
          05 XL-RUN-DATE     PIC 9(8).
          05 XL-RUN-TIME     PIC 9(6).
          05 XL-HEADER-BODY.
             10 XL-ENTITY-CODE PIC X(02).
             10 XL-TARGET-CLASS PIC X(01).
             10 XL-HOLD-CLASS PIC X(01).
             10 XL-CHANNEL    PIC X(01).
             10 XL-OFFER-REF  PIC X(12).
             10 XL-REQUESTED-BY PIC X(08).
             10 FILLER        PIC X(06).
          05 XL-CUSTOMER-BODY REDEFINES XL-HEADER-BODY.
             10 XL-CUST-NO    PIC X(08).
             10 XL-CONSENT-STATUS PIC X(01).
             10 XL-CONSENT-DATE PIC 9(8).
             10 XL-CONSENT-SOURCE PIC X(01).
             10 XL-CONSENT-REF PIC X(12).
             10 FILLER        PIC X(01).
          05 XL-TRAILER-BODY REDEFINES XL-HEADER-BODY.
             10 XL-CANDIDATES PIC 9(7).
             10 XL-EXTRACTED-COUNT PIC 9(7).
             10 XL-EXCLUDED-COUNT PIC 9(7).
             10 FILLER        PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-PROD-STATUS     PIC XX VALUE '00'.
       01 WS-OWN-STATUS      PIC XX VALUE '00'.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-COL-STATUS      PIC XX VALUE '00'.
       01 WS-ADDR-STATUS     PIC XX VALUE '00'.
       01 WS-PREF-STATUS     PIC XX VALUE '00'.
       01 WS-MKC-STATUS      PIC XX VALUE '00'.
       01 WS-EXT-STATUS      PIC XX VALUE '00'.
       01 WS-LOG-STATUS      PIC XX VALUE '00'.
       01 WS-ACCT-EOF        PIC X VALUE 'N'.
           88 ACCOUNT-EOF    VALUE 'Y'.
       01 WS-OWN-EOF         PIC X VALUE 'N'.
           88 OWNER-SCAN-DONE VALUE 'Y'.
       01 WS-COL-EOF         PIC X VALUE 'N'.
           88 CASE-SCAN-DONE VALUE 'Y'.
       01 WS-SORT-EOF        PIC X VALUE 'N'.
           88 SORT-EOF       VALUE 'Y'.
       01 WS-OWN-AVAILABLE   PIC X VALUE 'N'.
           88 OWNERS-AVAILABLE VALUE 'Y'.
       01 WS-PROD-AVAILABLE  PIC X VALUE 'N'.
           88 PRODUCT-AVAILABLE VALUE 'Y'.
       01 WS-COL-AVAILABLE   PIC X VALUE 'N'.
           88 COLLECTIONS-AVAILABLE VALUE 'Y'.
       01 WS-PREF-AVAILABLE  PIC X VALUE 'N'.
           88 PREFERENCES-AVAILABLE VALUE 'Y'.
       01 WS-LOG-OPEN        PIC X VALUE 'N'.
           88 RUN-LOG-OPEN   VALUE 'Y'.
       01 WS-TARGET-CLASS    PIC X(01) VALUE SPACE.
       01 WS-HOLD-CLASS      PIC X(01) VALUE SPACE.
       01 WS-CHANNEL         PIC X(01) VALUE SPACE.
           88 CHANNEL-MAIL   VALUE 'M'.
           88 CHANNEL-PHONE  VALUE 'P' 'S'.
           88 CHANNEL-EMAIL  VALUE 'E'.
       01 WS-OFFER-REF       PIC X(12) VALUE SPACES.
       01 WS-REQUESTED-BY    PIC X(08) VALUE SPACES.
       01 WS-RUN-ENTITY      PIC X(02) VALUE '01'.
       01 WS-ACCT-ENTITY     PIC X(02) VALUE SPACES.
       01 WS-CUST-ENTITY     PIC X(02) VALUE SPACES.
       01 WS-AT-COUNT        PIC 9(3) COMP VALUE 0.
      * WHAT THE ROWS OF ONE CUSTOMER ADD UP TO.
       01 WS-CURRENT-CUST    PIC X(08) VALUE LOW-VALUES.
       01 WS-CUST-ROWS       PIC 9(5) COMP VALUE 0.
       01 WS-HAS-TARGET      PIC X VALUE 'N'.
           88 HOLDS-TARGET   VALUE 'Y'.
       01 WS-HAS-BASE        PIC X VALUE 'N'.
           88 HOLDS-BASE     VALUE 'Y'.
       01 WS-IN-COLLECTIONS  PIC X VALUE 'N'.
           88 IN-COLLECTIONS VALUE 'Y'.
       01 WS-ANY-BAD-ADDRESS PIC X VALUE 'N'.
           88 ON-BAD-ADDRESS VALUE 'Y'.
       01 WS-CONTACT-ACCT    PIC X(10) VALUE SPACES.
       01 WS-EXCLUDE-REASON  PIC X(01) VALUE SPACE.
           88 EXCLUDE-NONE       VALUE SPACE.
           88 EXCLUDE-NO-CUSTOMER VALUE 'N'.
           88 EXCLUDE-DECEASED   VALUE 'D'.
           88 EXCLUDE-INACTIVE   VALUE 'I'.
           88 EXCLUDE-OTHER-ENTITY VALUE 'E'.
           88 EXCLUDE-HIGH-RISK  VALUE 'H'.
           88 EXCLUDE-COLLECTIONS VALUE 'C'.
           88 EXCLUDE-BAD-ADDRESS VALUE 'B'.
           88 EXCLUDE-NO-CONSENT VALUE 'X'.
           88 EXCLUDE-OPTED-OUT  VALUE 'W'.
           88 EXCLUDE-NO-CONTACT VALUE 'K'.
       01 WS-ACCOUNTS-READ   PIC 9(7) COMP VALUE 0.
       01 WS-ACCOUNTS-USED   PIC 9(7) COMP VALUE 0.
       01 WS-OTHER-ENTITY-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-CUSTOMERS-SEEN  PIC 9(7) COMP VALUE 0.
       01 WS-ALREADY-HOLD-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-CANDIDATE-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-EXTRACTED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-EXCLUDED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-NO-CUSTOMER-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-DECEASED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-INACTIVE-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-CUST-ENTITY-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-HIGH-RISK-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-COLLECTIONS-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-BAD-ADDRESS-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-NO-CONSENT-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-OPTED-OUT-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-NO-CONTACT-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       01 WS-CLOCK           PIC 9(8) VALUE 0.
       01 WS-CLOCK-R REDEFINES WS-CLOCK.
          05 WS-CLOCK-HHMMSS PIC 9(6).
          05 WS-CLOCK-HUNDREDTHS PIC 9(2).
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
      *    MONTHLY CROSS-SELL LIST.  EVERY OPEN ACCOUNT OF THE RUN'S
      *    ENTITY IS ATTRIBUTED TO ITS OWNERS (PRIMARY AND JOINT, AS
      *    DEPCONC DOES) WITH ITS PRODUCT CLASS, AND A CUSTOMER WHO
      *    HOLDS THE QUALIFYING CLASS BUT NOT THE TARGET CLASS IS A
      *    CANDIDATE.  A CANDIDATE WHO IS DECEASED OR NO LONGER
      *    ACTIVE, HIGH RISK, IN COLLECTIONS OR ON A BAD ADDRESS IS
      *    LEFT OUT, AND SO IS ANYONE WITHOUT MARKETING CONSENT ON
      *    MKTCONS FOR THE CHANNEL.  THE RUN, EVERY CUSTOMER
      *    EXTRACTED AND EVERY OPTED-OUT CUSTOMER LEFT OUT ARE
      *    APPENDED TO XSELLOG.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 0600-GET-RUN-ENTITY
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           ACCEPT WS-CLOCK FROM TIME
           PERFORM 0700-READ-PARM
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-WRITE-LOG-HEADER
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUST-NO
               ON ASCENDING KEY SRT-ACCT-ID
               INPUT PROCEDURE IS 2000-FEED-HOLDINGS
               OUTPUT PROCEDURE IS 3000-SELECT-CUSTOMERS
           PERFORM 8000-WRITE-LOG-TRAILER
           DISPLAY 'ACCOUNTS READ         : ' WS-ACCOUNTS-READ
           DISPLAY 'ACCOUNTS USED         : ' WS-ACCOUNTS-USED
           DISPLAY 'OTHER ENTITY ACCOUNTS : ' WS-OTHER-ENTITY-COUNT
           DISPLAY 'CUSTOMERS SEEN        : ' WS-CUSTOMERS-SEEN
           DISPLAY 'ALREADY HOLD TARGET   : ' WS-ALREADY-HOLD-COUNT
           DISPLAY 'CANDIDATES            : ' WS-CANDIDATE-COUNT
           DISPLAY '  EXTRACTED           : ' WS-EXTRACTED-COUNT
           DISPLAY '  NOT ON CUSTFILE     : ' WS-NO-CUSTOMER-COUNT
           DISPLAY '  DECEASED            : ' WS-DECEASED-COUNT
           DISPLAY '  NOT ACTIVE          : ' WS-INACTIVE-COUNT
           DISPLAY '  OTHER ENTITY        : ' WS-CUST-ENTITY-COUNT
           DISPLAY '  HIGH RISK           : ' WS-HIGH-RISK-COUNT
           DISPLAY '  IN COLLECTIONS      : ' WS-COLLECTIONS-COUNT
           DISPLAY '  BAD ADDRESS         : ' WS-BAD-ADDRESS-COUNT
           DISPLAY '  NO CONSENT ON FILE  : ' WS-NO-CONSENT-COUNT
           DISPLAY '  CONSENT WITHDRAWN   : ' WS-OPTED-OUT-COUNT
           DISPLAY '  NO CONTACT DETAIL   : ' WS-NO-CONTACT-COUNT
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
           DISPLAY 'CROSS-SELL EXTRACT FOR ENTITY ' WS-RUN-ENTITY ' '
               WS-ENTY-NAME.
       0700-READ-PARM.
      *    THE LIST IS NEVER PRODUCED WITHOUT A COMPLETE CARD: THE
      *    TARGET CLASS AND THE CHANNEL HAVE NO SAFE DEFAULT.
           MOVE SPACES TO XSELL-PARM-RECORD
           OPEN INPUT XSELL-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ XSELL-PARM-FILE INTO XSELL-PARM-RECORD
                   AT END
                      MOVE SPACES TO XSELL-PARM-RECORD
               END-READ
               CLOSE XSELL-PARM-FILE
           END-IF
           MOVE PARM-TARGET-CLASS TO WS-TARGET-CLASS
           MOVE PARM-HOLD-CLASS TO WS-HOLD-CLASS
           MOVE PARM-CHANNEL TO WS-CHANNEL
           MOVE PARM-OFFER-REF TO WS-OFFER-REF
           MOVE PARM-REQUESTED-BY TO WS-REQUESTED-BY
           IF WS-TARGET-CLASS NOT = 'T' AND NOT = 'L' AND NOT = 'D'
               DISPLAY 'XSELPARM TARGET CLASS MISSING OR NOT VALID: '
                   WS-TARGET-CLASS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-HOLD-CLASS NOT = SPACE AND NOT = 'T' AND NOT = 'L'
               AND NOT = 'D'
               OR WS-HOLD-CLASS = WS-TARGET-CLASS
               DISPLAY 'XSELPARM QUALIFYING CLASS NOT VALID: '
                   WS-HOLD-CLASS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CHANNEL-MAIL AND NOT CHANNEL-PHONE
               AND NOT CHANNEL-EMAIL
               DISPLAY 'XSELPARM CHANNEL MISSING OR NOT VALID: '
                   WS-CHANNEL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'TARGET CLASS / HELD CLASS / CHANNEL: '
               WS-TARGET-CLASS ' / ' WS-HOLD-CLASS ' / ' WS-CHANNEL
           DISPLAY 'OFFER REFERENCE       : ' WS-OFFER-REF.
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
      *    WITHOUT THE CONSENT FILE NO ONE MAY BE CONTACTED, SO THE
      *    RUN STOPS RATHER THAN PRODUCE AN EMPTY LIST.
           OPEN INPUT CONSENT-FILE
           IF WS-MKC-STATUS NOT = '00'
               DISPLAY 'CONSENT FILE OPEN ERROR: ' WS-MKC-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ADDRESS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXT-STATUS NOT = '00'
               DISPLAY 'EXTRACT FILE OPEN ERROR: ' WS-EXT-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ADDRESS-FILE
               CLOSE CONSENT-FILE
               STOP RUN
           END-IF
           OPEN EXTEND RUN-LOG-FILE
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF WS-LOG-STATUS NOT = '00' AND WS-LOG-STATUS NOT = '05'
               DISPLAY 'RUN LOG OPEN ERROR: ' WS-LOG-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ADDRESS-FILE
               CLOSE CONSENT-FILE
               CLOSE EXTRACT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-LOG-OPEN
           OPEN INPUT OWNER-FILE
           IF WS-OWN-STATUS = '00'
               MOVE 'Y' TO WS-OWN-AVAILABLE
           ELSE
               DISPLAY 'OWNER FILE UNAVAILABLE, STATUS '
                   WS-OWN-STATUS ', PRIMARY OWNERS ONLY'
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS = '00'
               MOVE 'Y' TO WS-PROD-AVAILABLE
           ELSE
               DISPLAY 'PRODUCT FILE UNAVAILABLE, STATUS '
                   WS-PROD-STATUS ', ALL ACCOUNTS TAKEN AS DEMAND'
           END-IF
           OPEN INPUT COLLECTION-FILE
           IF WS-COL-STATUS = '00'
               MOVE 'Y' TO WS-COL-AVAILABLE
           ELSE
               DISPLAY 'COLLECTIONS FILE UNAVAILABLE, STATUS '
                   WS-COL-STATUS ', NO CUSTOMER TAKEN AS CLEAR'
           END-IF
           OPEN INPUT PREFERENCE-FILE
           IF WS-PREF-STATUS = '00'
               MOVE 'Y' TO WS-PREF-AVAILABLE
           ELSE
               DISPLAY 'PREFERENCE FILE UNAVAILABLE, STATUS '
                   WS-PREF-STATUS ', NO EMAIL ADDRESSES'
           END-IF.
       1100-WRITE-LOG-HEADER.
           MOVE SPACES TO RUN-LOG-RECORD
           SET XL-HEADER TO TRUE
           MOVE WS-TODAY TO XL-RUN-DATE
           MOVE WS-CLOCK-HHMMSS TO XL-RUN-TIME
           MOVE WS-RUN-ENTITY TO XL-ENTITY-CODE
           MOVE WS-TARGET-CLASS TO XL-TARGET-CLASS
           MOVE WS-HOLD-CLASS TO XL-HOLD-CLASS
           MOVE WS-CHANNEL TO XL-CHANNEL
           MOVE WS-OFFER-REF TO XL-OFFER-REF
           MOVE WS-REQUESTED-BY TO XL-REQUESTED-BY
           WRITE RUN-LOG-RECORD.
       2000-FEED-HOLDINGS.
           PERFORM 2100-READ-ACCOUNT
           PERFORM 2200-EXAMINE-ACCOUNT UNTIL ACCOUNT-EOF.
       2100-READ-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-ACCT-EOF
           END-READ
           IF NOT ACCOUNT-EOF AND WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE READ ERROR: ' WS-FILE-STATUS
               MOVE 'Y' TO WS-ACCT-EOF
           END-IF.
       2200-EXAMINE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE ACCT-ENTITY-CODE TO WS-ACCT-ENTITY
           IF WS-ACCT-ENTITY = SPACES OR WS-ACCT-ENTITY = LOW-VALUES
               MOVE '01' TO WS-ACCT-ENTITY
           END-IF
           IF WS-ACCT-ENTITY NOT = WS-RUN-ENTITY
               ADD 1 TO WS-OTHER-ENTITY-COUNT
           ELSE
           IF NOT ACCT-CLOSED AND NOT ACCT-ESCHEATED
               AND NOT ACCT-CHARGED-OFF
               ADD 1 TO WS-ACCOUNTS-USED
               PERFORM 2300-FIND-PRODUCT-CLASS
               PERFORM 2400-CHECK-COLLECTIONS
               PERFORM 2500-CHECK-CONTACT
               PERFORM 2600-RELEASE-OWNERS
           END-IF
           END-IF
           PERFORM 2100-READ-ACCOUNT.
       2300-FIND-PRODUCT-CLASS.
      *    AN ACCOUNT WITH NO PRODUCT, OR ONE NOT ON PRODFILE, IS
      *    AN ORDINARY DEMAND ACCOUNT.
           MOVE 'D' TO SRT-CLASS
           IF PRODUCT-AVAILABLE AND ACCT-PRODUCT-CODE NOT = SPACES
               MOVE WS-ACCT-ENTITY TO PROD-ENTITY-CODE
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF PROD-CLASS NOT = SPACE
                          MOVE PROD-CLASS TO SRT-CLASS
                      END-IF
               END-READ
           END-IF.
       2400-CHECK-COLLECTIONS.
      *    WITH THE COLLECTIONS FILE MISSING EVERY ACCOUNT IS TAKEN
      *    AS IN COLLECTIONS, SO NO ONE IS OFFERED CREDIT WHO MAY
      *    BE IN ARREARS.
           IF NOT COLLECTIONS-AVAILABLE
               MOVE 'Y' TO SRT-COLLECTIONS
           ELSE
               MOVE 'N' TO SRT-COLLECTIONS
               MOVE 'N' TO WS-COL-EOF
               MOVE ACCT-ID TO COL-ACCT-ID
               MOVE 0 TO COL-OPEN-DATE
               START COLLECTION-FILE KEY IS NOT LESS THAN COL-KEY
                   INVALID KEY
                      MOVE 'Y' TO WS-COL-EOF
               END-START
               PERFORM 2410-CHECK-ONE-CASE UNTIL CASE-SCAN-DONE
           END-IF.
       2410-CHECK-ONE-CASE.
           READ COLLECTION-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-COL-EOF
           END-READ
           IF NOT CASE-SCAN-DONE
               IF WS-COL-STATUS NOT = '00'
                   OR COL-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-COL-EOF
               ELSE
                   IF COL-WORKABLE
                       MOVE 'Y' TO SRT-COLLECTIONS
                       MOVE 'Y' TO WS-COL-EOF
                   END-IF
               END-IF
           END-IF.
       2500-CHECK-CONTACT.
      *    THE ACCOUNT'S ADDRESS RECORD GIVES THE MAILING ADDRESS
      *    AND THE TELEPHONE NUMBER (FOR CALLS AND SMS); THE EMAIL
      *    ADDRESS IS THE ONE HELD FOR E-STATEMENTS ON NOTEPREF.
           MOVE 'N' TO SRT-BAD-ADDRESS
           MOVE 'N' TO SRT-HAS-CONTACT
           MOVE ACCT-ID TO ADDR-ACCT-ID
           READ ADDRESS-FILE
               INVALID KEY
                  MOVE SPACES TO ADDRESS-RECORD
           END-READ
           IF ADDR-BAD
               MOVE 'Y' TO SRT-BAD-ADDRESS
           END-IF
           EVALUATE TRUE
               WHEN CHANNEL-MAIL
                   IF ADDR-STREET NOT = SPACES
                       MOVE 'Y' TO SRT-HAS-CONTACT
                   END-IF
               WHEN CHANNEL-PHONE
                   IF ADDR-PHONE NOT = SPACES
                       MOVE 'Y' TO SRT-HAS-CONTACT
                   END-IF
               WHEN CHANNEL-EMAIL
                   PERFORM 2510-CHECK-EMAIL
           END-EVALUATE.
       2510-CHECK-EMAIL.
           IF PREFERENCES-AVAILABLE
               MOVE ACCT-ID TO PREF-ACCT-ID
               READ PREFERENCE-FILE
                   INVALID KEY
                      MOVE SPACES TO PREF-EMAIL-ADDR
               END-READ
               MOVE 0 TO WS-AT-COUNT
               INSPECT PREF-EMAIL-ADDR TALLYING WS-AT-COUNT
                   FOR ALL '@'
               IF WS-AT-COUNT = 1
                   MOVE 'Y' TO SRT-HAS-CONTACT
               END-IF
           END-IF.
       2600-RELEASE-OWNERS.
      *    ATTORNEYS AND CUSTODIANS ACT FOR THE OWNER AND ARE NOT
      *    THEMSELVES HOLDERS OF THE PRODUCT.
           MOVE ACCT-ID TO SRT-ACCT-ID
           IF ACCT-CUSTOMER-NO NOT = SPACES
               MOVE ACCT-CUSTOMER-NO TO SRT-CUST-NO
               RELEASE SORT-RECORD
           END-IF
           IF OWNERS-AVAILABLE
               MOVE 'N' TO WS-OWN-EOF
               MOVE ACCT-ID TO OWN-ACCT-ID
               MOVE LOW-VALUES TO OWN-CUST-NO
               START OWNER-FILE KEY IS NOT LESS THAN OWN-KEY
                   INVALID KEY
                      MOVE 'Y' TO WS-OWN-EOF
               END-START
               PERFORM 2610-RELEASE-OWNER-LINK UNTIL OWNER-SCAN-DONE
           END-IF.
       2610-RELEASE-OWNER-LINK.
           READ OWNER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-OWN-EOF
           END-READ
           IF NOT OWNER-SCAN-DONE
               IF WS-OWN-STATUS NOT = '00'
                   OR OWN-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-OWN-EOF
               ELSE
                   IF (OWN-PRIMARY OR OWN-JOINT)
                       AND OWN-CUST-NO NOT = ACCT-CUSTOMER-NO
                       MOVE OWN-CUST-NO TO SRT-CUST-NO
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
           END-IF.
       3000-SELECT-CUSTOMERS.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM 3100-RETURN-HOLDING
           PERFORM 3200-ACCUMULATE-HOLDING UNTIL SORT-EOF
           PERFORM 3300-DECIDE-CUSTOMER.
       3100-RETURN-HOLDING.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
               AT END
                  MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       3200-ACCUMULATE-HOLDING.
           IF SRT-CUST-NO NOT = WS-CURRENT-CUST
               PERFORM 3300-DECIDE-CUSTOMER
               MOVE SRT-CUST-NO TO WS-CURRENT-CUST
           END-IF
           ADD 1 TO WS-CUST-ROWS
           IF SRT-CLASS = WS-TARGET-CLASS
               MOVE 'Y' TO WS-HAS-TARGET
           END-IF
           IF WS-HOLD-CLASS = SPACE OR SRT-CLASS = WS-HOLD-CLASS
               MOVE 'Y' TO WS-HAS-BASE
           END-IF
           IF SRT-COLLECTIONS = 'Y'
               MOVE 'Y' TO WS-IN-COLLECTIONS
           END-IF
           IF SRT-BAD-ADDRESS = 'Y'
               MOVE 'Y' TO WS-ANY-BAD-ADDRESS
           END-IF
           IF SRT-HAS-CONTACT = 'Y' AND WS-CONTACT-ACCT = SPACES
               MOVE SRT-ACCT-ID TO WS-CONTACT-ACCT
           END-IF
           PERFORM 3100-RETURN-HOLDING.
       3300-DECIDE-CUSTOMER.
           IF WS-CUST-ROWS > 0
               ADD 1 TO WS-CUSTOMERS-SEEN
               IF HOLDS-BASE AND HOLDS-TARGET
                   ADD 1 TO WS-ALREADY-HOLD-COUNT
               END-IF
               IF HOLDS-BASE AND NOT HOLDS-TARGET
                   ADD 1 TO WS-CANDIDATE-COUNT
                   PERFORM 3400-SCREEN-CUSTOMER
                   IF EXCLUDE-NONE
                       PERFORM 3500-CHECK-CONSENT
                   END-IF
                   IF EXCLUDE-NONE
                       PERFORM 3600-WRITE-EXTRACT
                   ELSE
                       PERFORM 3800-COUNT-EXCLUSION
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO WS-CUST-ROWS
           MOVE 'N' TO WS-HAS-TARGET
           MOVE 'N' TO WS-HAS-BASE
           MOVE 'N' TO WS-IN-COLLECTIONS
           MOVE 'N' TO WS-ANY-BAD-ADDRESS
           MOVE SPACES TO WS-CONTACT-ACCT.
       3400-SCREEN-CUSTOMER.
      *    ONE REASON IS KEPT PER CUSTOMER, THE FIRST THAT APPLIES.
           MOVE SPACE TO WS-EXCLUDE-REASON
           MOVE WS-CURRENT-CUST TO CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY
                  SET EXCLUDE-NO-CUSTOMER TO TRUE
           END-READ
           IF EXCLUDE-NONE
               MOVE CUST-ENTITY-CODE TO WS-CUST-ENTITY
               IF WS-CUST-ENTITY = SPACES
                   OR WS-CUST-ENTITY = LOW-VALUES
                   MOVE '01' TO WS-CUST-ENTITY
               END-IF
               EVALUATE TRUE
                   WHEN CUST-DECEASED
                       SET EXCLUDE-DECEASED TO TRUE
                   WHEN NOT CUST-ACTIVE
                       SET EXCLUDE-INACTIVE TO TRUE
                   WHEN WS-CUST-ENTITY NOT = WS-RUN-ENTITY
                       SET EXCLUDE-OTHER-ENTITY TO TRUE
                   WHEN CUST-HIGH-RISK
                       SET EXCLUDE-HIGH-RISK TO TRUE
                   WHEN IN-COLLECTIONS
                       SET EXCLUDE-COLLECTIONS TO TRUE
                   WHEN ON-BAD-ADDRESS
                       SET EXCLUDE-BAD-ADDRESS TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       3500-CHECK-CONSENT.
      *    ONLY CONSENT GIVEN, AND NOT SINCE WITHDRAWN, ON THE RUN'S
      *    CHANNEL LETS THE CUSTOMER THROUGH.  AN OPTED-OUT CUSTOMER
      *    IS LOGGED AS LEFT OUT.
           MOVE WS-CURRENT-CUST TO MKC-CUST-NO
           MOVE WS-CHANNEL TO MKC-CHANNEL
           READ CONSENT-FILE
               INVALID KEY
                  SET EXCLUDE-NO-CONSENT TO TRUE
           END-READ
           IF EXCLUDE-NONE
               IF MKC-WITHDRAWN
                   SET EXCLUDE-OPTED-OUT TO TRUE
                   MOVE SPACES TO RUN-LOG-RECORD
                   SET XL-OPTED-OUT TO TRUE
                   PERFORM 3700-LOG-CUSTOMER
               ELSE
                   IF NOT MKC-GIVEN
                       SET EXCLUDE-NO-CONSENT TO TRUE
                   ELSE
                       IF WS-CONTACT-ACCT = SPACES
                           SET EXCLUDE-NO-CONTACT TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3600-WRITE-EXTRACT.
           MOVE SPACES TO EXTRACT-RECORD
           MOVE WS-TODAY TO XO-RUN-DATE
           MOVE WS-OFFER-REF TO XO-OFFER-REF
           MOVE WS-TARGET-CLASS TO XO-TARGET-CLASS
           MOVE WS-CHANNEL TO XO-CHANNEL
           MOVE CUST-NO TO XO-CUST-NO
           MOVE CUST-NAME TO XO-CUST-NAME
           MOVE WS-CONTACT-ACCT TO XO-ACCT-ID
           MOVE WS-CONTACT-ACCT TO ADDR-ACCT-ID
           READ ADDRESS-FILE
               INVALID KEY
                  MOVE SPACES TO ADDRESS-RECORD
           END-READ
           EVALUATE TRUE
               WHEN CHANNEL-MAIL
                   MOVE ADDR-NAME-LINE-1 TO XO-NAME-LINE-1
                   MOVE ADDR-NAME-LINE-2 TO XO-NAME-LINE-2
                   MOVE ADDR-STREET TO XO-STREET
                   MOVE ADDR-CITY TO XO-CITY
                   MOVE ADDR-POSTAL-CODE TO XO-POSTAL-CODE
               WHEN CHANNEL-PHONE
                   MOVE ADDR-PHONE TO XO-PHONE
               WHEN CHANNEL-EMAIL
                   MOVE WS-CONTACT-ACCT TO PREF-ACCT-ID
                   READ PREFERENCE-FILE
                       INVALID KEY
                          MOVE SPACES TO PREF-EMAIL-ADDR
                   END-READ
                   MOVE PREF-EMAIL-ADDR TO XO-EMAIL-ADDR
           END-EVALUATE
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-EXTRACTED-COUNT
           MOVE SPACES TO RUN-LOG-RECORD
           SET XL-EXTRACTED TO TRUE
           PERFORM 3700-LOG-CUSTOMER.
       3700-LOG-CUSTOMER.
           MOVE WS-TODAY TO XL-RUN-DATE
           MOVE WS-CLOCK-HHMMSS TO XL-RUN-TIME
           MOVE WS-CURRENT-CUST TO XL-CUST-NO
           MOVE MKC-STATUS TO XL-CONSENT-STATUS
           MOVE MKC-STATUS-DATE TO XL-CONSENT-DATE
           MOVE MKC-SOURCE TO XL-CONSENT-SOURCE
           MOVE MKC-SOURCE-REF TO XL-CONSENT-REF
           WRITE RUN-LOG-RECORD.
       3800-COUNT-EXCLUSION.
           ADD 1 TO WS-EXCLUDED-COUNT
           EVALUATE TRUE
               WHEN EXCLUDE-NO-CUSTOMER
                   ADD 1 TO WS-NO-CUSTOMER-COUNT
               WHEN EXCLUDE-DECEASED
                   ADD 1 TO WS-DECEASED-COUNT
               WHEN EXCLUDE-INACTIVE
                   ADD 1 TO WS-INACTIVE-COUNT
               WHEN EXCLUDE-OTHER-ENTITY
                   ADD 1 TO WS-CUST-ENTITY-COUNT
               WHEN EXCLUDE-HIGH-RISK
                   ADD 1 TO WS-HIGH-RISK-COUNT
               WHEN EXCLUDE-COLLECTIONS
                   ADD 1 TO WS-COLLECTIONS-COUNT
               WHEN EXCLUDE-BAD-ADDRESS
                   ADD 1 TO WS-BAD-ADDRESS-COUNT
               WHEN EXCLUDE-NO-CONSENT
                   ADD 1 TO WS-NO-CONSENT-COUNT
               WHEN EXCLUDE-OPTED-OUT
                   ADD 1 TO WS-OPTED-OUT-COUNT
               WHEN EXCLUDE-NO-CONTACT
                   ADD 1 TO WS-NO-CONTACT-COUNT
           END-EVALUATE.
       8000-WRITE-LOG-TRAILER.
           MOVE SPACES TO RUN-LOG-RECORD
           SET XL-TRAILER TO TRUE
           MOVE WS-TODAY TO XL-RUN-DATE
           MOVE WS-CLOCK-HHMMSS TO XL-RUN-TIME
           MOVE WS-CANDIDATE-COUNT TO XL-CANDIDATES
           MOVE WS-EXTRACTED-COUNT TO XL-EXTRACTED-COUNT
           MOVE WS-EXCLUDED-COUNT TO XL-EXCLUDED-COUNT
           WRITE RUN-LOG-RECORD.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ADDRESS-FILE
           CLOSE CONSENT-FILE
           CLOSE EXTRACT-FILE
           IF RUN-LOG-OPEN
               CLOSE RUN-LOG-FILE
           END-IF
           IF OWNERS-AVAILABLE
               CLOSE OWNER-FILE
           END-IF
           IF PRODUCT-AVAILABLE
               CLOSE PRODUCT-FILE
           END-IF
           IF COLLECTIONS-AVAILABLE
               CLOSE COLLECTION-FILE
           END-IF
           IF PREFERENCES-AVAILABLE
               CLOSE PREFERENCE-FILE
           END-IF.
