       IDENTIFICATION DIVISION.
       PROGRAM-ID. LHLDCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO 'LGLHOLD'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-LH-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OWNER-FILE ASSIGN TO 'ACCTOWN'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OWN-KEY
               FILE STATUS IS WS-OWN-STATUS.
           SELECT RETAINED-FILE ASSIGN TO 'LGLHLEFT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HOLD-FILE.
       01 HOLD-RECORD.
           COPY LHLDREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD OWNER-FILE.
       01 OWNER-RECORD.
           COPY OWNREC.
       FD RETAINED-FILE.
       01 RETAINED-RECORD.
           COPY LHLFREC.
       WORKING-STORAGE SECTION.
       01 WS-LH-STATUS       PIC XX VALUE '00'.
       01 WS-ACCT-STATUS     PIC XX VALUE '00'.
       01 WS-OWN-STATUS      PIC XX VALUE '00'.
       01 WS-LF-STATUS       PIC XX VALUE '00'.
       01 WS-OPEN-TRIED      PIC X VALUE 'N'.
           88 OPEN-TRIED     VALUE 'Y'.
       01 WS-ACCT-OPEN-TRIED PIC X VALUE 'N'.
           88 ACCT-OPEN-TRIED VALUE 'Y'.
       01 WS-LF-OPEN-TRIED   PIC X VALUE 'N'.
           88 LF-OPEN-TRIED  VALUE 'Y'.
       01 WS-REGISTRY-STATE  PIC X VALUE 'N'.
           88 REGISTRY-AVAILABLE VALUE 'Y'.
           88 REGISTRY-EMPTY     VALUE 'E'.
           88 REGISTRY-FAILED    VALUE 'N'.
       01 WS-ACCT-AVAILABLE  PIC X VALUE 'N'.
           88 ACCOUNT-AVAILABLE VALUE 'Y'.
       01 WS-OWN-AVAILABLE   PIC X VALUE 'N'.
           88 OWNER-AVAILABLE VALUE 'Y'.
       01 WS-LF-AVAILABLE    PIC X VALUE 'N'.
           88 RETAINED-AVAILABLE VALUE 'Y'.
       01 WS-HOLD-SCAN-DONE  PIC X VALUE 'N'.
           88 HOLD-SCAN-DONE VALUE 'Y'.
       01 WS-OWN-SCAN-DONE   PIC X VALUE 'N'.
           88 OWN-SCAN-DONE  VALUE 'Y'.
       01 WS-SEARCH-TYPE     PIC X(01) VALUE SPACE.
       01 WS-SEARCH-ID       PIC X(10) VALUE SPACES.
       01 WS-PRIMARY-CUST    PIC X(08) VALUE SPACES.
       01 WS-LAST-ACCT-ID    PIC X(10) VALUE LOW-VALUES.
       01 WS-LAST-CUST-NO    PIC X(08) VALUE LOW-VALUES.
       01 WS-RESULT.
          05 WS-HOLD-FLAG    PIC X(01) VALUE 'N'.
             88 HOLD-FOUND   VALUE 'Y'.
          05 WS-HOLD-TYPE    PIC X(01) VALUE SPACE.
          05 WS-HOLD-ID      PIC X(10) VALUE SPACES.
          05 WS-HOLD-MATTER  PIC X(12) VALUE SPACES.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8) VALUE 0.
       LINKAGE SECTION.
       01 LK-HOLD-AREA.
          05 LK-STEP         PIC X(08).
          05 LK-ACCT-ID      PIC X(10).
          05 LK-CUST-NO      PIC X(08).
          05 LK-ITEM         PIC X(30).
          05 LK-HOLD-FLAG    PIC X(01).
             88 LK-ON-HOLD   VALUE 'Y'.
          05 LK-HOLD-TYPE    PIC X(01).
          05 LK-HOLD-ID      PIC X(10).
          05 LK-MATTER-NO    PIC X(12).
       PROCEDURE DIVISION USING LK-HOLD-AREA.
       0000-MAIN.
      *    A PURGE STEP CALLS THIS FOR EACH ITEM IT IS ABOUT TO
      *    PURGE, ARCHIVE OR REMIT.  THE ITEM IS HELD WHEN A HOLD IN
      *    FORCE TODAY COVERS THE ACCOUNT ITSELF, ITS PRIMARY OWNER
      *    (PASSED BY THE CALLER OR LOOKED UP ON ACCTFILE) OR ANY
      *    JOINT OWNER ON ACCTOWN.  A HELD ITEM IS LOGGED TO
      *    LGLHLEFT FOR THE MONTHLY HOLD REPORT, SO THE CALLER ONLY
      *    HAS TO LEAVE IT WHERE IT IS.  IF THE REGISTRY EXISTS BUT
      *    CANNOT BE READ NOTHING IS TREATED AS SAFE TO REMOVE.
      *    CONSECUTIVE CALLS FOR THE SAME ACCOUNT REUSE THE ANSWER,
      *    SINCE THE AGEING STEPS PRESENT AN ACCOUNT'S ITEMS
      *    TOGETHER.
           PERFORM 1000-ENSURE-FILES-OPEN
           IF LK-ACCT-ID NOT = WS-LAST-ACCT-ID
               OR LK-CUST-NO NOT = WS-LAST-CUST-NO
               PERFORM 2000-RESOLVE-HOLD
               MOVE LK-ACCT-ID TO WS-LAST-ACCT-ID
               MOVE LK-CUST-NO TO WS-LAST-CUST-NO
           END-IF
           MOVE WS-HOLD-FLAG TO LK-HOLD-FLAG
           MOVE WS-HOLD-TYPE TO LK-HOLD-TYPE
           MOVE WS-HOLD-ID TO LK-HOLD-ID
           MOVE WS-HOLD-MATTER TO LK-MATTER-NO
           IF LK-ON-HOLD
               PERFORM 5000-LOG-RETAINED-ITEM
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.
       1000-ENSURE-FILES-OPEN.
           IF NOT OPEN-TRIED
               MOVE 'Y' TO WS-OPEN-TRIED
               OPEN INPUT HOLD-FILE
               EVALUATE WS-LH-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-REGISTRY-STATE
                   WHEN '35'
                       MOVE 'E' TO WS-REGISTRY-STATE
                   WHEN OTHER
                       MOVE 'N' TO WS-REGISTRY-STATE
                       DISPLAY 'LEGAL HOLD REGISTRY UNAVAILABLE, '
                           'STATUS ' WS-LH-STATUS
                           ', ALL ITEMS RETAINED'
               END-EVALUATE
               OPEN INPUT OWNER-FILE
               IF WS-OWN-STATUS = '00'
                   MOVE 'Y' TO WS-OWN-AVAILABLE
               END-IF
               CALL 'DATEUTIL' USING WS-DATE-RESULT
               STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
                   INTO WS-TODAY
           END-IF.
       2000-RESOLVE-HOLD.
           MOVE 'N' TO WS-HOLD-FLAG
           MOVE SPACE TO WS-HOLD-TYPE
           MOVE SPACES TO WS-HOLD-ID
           MOVE SPACES TO WS-HOLD-MATTER
           EVALUATE TRUE
               WHEN REGISTRY-FAILED
                   MOVE 'Y' TO WS-HOLD-FLAG
                   MOVE 'UNVERIFIED' TO WS-HOLD-MATTER
               WHEN REGISTRY-AVAILABLE
                   PERFORM 2010-CHECK-ACCOUNT-AND-OWNERS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2010-CHECK-ACCOUNT-AND-OWNERS.
           MOVE 'A' TO WS-SEARCH-TYPE
           MOVE LK-ACCT-ID TO WS-SEARCH-ID
           PERFORM 2100-SEARCH-HOLDS
           IF NOT HOLD-FOUND
               MOVE LK-CUST-NO TO WS-PRIMARY-CUST
               IF WS-PRIMARY-CUST = SPACES
                   PERFORM 2200-FIND-PRIMARY-OWNER
               END-IF
               IF WS-PRIMARY-CUST NOT = SPACES
                   MOVE 'C' TO WS-SEARCH-TYPE
                   MOVE WS-PRIMARY-CUST TO WS-SEARCH-ID
                   PERFORM 2100-SEARCH-HOLDS
               END-IF
           END-IF
           IF NOT HOLD-FOUND AND OWNER-AVAILABLE
               PERFORM 2300-SEARCH-JOINT-OWNERS
           END-IF.
       2100-SEARCH-HOLDS.
           MOVE WS-SEARCH-TYPE TO LH-HOLD-TYPE
           MOVE WS-SEARCH-ID TO LH-HOLD-ID
           MOVE LOW-VALUES TO LH-MATTER-NO
           MOVE 'N' TO WS-HOLD-SCAN-DONE
           START HOLD-FILE KEY IS NOT LESS THAN LH-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-HOLD-SCAN-DONE
           END-START
           PERFORM 2110-NEXT-HOLD
               UNTIL HOLD-SCAN-DONE OR HOLD-FOUND.
       2110-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-HOLD-SCAN-DONE
           END-READ
           IF NOT HOLD-SCAN-DONE
               IF WS-LH-STATUS NOT = '00'
                   OR LH-HOLD-TYPE NOT = WS-SEARCH-TYPE
                   OR LH-HOLD-ID NOT = WS-SEARCH-ID
                   MOVE 'Y' TO WS-HOLD-SCAN-DONE
               ELSE
                   IF LH-PLACED-DATE <= WS-TODAY
                       AND (LH-RELEASE-DATE = 0
                       OR LH-RELEASE-DATE > WS-TODAY)
                       MOVE 'Y' TO WS-HOLD-FLAG
                       MOVE LH-HOLD-TYPE TO WS-HOLD-TYPE
                       MOVE LH-HOLD-ID TO WS-HOLD-ID
                       MOVE LH-MATTER-NO TO WS-HOLD-MATTER
                   END-IF
               END-IF
           END-IF.
       2200-FIND-PRIMARY-OWNER.
           IF NOT ACCT-OPEN-TRIED
               MOVE 'Y' TO WS-ACCT-OPEN-TRIED
               OPEN INPUT ACCOUNT-FILE
               IF WS-ACCT-STATUS = '00'
                   MOVE 'Y' TO WS-ACCT-AVAILABLE
               END-IF
           END-IF
           IF ACCOUNT-AVAILABLE
               MOVE LK-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE ACCT-CUSTOMER-NO TO WS-PRIMARY-CUST
               END-READ
           END-IF.
       2300-SEARCH-JOINT-OWNERS.
      *    ONLY OWNING ROLES CARRY A CUSTOMER HOLD ONTO AN ACCOUNT;
      *    AN ATTORNEY OR CUSTODIAN ACTS FOR THE OWNER AND DOES NOT
      *    BRING THE ACCOUNT INTO THEIR OWN MATTER.
           MOVE LK-ACCT-ID TO OWN-ACCT-ID
           MOVE LOW-VALUES TO OWN-CUST-NO
           MOVE 'N' TO WS-OWN-SCAN-DONE
           START OWNER-FILE KEY IS NOT LESS THAN OWN-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-OWN-SCAN-DONE
           END-START
           PERFORM 2310-NEXT-OWNER
               UNTIL OWN-SCAN-DONE OR HOLD-FOUND.
       2310-NEXT-OWNER.
           READ OWNER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-OWN-SCAN-DONE
           END-READ
           IF NOT OWN-SCAN-DONE
               IF WS-OWN-STATUS NOT = '00'
                   OR OWN-ACCT-ID NOT = LK-ACCT-ID
                   MOVE 'Y' TO WS-OWN-SCAN-DONE
               ELSE
                   IF (OWN-PRIMARY OR OWN-JOINT)
                       AND OWN-CUST-NO NOT = WS-PRIMARY-CUST
                       MOVE 'C' TO WS-SEARCH-TYPE
                       MOVE OWN-CUST-NO TO WS-SEARCH-ID
                       PERFORM 2100-SEARCH-HOLDS
                   END-IF
               END-IF
           END-IF.
       5000-LOG-RETAINED-ITEM.
           IF NOT LF-OPEN-TRIED
               MOVE 'Y' TO WS-LF-OPEN-TRIED
               OPEN EXTEND RETAINED-FILE
               IF WS-LF-STATUS = '35'
                   OPEN OUTPUT RETAINED-FILE
               END-IF
               IF WS-LF-STATUS = '00' OR WS-LF-STATUS = '05'
                   MOVE 'Y' TO WS-LF-AVAILABLE
               ELSE
                   DISPLAY 'LEGAL HOLD RETAINED LOG UNAVAILABLE, '
                       'STATUS ' WS-LF-STATUS
                       ', HELD ITEMS NOT LOGGED'
               END-IF
           END-IF
           IF RETAINED-AVAILABLE
               MOVE WS-TODAY TO LF-RUN-DATE
               MOVE LK-STEP TO LF-STEP
               MOVE LK-ACCT-ID TO LF-ACCT-ID
               MOVE WS-HOLD-TYPE TO LF-HOLD-TYPE
               MOVE WS-HOLD-ID TO LF-HOLD-ID
               MOVE WS-HOLD-MATTER TO LF-MATTER-NO
               MOVE LK-ITEM TO LF-ITEM
               WRITE RETAINED-RECORD
           END-IF.
