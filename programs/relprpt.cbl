       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT PARTY-FILE ASSIGN TO 'CUSTRELP'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RELP-KEY
               FILE STATUS IS WS-RELP-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'RELPRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       FD PARTY-FILE.
       01 PARTY-RECORD.
           COPY RELPREC.
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-RELP-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 CUSTOMER-EOF   VALUE 'Y'.
       01 WS-SCAN-EOF        PIC X VALUE 'N'.
           88 SCAN-DONE      VALUE 'Y'.
       01 WS-SIGNER-COUNT    PIC 9(3) COMP VALUE 0.
       01 WS-OWNER-COUNT     PIC 9(3) COMP VALUE 0.
       01 WS-OWNED-TOTAL     PIC 9(5)V99 VALUE 0.
       01 WS-ENTITY-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-PARTY-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-NO-SIGNER-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       01 WS-ENTITY-LINE.
          05 FILLER          PIC X(08) VALUE 'ENTITY: '.
          05 WS-E-CUST-NO    PIC X(08).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-E-NAME       PIC X(30).
          05 FILLER          PIC X(07) VALUE ' TYPE: '.
          05 WS-E-TYPE       PIC X(11).
          05 FILLER          PIC X(06) VALUE ' REG: '.
          05 WS-E-REG-NO     PIC X(20).
          05 FILLER          PIC X(09) VALUE ' STATUS: '.
          05 WS-E-STATUS     PIC X(01).
       01 WS-PARTY-LINE.
          05 FILLER          PIC X(04) VALUE SPACES.
          05 WS-P-SEQ        PIC 9(3).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-P-ROLE       PIC X(13).
          05 WS-P-NAME       PIC X(31).
          05 WS-P-PCT        PIC ZZ9.99.
          05 FILLER          PIC X(02) VALUE '% '.
          05 WS-P-DOB        PIC 9(8).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-P-ID-TYPE    PIC X(02).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-P-ID-NUMBER  PIC X(21).
          05 WS-P-COUNTRY    PIC X(04).
          05 WS-P-LINKED     PIC X(09).
          05 WS-P-NOTE       PIC X(20).
       01 WS-TOTAL-LINE.
          05 FILLER          PIC X(12) VALUE '    SIGNERS '.
          05 WS-T-SIGNERS    PIC ZZ9.
          05 FILLER          PIC X(09) VALUE '  OWNERS '.
          05 WS-T-OWNERS     PIC ZZ9.
          05 FILLER          PIC X(16) VALUE '  OWNED IN ALL '.
          05 WS-T-OWNED      PIC ZZZZ9.99.
          05 FILLER          PIC X(02) VALUE '% '.
          05 WS-T-NOTE       PIC X(30).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    THE OWNERSHIP AND CONTROL STRUCTURE OF EVERY ENTITY
      *    CUSTOMER, AS AN EXAMINER WOULD ASK FOR IT: EACH SIGNER
      *    AND BENEFICIAL OWNER WITH IDENTITY DETAILS, THE PARTIES
      *    REMOVED EARLIER, AND AN ENTITY WITH NO SIGNER FLAGGED.
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           MOVE SPACES TO REPORT-LINE
           STRING 'ENTITY CUSTOMERS - SIGNERS AND BENEFICIAL OWNERS '
               WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-READ-CUSTOMER
           PERFORM 3000-REPORT-CUSTOMER UNTIL CUSTOMER-EOF
           DISPLAY 'ENTITIES REPORTED  : ' WS-ENTITY-COUNT
           DISPLAY 'PARTIES LISTED     : ' WS-PARTY-COUNT
           DISPLAY 'ENTITIES NO SIGNER : ' WS-NO-SIGNER-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-STATUS
               STOP RUN
           END-IF
           OPEN INPUT PARTY-FILE
           IF WS-RELP-STATUS NOT = '00'
               DISPLAY 'RELATED PARTY FILE OPEN ERROR: '
                   WS-RELP-STATUS
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE PARTY-FILE
               STOP RUN
           END-IF.
       2000-READ-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-REPORT-CUSTOMER.
           IF CUST-ENTITY
               ADD 1 TO WS-ENTITY-COUNT
               PERFORM 3100-WRITE-ENTITY-LINE
               PERFORM 4000-LIST-PARTIES
               PERFORM 5000-WRITE-ENTITY-TOTALS
           END-IF
           PERFORM 2000-READ-CUSTOMER.
       3100-WRITE-ENTITY-LINE.
           MOVE CUST-NO TO WS-E-CUST-NO
           MOVE CUST-NAME TO WS-E-NAME
           EVALUATE TRUE
               WHEN CUST-SOLE-PROP
                   MOVE 'SOLE PROP' TO WS-E-TYPE
               WHEN CUST-COMPANY
                   MOVE 'COMPANY' TO WS-E-TYPE
               WHEN CUST-TRUST
                   MOVE 'TRUST' TO WS-E-TYPE
               WHEN OTHER
                   MOVE 'NON-PROFIT' TO WS-E-TYPE
           END-EVALUATE
           MOVE CUST-REGISTRATION-NO TO WS-E-REG-NO
           MOVE CUST-STATUS TO WS-E-STATUS
           MOVE WS-ENTITY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       4000-LIST-PARTIES.
           MOVE 0 TO WS-SIGNER-COUNT
           MOVE 0 TO WS-OWNER-COUNT
           MOVE 0 TO WS-OWNED-TOTAL
           MOVE 'N' TO WS-SCAN-EOF
           MOVE CUST-NO TO RELP-CUST-NO
           MOVE 0 TO RELP-SEQ
           START PARTY-FILE KEY IS NOT LESS THAN RELP-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 4100-LIST-ONE-PARTY UNTIL SCAN-DONE.
       4100-LIST-ONE-PARTY.
           READ PARTY-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
           END-READ
           IF NOT SCAN-DONE
               IF WS-RELP-STATUS NOT = '00'
                   OR RELP-CUST-NO NOT = CUST-NO
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   PERFORM 4200-WRITE-PARTY-LINE
               END-IF
           END-IF.
       4200-WRITE-PARTY-LINE.
           ADD 1 TO WS-PARTY-COUNT
           MOVE RELP-SEQ TO WS-P-SEQ
           EVALUATE TRUE
               WHEN RELP-SIGNER-ONLY
                   MOVE 'SIGNER' TO WS-P-ROLE
               WHEN RELP-OWNER-ONLY
                   MOVE 'OWNER' TO WS-P-ROLE
               WHEN OTHER
                   MOVE 'SIGNER+OWNER' TO WS-P-ROLE
           END-EVALUATE
           MOVE RELP-NAME TO WS-P-NAME
           MOVE RELP-OWNERSHIP-PCT TO WS-P-PCT
           MOVE RELP-DATE-OF-BIRTH TO WS-P-DOB
           MOVE RELP-ID-TYPE TO WS-P-ID-TYPE
           MOVE RELP-ID-NUMBER TO WS-P-ID-NUMBER
           MOVE RELP-COUNTRY TO WS-P-COUNTRY
           MOVE RELP-LINKED-CUST-NO TO WS-P-LINKED
           MOVE SPACES TO WS-P-NOTE
           IF RELP-REMOVED
               STRING 'REMOVED ' RELP-REMOVED-DATE
                   DELIMITED BY SIZE INTO WS-P-NOTE
           ELSE
               IF RELP-IS-SIGNER
                   ADD 1 TO WS-SIGNER-COUNT
               END-IF
               IF RELP-IS-OWNER
                   ADD 1 TO WS-OWNER-COUNT
                   ADD RELP-OWNERSHIP-PCT TO WS-OWNED-TOTAL
               END-IF
           END-IF
           MOVE WS-PARTY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       5000-WRITE-ENTITY-TOTALS.
           MOVE WS-SIGNER-COUNT TO WS-T-SIGNERS
           MOVE WS-OWNER-COUNT TO WS-T-OWNERS
           MOVE WS-OWNED-TOTAL TO WS-T-OWNED
           MOVE SPACES TO WS-T-NOTE
           IF WS-SIGNER-COUNT = 0
               ADD 1 TO WS-NO-SIGNER-COUNT
               MOVE '** NO AUTHORIZED SIGNER **' TO WS-T-NOTE
           END-IF
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
       9000-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           CLOSE PARTY-FILE
           CLOSE REPORT-FILE.
