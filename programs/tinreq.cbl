       IDENTIFICATION DIVISION.
       PROGRAM-ID. TINREQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT REQUEST-FILE ASSIGN TO 'TINREQST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       FD REQUEST-FILE.
       01 REQUEST-RECORD.
           COPY TINXREC.
       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-REQ-STATUS      PIC XX VALUE '00'.
       01 WS-CUST-EOF        PIC X VALUE 'N'.
           88 CUSTOMER-EOF   VALUE 'Y'.
       01 WS-CUST-READ       PIC 9(7) COMP VALUE 0.
       01 WS-REQUEST-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-NO-TIN-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-PENDING-COUNT   PIC 9(7) COMP VALUE 0.
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
      *    EVERY LIVE CUSTOMER WITH A TIN NOT YET SENT FOR MATCHING
      *    GOES ON THE OUTBOUND REQUEST FILE AND IS MARKED PENDING
      *    UNTIL TINMATCH LOADS THE AUTHORITY'S ANSWER.  CUSTOMERS
      *    WITH NO TIN AT ALL ARE COUNTED FOR FOLLOW-UP.
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 2000-READ-CUSTOMER
           PERFORM 3000-EXAMINE-CUSTOMER UNTIL CUSTOMER-EOF
           DISPLAY 'CUSTOMERS READ       : ' WS-CUST-READ
           DISPLAY 'TIN MATCH REQUESTS   : ' WS-REQUEST-COUNT
           DISPLAY 'STILL AWAITING ANSWER: ' WS-PENDING-COUNT
           DISPLAY 'NO TIN ON FILE       : ' WS-NO-TIN-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REQUEST-FILE
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'TIN REQUEST FILE OPEN ERROR: ' WS-REQ-STATUS
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF.
       2000-READ-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-CUST-EOF
           END-READ
           IF NOT CUSTOMER-EOF AND WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE READ ERROR: ' WS-CUST-STATUS
               MOVE 'Y' TO WS-CUST-EOF
           END-IF.
       3000-EXAMINE-CUSTOMER.
           ADD 1 TO WS-CUST-READ
           IF NOT CUST-CLOSED AND NOT CUST-MERGED
               EVALUATE TRUE
                   WHEN CUST-TIN = SPACES
                       ADD 1 TO WS-NO-TIN-COUNT
                   WHEN CUST-TIN-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                   WHEN CUST-TIN-UNCHECKED
                       PERFORM 4000-WRITE-REQUEST
               END-EVALUATE
           END-IF
           PERFORM 2000-READ-CUSTOMER.
       4000-WRITE-REQUEST.
           MOVE SPACES TO REQUEST-RECORD
           EVALUATE TRUE
               WHEN CUST-TIN-EIN
                   MOVE '1' TO TNX-TIN-TYPE
               WHEN CUST-TIN-SSN
                   MOVE '2' TO TNX-TIN-TYPE
               WHEN OTHER
                   MOVE '3' TO TNX-TIN-TYPE
           END-EVALUATE
           MOVE CUST-TIN TO TNX-TIN
           MOVE CUST-NAME TO TNX-NAME
           MOVE CUST-NO TO TNX-ACCOUNT-NO
           WRITE REQUEST-RECORD
           SET CUST-TIN-PENDING TO TRUE
           MOVE WS-TODAY TO CUST-TIN-MATCH-DATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                  DISPLAY 'TIN PENDING REWRITE FAILED, STATUS '
                      WS-CUST-STATUS ': ' CUST-NO
               NOT INVALID KEY
                  ADD 1 TO WS-REQUEST-COUNT
           END-REWRITE.
       9000-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           CLOSE REQUEST-FILE.
