       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO 'SANCFEED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT SANCTIONS-FILE ASSIGN TO 'SANCLIST'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SNL-KEY
               FILE STATUS IS WS-SNL-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'SANCCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * THE REGULATOR'S FILE: AN 'H' HEADER CARRYING THE LIST'S
      * PUBLICATION DATE, THEN FOR EACH LISTED PARTY A 'P' PRIMARY
      * NAME FOLLOWED BY ITS 'A' ALIASES UNDER THE SAME ENTRY ID.
       FD FEED-FILE.
       01 FEED-RECORD.
          05 SNF-REC-TYPE    PIC X(01).
             88 SNF-HEADER      VALUE 'H'.
             88 SNF-PRIMARY     VALUE 'P'.
             88 SNF-ALIAS       VALUE 'A'.
          05 SNF-ENTRY-ID    PIC X(10).
          05 SNF-NAME        PIC X(40).
          05 SNF-COUNTRY     PIC X(02).
          05 SNF-DATE-OF-BIRTH PIC X(08).
       01 FEED-HEADER-RECORD.
          05 FILLER          PIC X(01).
          05 SNF-LIST-DATE   PIC X(08).
          05 FILLER          PIC X(52).
       FD SANCTIONS-FILE.
       01 SANCTIONS-RECORD.
           COPY SANCREC.
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           COPY SNCREC.
       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS     PIC XX VALUE '00'.
       01 WS-SNL-STATUS      PIC XX VALUE '00'.
       01 WS-CTL-STATUS      PIC XX VALUE '00'.
       01 WS-FEED-EOF        PIC X VALUE 'N'.
           88 FEED-EOF       VALUE 'Y'.
       01 WS-CURRENT-ENTRY   PIC X(10) VALUE SPACES.
       01 WS-NAME-SEQ        PIC 9(03) VALUE 0.
       01 WS-ENTRY-COUNTRY   PIC X(02) VALUE SPACES.
       01 WS-ENTRY-DOB       PIC 9(8) VALUE 0.
       01 WS-LIST-DATE       PIC 9(8) VALUE 0.
      * WHAT THE LAST SCREENING RUN RECORDED IS CARRIED OVER SO
      * SANSCRN CAN TELL THE LIST HAS CHANGED.
       01 WS-SCREENED-LIST-DATE PIC 9(8) VALUE 0.
       01 WS-LAST-SCREEN-DATE PIC 9(8) VALUE 0.
       01 WS-ENTRY-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-NAME-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(7) COMP VALUE 0.
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
      *    A NEW LIST REPLACES THE OLD ONE OUTRIGHT: A PARTY THE
      *    REGULATOR HAS DELISTED MUST NOT GO ON RAISING CASES.  THE
      *    CONTROL RECORD TAKES THE NEW LIST DATE, WHICH TELLS THE
      *    NEXT SANSCRN RUN TO RESCREEN EVERY CUSTOMER.
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           MOVE WS-TODAY TO WS-LIST-DATE
           PERFORM 1100-READ-CONTROL
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-READ-FEED
           PERFORM 3000-LOAD-FEED-RECORD UNTIL FEED-EOF
           DISPLAY 'SANCTIONS LIST DATE  : ' WS-LIST-DATE
           DISPLAY 'LIST ENTRIES LOADED  : ' WS-ENTRY-COUNT
           DISPLAY 'NAMES LOADED         : ' WS-NAME-COUNT
           DISPLAY 'FEED RECORDS REJECTED: ' WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
               DISPLAY 'ALERT: ' WS-REJECT-COUNT
                   ' SANCTIONS FEED RECORDS NOT LOADED'
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 4000-WRITE-CONTROL
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-OPEN-FILES.
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'SANCTIONS FEED OPEN ERROR: ' WS-FEED-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT SANCTIONS-FILE
           CLOSE SANCTIONS-FILE
           OPEN I-O SANCTIONS-FILE
           IF WS-SNL-STATUS NOT = '00'
               DISPLAY 'SANCTIONS LIST OPEN ERROR: ' WS-SNL-STATUS
               CLOSE FEED-FILE
               STOP RUN
           END-IF.
       1100-READ-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                      CONTINUE
                   NOT AT END
                      MOVE SNC-SCREENED-LIST-DATE
                          TO WS-SCREENED-LIST-DATE
                      MOVE SNC-LAST-SCREEN-DATE
                          TO WS-LAST-SCREEN-DATE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
       2000-READ-FEED.
           READ FEED-FILE
               AT END
                  MOVE 'Y' TO WS-FEED-EOF
           END-READ.
       3000-LOAD-FEED-RECORD.
           EVALUATE TRUE
               WHEN SNF-HEADER
                   IF SNF-LIST-DATE IS NUMERIC
                       MOVE SNF-LIST-DATE TO WS-LIST-DATE
                   END-IF
               WHEN SNF-ENTRY-ID = SPACES OR SNF-NAME = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'FEED RECORD REJECTED, NO ENTRY OR NAME: '
                       SNF-ENTRY-ID
               WHEN SNF-PRIMARY
                   PERFORM 3100-START-ENTRY
                   PERFORM 3300-WRITE-NAME
               WHEN SNF-ALIAS
                   IF SNF-ENTRY-ID NOT = WS-CURRENT-ENTRY
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'ALIAS REJECTED, NOT UNDER ITS '
                           'PRIMARY NAME: ' SNF-ENTRY-ID
                   ELSE
                       ADD 1 TO WS-NAME-SEQ
                       PERFORM 3300-WRITE-NAME
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'FEED RECORD REJECTED, BAD TYPE: '
                       SNF-REC-TYPE ' ' SNF-ENTRY-ID
           END-EVALUATE
           PERFORM 2000-READ-FEED.
       3100-START-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE SNF-ENTRY-ID TO WS-CURRENT-ENTRY
           MOVE 0 TO WS-NAME-SEQ
           MOVE SNF-COUNTRY TO WS-ENTRY-COUNTRY
           IF SNF-DATE-OF-BIRTH IS NUMERIC
               MOVE SNF-DATE-OF-BIRTH TO WS-ENTRY-DOB
           ELSE
               MOVE 0 TO WS-ENTRY-DOB
           END-IF.
       3300-WRITE-NAME.
           MOVE SNF-ENTRY-ID TO SNL-ENTRY-ID
           MOVE WS-NAME-SEQ TO SNL-NAME-SEQ
           IF SNF-PRIMARY
               SET SNL-PRIMARY-NAME TO TRUE
           ELSE
               SET SNL-ALIAS TO TRUE
           END-IF
           MOVE SNF-NAME TO SNL-NAME
           IF SNF-COUNTRY NOT = SPACES
               MOVE SNF-COUNTRY TO SNL-COUNTRY
           ELSE
               MOVE WS-ENTRY-COUNTRY TO SNL-COUNTRY
           END-IF
           IF SNF-DATE-OF-BIRTH IS NUMERIC
               AND SNF-DATE-OF-BIRTH NOT = '00000000'
               MOVE SNF-DATE-OF-BIRTH TO SNL-DATE-OF-BIRTH
           ELSE
               MOVE WS-ENTRY-DOB TO SNL-DATE-OF-BIRTH
           END-IF
           WRITE SANCTIONS-RECORD
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'SANCTIONS NAME WRITE FAILED, STATUS '
                      WS-SNL-STATUS ': ' SNF-ENTRY-ID
               NOT INVALID KEY
                  ADD 1 TO WS-NAME-COUNT
           END-WRITE.
       4000-WRITE-CONTROL.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'ALERT: SANCTIONS CONTROL FILE OPEN ERROR '
                   WS-CTL-STATUS ', FULL RESCREEN NOT TRIGGERED'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-LIST-DATE TO SNC-LIST-DATE
               MOVE WS-TODAY TO SNC-LOADED-DATE
               MOVE WS-ENTRY-COUNT TO SNC-ENTRY-COUNT
               MOVE WS-NAME-COUNT TO SNC-NAME-COUNT
               MOVE WS-SCREENED-LIST-DATE TO SNC-SCREENED-LIST-DATE
               MOVE WS-LAST-SCREEN-DATE TO SNC-LAST-SCREEN-DATE
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
           END-IF.
       9000-CLOSE-FILES.
           CLOSE FEED-FILE
           CLOSE SANCTIONS-FILE.
