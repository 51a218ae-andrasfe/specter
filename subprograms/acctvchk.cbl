       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTVCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-FILE-VERSION    PIC X(02) VALUE SPACES.
       01 WS-RESULT          PIC X VALUE 'Y'.
           88 LAYOUT-MATCHES VALUE 'Y'.
       LINKAGE SECTION.
       01 LK-COMPILED-VERSION PIC 9(02).
       PROCEDURE DIVISION USING LK-COMPILED-VERSION.
       0000-MAIN.
      *    THE CALLER PASSES THE LAYOUT VERSION IT WAS COMPILED
      *    WITH (ACCT-LAYOUT-CURRENT SET IN ITS OWN RECORD AREA)
      *    BEFORE IT OPENS ACCTFILE.  THE FIRST RECORD ON THE FILE
      *    CARRIES THE VERSION THE FILE WAS LOADED UNDER; A FILE
      *    WHOSE RECORD LENGTH NO LONGER FITS THE LAYOUT WILL NOT
      *    OPEN (39) OR READS SHORT (04) AND IS A MISMATCH TOO.  A
      *    MISSING OR EMPTY FILE PASSES - THE CALLER'S OWN OPEN
      *    DECIDES WHAT THAT MEANS.  RETURN CODE 8 TELLS THE CALLER
      *    TO STOP BEFORE IT TOUCHES THE FILE.
           MOVE 'Y' TO WS-RESULT
           MOVE SPACES TO WS-FILE-VERSION
           OPEN INPUT ACCOUNT-FILE
           EVALUATE WS-FILE-STATUS
               WHEN '00'
                   PERFORM 1000-READ-FIRST-RECORD
                   CLOSE ACCOUNT-FILE
               WHEN '39'
                   MOVE 'N' TO WS-RESULT
                   MOVE '??' TO WS-FILE-VERSION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF LAYOUT-MATCHES
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'ACCOUNT FILE LAYOUT VERSION ' WS-FILE-VERSION
                   ' DOES NOT MATCH PROGRAM LAYOUT '
                   LK-COMPILED-VERSION ', RUN REFUSED'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.
       1000-READ-FIRST-RECORD.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                  CONTINUE
               NOT AT END
                  MOVE ACCT-LAYOUT-VERSION TO WS-FILE-VERSION
                  IF WS-FILE-STATUS = '04'
                      OR ACCT-LAYOUT-VERSION IS NOT NUMERIC
                      OR ACCT-LAYOUT-VERSION NOT = LK-COMPILED-VERSION
                      MOVE 'N' TO WS-RESULT
                  END-IF
           END-READ.
