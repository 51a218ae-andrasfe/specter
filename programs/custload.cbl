          05 CARD-WITHHOLD-FLAG PIC X(01).
          05 CARD-WITHHOLD-RATE PIC 9(3).
          05 CARD-RISK-RATING PIC X(01).
          05 CARD-CUST-TYPE  PIC X(01).
          05 CARD-REGISTRATION-NO PIC X(20).
          05 CARD-DATE-OF-BIRTH PIC 9(8).
          05 CARD-TIN-TYPE   PIC X(01).
          05 CARD-TIN        PIC X(09).
          05 CARD-TAX-RESIDENCY OCCURS 3 TIMES.
             10 CARD-TAX-COUNTRY PIC X(02).
             10 CARD-FOREIGN-TIN PIC X(20).
          05 CARD-SELF-CERT-DATE PIC 9(8).
      * BANK ENTITY THE CUSTOMER IS TAKEN ON BY; BLANK IS ENTITY
      * '01' FOR A NEW CUSTOMER AND NO CHANGE FOR ONE ON FILE.
          05 CARD-ENTITY-CODE PIC X(02).
       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS     PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       01 WS-RES-IDX         PIC 9(1) COMP VALUE 0.
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
           PERFORM 1000-OPEN-FILES
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-APPLY-CUSTOMER-CARD.
           MOVE 'Y' TO WS-ENTY-RESULT
           IF CARD-ENTITY-CODE NOT = SPACES
               MOVE 'L' TO WS-ENTY-FUNCTION
               MOVE CARD-ENTITY-CODE TO WS-ENTY-CODE
               CALL 'ENTYUTIL' USING WS-ENTY-AREA
           END-IF
           IF CARD-CUST-NO = SPACES OR CARD-CUST-NAME = SPACES
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CUSTOMER CARD REJECTED, BAD DATA: '
                   CARD-CUST-NO
           ELSE
             IF NOT ENTITY-OK
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CUSTOMER CARD REJECTED, ENTITY NOT ON FILE: '
                   CARD-CUST-NO ' ' CARD-ENTITY-CODE
             ELSE
               MOVE CARD-CUST-NO TO CUST-NO
               MOVE CARD-CUST-NAME TO CUST-NAME
               MOVE WS-TODAY TO CUST-OPEN-DATE
               MOVE 0 TO CUST-WITHHOLD-RATE
               MOVE SPACE TO CUST-RISK-RATING
               MOVE 0 TO CUST-LAST-REVIEW-DATE
               MOVE 'I' TO CUST-TYPE
               MOVE SPACES TO CUST-REGISTRATION-NO
               MOVE 0 TO CUST-DATE-OF-BIRTH
               MOVE SPACES TO CUST-MERGED-INTO
               MOVE SPACES TO CUST-TIN
               MOVE SPACE TO CUST-TIN-TYPE
               MOVE SPACE TO CUST-TIN-MATCH-STATUS
               MOVE 0 TO CUST-TIN-MATCH-DATE
               MOVE SPACES TO CUST-TAX-RESIDENCY (1)
                   CUST-TAX-RESIDENCY (2) CUST-TAX-RESIDENCY (3)
               MOVE 0 TO CUST-SELF-CERT-DATE
               PERFORM 3200-APPLY-DEATH-DATE
               PERFORM 3300-APPLY-WITHHOLDING
               PERFORM 3400-APPLY-RISK-RATING
               PERFORM 3500-APPLY-CUSTOMER-TYPE
           PERFORM 3600-APPLY-DATE-OF-BIRTH
               PERFORM 3700-APPLY-TIN
               PERFORM 3800-APPLY-TAX-RESIDENCY
               MOVE SPACES TO CUST-ENTITY-CODE
               PERFORM 3900-APPLY-ENTITY
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                      PERFORM 3100-REWRITE-CUSTOMER
                   NOT INVALID KEY
                      ADD 1 TO WS-ADDED-COUNT
               END-WRITE
             END-IF
           END-IF
           PERFORM 2000-READ-CUSTOMER-CARD.
       3100-REWRITE-CUSTOMER.
      *    THE CUSTOMER IS ALREADY ON FILE: START FROM WHAT IS THERE
      *    SO ONLY WHAT THE CARD CARRIES CHANGES.
           READ CUSTOMER-FILE
               INVALID KEY
                  CONTINUE
           END-READ
           MOVE CARD-CUST-NAME TO CUST-NAME
           IF CARD-CUST-STATUS NOT = SPACES
               MOVE CARD-CUST-STATUS TO CUST-STATUS
           PERFORM 3200-APPLY-DEATH-DATE
           PERFORM 3300-APPLY-WITHHOLDING
           PERFORM 3400-APPLY-RISK-RATING
           PERFORM 3500-APPLY-CUSTOMER-TYPE
           PERFORM 3600-APPLY-DATE-OF-BIRTH
           PERFORM 3700-APPLY-TIN
           PERFORM 3800-APPLY-TAX-RESIDENCY
           PERFORM 3900-APPLY-ENTITY
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
               OR CARD-RISK-RATING = 'L'
               MOVE CARD-RISK-RATING TO CUST-RISK-RATING
           END-IF.
       3500-APPLY-CUSTOMER-TYPE.
      *    AN UNKNOWN TYPE LEAVES THE CUSTOMER AS IT STANDS; THE
      *    REGISTRATION NUMBER IS KEPT ONLY FOR AN ENTITY.
           IF CARD-CUST-TYPE = 'I' OR CARD-CUST-TYPE = 'P'
               OR CARD-CUST-TYPE = 'C' OR CARD-CUST-TYPE = 'T'
               OR CARD-CUST-TYPE = 'N'
               MOVE CARD-CUST-TYPE TO CUST-TYPE
           END-IF
           IF CUST-ENTITY
               IF CARD-REGISTRATION-NO NOT = SPACES
                   MOVE CARD-REGISTRATION-NO TO CUST-REGISTRATION-NO
               END-IF
           ELSE
               MOVE SPACES TO CUST-REGISTRATION-NO
           END-IF.
       3600-APPLY-DATE-OF-BIRTH.
      *    A BLANK OR ZERO DATE LEAVES WHAT IS ON FILE; ONLY AN
      *    INDIVIDUAL HAS A BIRTH DATE, SO AN ENTITY CARRIES ZERO.
           IF CUST-INDIVIDUAL
               IF CARD-DATE-OF-BIRTH IS NUMERIC
                   AND CARD-DATE-OF-BIRTH NOT = 0
                   MOVE CARD-DATE-OF-BIRTH TO CUST-DATE-OF-BIRTH
               END-IF
           ELSE
               MOVE 0 TO CUST-DATE-OF-BIRTH
           END-IF.
       3700-APPLY-TIN.
      *    A NEW OR CHANGED NINE-DIGIT TIN GOES BACK TO UNCHECKED SO
      *    THE NEXT TINREQ RUN SENDS IT FOR MATCHING.  WHILE A
      *    MISMATCH IS OPEN THE NUMBER IS CORRECTED ONLY THROUGH THE
      *    TINMATCH RESPONSE CARDS, WHICH ENFORCE THE NOTICE RULES.
           IF CARD-TIN NOT = SPACES AND CARD-TIN NOT = CUST-TIN
               EVALUATE TRUE
                   WHEN CARD-TIN IS NOT NUMERIC
                       DISPLAY 'TIN NOT NINE DIGITS, NOT LOADED: '
                           CARD-CUST-NO
                   WHEN CUST-TIN-MISMATCHED
                       DISPLAY 'TIN CHANGE REFUSED, MISMATCH OPEN: '
                           CARD-CUST-NO
                   WHEN OTHER
                       MOVE CARD-TIN TO CUST-TIN
                       MOVE SPACE TO CUST-TIN-MATCH-STATUS
                       MOVE 0 TO CUST-TIN-MATCH-DATE
               END-EVALUATE
           END-IF
           IF CARD-TIN-TYPE = 'S' OR CARD-TIN-TYPE = 'E'
               MOVE CARD-TIN-TYPE TO CUST-TIN-TYPE
           END-IF
           IF CUST-TIN NOT = SPACES AND CUST-TIN-TYPE = SPACE
               IF CUST-ENTITY
                   SET CUST-TIN-EIN TO TRUE
               ELSE
                   SET CUST-TIN-SSN TO TRUE
               END-IF
           END-IF.
       3800-APPLY-TAX-RESIDENCY.
      *    A CARD CARRYING ANY RESIDENCY COUNTRY REPLACES ALL THREE
      *    SLOTS, SO A JURISDICTION THE CUSTOMER HAS LEFT DROPS OFF
      *    WITH THE NEW SELF-CERTIFICATION.  A BLANK OR ZERO DATE
      *    LEAVES THE SELF-CERTIFICATION DATE AS IT STANDS.
           IF CARD-TAX-COUNTRY (1) NOT = SPACES
               OR CARD-TAX-COUNTRY (2) NOT = SPACES
               OR CARD-TAX-COUNTRY (3) NOT = SPACES
               PERFORM 3810-MOVE-RESIDENCY
                   VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > 3
           END-IF
           IF CARD-SELF-CERT-DATE IS NUMERIC
               AND CARD-SELF-CERT-DATE NOT = 0
               MOVE CARD-SELF-CERT-DATE TO CUST-SELF-CERT-DATE
           END-IF.
       3810-MOVE-RESIDENCY.
           IF CARD-TAX-COUNTRY (WS-RES-IDX) = SPACES
               MOVE SPACES TO CUST-TAX-RESIDENCY (WS-RES-IDX)
           ELSE
               MOVE CARD-TAX-COUNTRY (WS-RES-IDX)
                   TO CUST-TAX-COUNTRY (WS-RES-IDX)
               MOVE CARD-FOREIGN-TIN (WS-RES-IDX)
                   TO CUST-FOREIGN-TIN (WS-RES-IDX)
           END-IF.
       3900-APPLY-ENTITY.
      *    THE CARD'S ENTITY (ALREADY PROVED ON FILE) REPLACES WHAT
      *    IS THERE; A CUSTOMER WITH NONE BELONGS TO THE ORIGINAL BANK.
           IF CARD-ENTITY-CODE NOT = SPACES
               MOVE CARD-ENTITY-CODE TO CUST-ENTITY-CODE
           END-IF
           IF CUST-ENTITY-CODE = SPACES OR CUST-ENTITY-CODE = LOW-VALUES
               MOVE '01' TO CUST-ENTITY-CODE
           END-IF.
       9000-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-CARD-FILE.
