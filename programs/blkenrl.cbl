           MOVE 0 TO CUST-WITHHOLD-RATE
           MOVE SPACE TO CUST-RISK-RATING
           MOVE 0 TO CUST-LAST-REVIEW-DATE
           SET CUST-INDIVIDUAL TO TRUE
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
           WRITE CUSTOMER-RECORD
               INVALID KEY
                  REWRITE CUSTOMER-RECORD
           MOVE SPACE TO ADDR-BAD-FLAG
           MOVE 0 TO ADDR-RETURN-DATE
           MOVE SPACES TO ADDR-RETURN-REASON
           MOVE SPACES TO ADDR-COUNTRY-CODE
           WRITE ADDRESS-RECORD
               INVALID KEY
                  REWRITE ADDRESS-RECORD
