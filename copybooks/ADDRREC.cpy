              88 ADDR-BAD           VALUE 'B'.
           05 ADDR-RETURN-DATE   PIC 9(8).
           05 ADDR-RETURN-REASON PIC X(04).
      * ISO COUNTRY OF THE MAILING ADDRESS; SPACES FOR A DOMESTIC
      * ADDRESS.  A FOREIGN COUNTRY IS AN INDICIUM OF FOREIGN TAX
      * RESIDENCY FOR THE ANNUAL CRSRPT RUN.
           05 ADDR-COUNTRY-CODE  PIC X(02).
