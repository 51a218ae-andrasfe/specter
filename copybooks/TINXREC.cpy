      * TIN-MATCH EXCHANGE RECORD - THE TAX AUTHORITY'S BULK TIN
      * MATCHING LAYOUT.  TINREQ WRITES ONE REQUEST PER CUSTOMER
      * WITH THE RESULT CODE BLANK; THE AUTHORITY RETURNS THE SAME
      * RECORD WITH THE RESULT FILLED IN, LOADED BY TINMATCH.
      * TIN TYPE:  1 EMPLOYER ID, 2 SOCIAL SECURITY NUMBER,
      *            3 NOT KNOWN.
           05 TNX-TIN-TYPE       PIC X(01).
           05 TNX-TIN            PIC X(09).
           05 TNX-NAME           PIC X(40).
      * THE BANK'S OWN REFERENCE, ECHOED BACK - THE CUSTOMER NUMBER.
           05 TNX-ACCOUNT-NO     PIC X(20).
      * RESULT:  0 MATCHED               1 TIN MISSING OR NOT 9 DIGITS
      *          2 TIN NOT ISSUED        3 NAME AND TIN DO NOT MATCH
      *          4 INVALID REQUEST       5 DUPLICATE REQUEST
      *          6 MATCHED AS A SOCIAL SECURITY NUMBER
      *          7 MATCHED AS AN EMPLOYER ID
      *          8 MATCHED AS BOTH
           05 TNX-RESULT-CODE    PIC X(01).
              88 TNX-MATCHED        VALUE '0' '6' '7' '8'.
              88 TNX-MISMATCHED     VALUE '1' '2' '3'.
              88 TNX-NOT-PROCESSED  VALUE '4' '5'.
