          05 CARD-CITY       PIC X(20).
          05 CARD-POSTAL-CODE PIC X(10).
          05 CARD-PHONE      PIC X(15).
          05 CARD-COUNTRY-CODE PIC X(02).
       FD ADDRESS-HISTORY-FILE.
      * ONE RECORD PER ADDRESS CHANGE: OLD AND NEW VALUES, DATE
      * AND SOURCE, SO THE TAKEOVER PATTERN OF AN ADDRESS CHANGE
           MOVE CARD-CITY TO ADDR-CITY
           MOVE CARD-POSTAL-CODE TO ADDR-POSTAL-CODE
           MOVE CARD-PHONE TO ADDR-PHONE
      *    A BLANK COUNTRY IS A DOMESTIC ADDRESS.
           MOVE CARD-COUNTRY-CODE TO ADDR-COUNTRY-CODE
      *    A FRESH ADDRESS CLEARS ANY RETURNED-MAIL FLAG, SO
      *    LETTERS RESUME THE MOMENT THE BRANCH OBTAINS A
      *    CURRENT ADDRESS.
