      * SERVICE-EVENT FEE SCHEDULE - ONE ENTRY PER EVENT, PRODUCT
      * AND EFFECTIVE DATE.  PRODUCT '***' IS THE DEFAULT FOR ANY
      * PRODUCT WITHOUT AN ENTRY OF ITS OWN.  AN ENTRY IS IN FORCE
      * FROM ITS EFFECTIVE DATE UNTIL THE DAY BEFORE ITS EXPIRY
      * DATE; ZERO EXPIRY MEANS OPEN-ENDED.  WHERE TWO ENTRIES ARE
      * IN FORCE THE LATER EFFECTIVE DATE WINS, SO A NEW PRICE IS
      * LOADED AHEAD OF TIME WITHOUT TOUCHING THE OLD ONE.
      * EACH ENTITY PRICES ITS OWN PRODUCTS, SO THE SCHEDULE IS
      * KEPT PER ENTITY; '***' MEANS ANY PRODUCT OF THAT ENTITY.
           05 FS-KEY.
              10 FS-ENTITY-CODE  PIC X(02).
              10 FS-EVENT-CODE   PIC X(04).
                 88 FS-STOP-PAYMENT   VALUE 'STOP'.
                 88 FS-GARNISHMENT    VALUE 'GARN'.
                 88 FS-RETURNED-MAIL  VALUE 'RMAL'.
                 88 FS-ESTATE-NOTICE  VALUE 'ESTN'.
                 88 FS-DUPLICATE-STMT VALUE 'DSTM'.
                 88 FS-VALID-EVENT    VALUE 'STOP' 'GARN' 'RMAL'
                                            'ESTN' 'DSTM'.
              10 FS-PRODUCT-CODE PIC X(03).
                 88 FS-ANY-PRODUCT    VALUE '***'.
              10 FS-EFFECTIVE-DATE PIC 9(8).
           05 FS-EXPIRY-DATE     PIC 9(8).
           05 FS-FEE-AMOUNT      PIC 9(5)V99.
      * WAIVER RULES, TESTED IN THIS ORDER.  A NONZERO MINIMUM
      * WAIVES THE FEE WHEN THE BALANCE IS AT OR ABOVE IT; THE
      * PROBATION FLAG WAIVES IT WHILE A NEW ACCOUNT IS STILL IN
      * ITS PROBATION WINDOW; THE OVERDRAW FLAG WAIVES IT WHEN
      * CHARGING IT WOULD TAKE THE BALANCE BELOW ZERO.
           05 FS-WAIVE-MIN-BALANCE PIC S9(9)V99.
           05 FS-WAIVE-PROBATION PIC X(01).
              88 FS-WAIVE-NEW-ACCOUNTS VALUE 'Y'.
           05 FS-WAIVE-OVERDRAW  PIC X(01).
              88 FS-WAIVE-IF-OVERDRAWN VALUE 'Y'.
           05 FS-DESCRIPTION     PIC X(30).
           05 FS-UPDATED-BY      PIC X(08).
           05 FS-UPDATED-DATE    PIC 9(8).
