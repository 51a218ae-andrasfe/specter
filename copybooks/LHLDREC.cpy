      * LEGAL RETENTION HOLD RECORD LAYOUT - SHARED BY LHLDMNT,
      * LHLDCHK AND LHLDRPT AGAINST LGLHOLD.  COUNSEL PLACES A HOLD
      * ON AN ACCOUNT OR ON A CUSTOMER (COVERING EVERY ACCOUNT THE
      * CUSTOMER OWNS OR JOINTLY HOLDS) UNDER A MATTER NUMBER.  A
      * HOLD IS IN FORCE FROM ITS PLACED DATE UNTIL ITS RELEASE
      * DATE; A RELEASE DATE OF ZERO MEANS NOT YET RELEASED.  ONE
      * ACCOUNT OR CUSTOMER MAY CARRY HOLDS FOR SEVERAL MATTERS.
           05 LH-KEY.
              10 LH-HOLD-TYPE    PIC X(01).
                 88 LH-ACCOUNT-HOLD  VALUE 'A'.
                 88 LH-CUSTOMER-HOLD VALUE 'C'.
                 88 LH-VALID-TYPE    VALUE 'A' 'C'.
              10 LH-HOLD-ID      PIC X(10).
              10 LH-MATTER-NO    PIC X(12).
           05 LH-PLACED-DATE     PIC 9(8).
           05 LH-PLACED-BY       PIC X(08).
           05 LH-RELEASE-DATE    PIC 9(8).
           05 LH-RELEASED-BY     PIC X(08).
           05 LH-DESCRIPTION     PIC X(30).
