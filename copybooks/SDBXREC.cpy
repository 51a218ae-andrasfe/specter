      * SAFE-DEPOSIT BOX INVENTORY RECORD (SDBOXES) - ONE PER BOX,
      * KEYED BY BRANCH AND BOX NUMBER.  ADDED AND CHANGED BY
      * SDBMAINT, MARKED DRILL-ELIGIBLE BY SDBBILL AND COUNTED BY
      * SDBRPT.  THE BOX'S RENTER IS ON SDRENTAL UNDER THE SAME KEY.
           05 SDBX-KEY.
              10 SDBX-BRANCH     PIC X(04).
              10 SDBX-BOX-NO     PIC X(06).
      * THE SIZE SETS THE ANNUAL RENT THROUGH SDRATES.
           05 SDBX-SIZE          PIC X(01).
              88 SDBX-SMALL         VALUE 'S'.
              88 SDBX-MEDIUM        VALUE 'M'.
              88 SDBX-LARGE         VALUE 'L'.
              88 SDBX-EXTRA-LARGE   VALUE 'X'.
              88 SDBX-VALID-SIZE    VALUE 'S' 'M' 'L' 'X'.
      * A BOX GOES DRILL-ELIGIBLE WHEN ITS RENT IS UNPAID PAST THE
      * GRACE PERIOD, AND BACK TO RENTED IF THE RENT IS COLLECTED.
           05 SDBX-STATUS        PIC X(01).
              88 SDBX-AVAILABLE     VALUE 'A'.
              88 SDBX-RENTED        VALUE 'R'.
              88 SDBX-DRILL-ELIGIBLE VALUE 'D'.
              88 SDBX-OUT-OF-SERVICE VALUE 'O'.
           05 SDBX-STATUS-DATE   PIC 9(8).
           05 SDBX-CHANGED-BY    PIC X(08).
