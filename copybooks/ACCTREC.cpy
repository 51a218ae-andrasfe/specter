      * PROBATION CAP AND LARGE DEPOSITS WAIT OUT AN EXTENDED
      * AVAILABILITY SCHEDULE.  ZERO ON SEASONED ACCOUNTS.
           05 ACCT-PROBATION-END PIC 9(8).
      * DEBIT INTEREST ACCRUED ON AN OVERDRAWN BALANCE SINCE THE
      * LAST MONTH-END CHARGE.  IT IS NOT PART OF THE BALANCE UNTIL
      * ACCTINTR CHARGES IT ON THE LAST BUSINESS DAY OF THE MONTH.
           05 ACCT-OD-INT-ACCRUED PIC S9(7)V99.
      * LAYOUT VERSION THE RECORD WAS WRITTEN UNDER.  EVERY NEW
      * FIELD GOES AFTER THIS ONE SO IT STAYS AT THE SAME OFFSET IN
      * EVERY LAYOUT, AND ACCT-LAYOUT-CURRENT MOVES TO THE NEW
      * NUMBER WHEN A FIELD IS ADDED.  BATCH PROGRAMS CHECK THE
      * FILE THROUGH ACCTVCHK BEFORE OPENING IT AND STOP WHEN THE
      * FILE WAS WRITTEN UNDER A LAYOUT OTHER THAN THE ONE THEY
      * WERE COMPILED WITH.  ACCTCONV CONVERTS AN UNLOAD TAKEN
      * UNDER AN EARLIER LAYOUT.  VERSION 01 IS THE UNVERSIONED
      * LAYOUT ENDING AT ACCT-OD-INT-ACCRUED.
           05 ACCT-LAYOUT-VERSION PIC 9(02).
              88 ACCT-LAYOUT-CURRENT VALUE 05.
      * LEGAL ENTITY (BANK CHARTER) THE ACCOUNT IS BOOKED TO, AS
      * CARRIED ON THE ENTITY FILE.  '01' IS THE ORIGINAL CHARTER,
      * GIVEN TO EVERY ACCOUNT CONVERTED FROM AN EARLIER LAYOUT.
      * PRODUCT AND BRANCH CODES ARE ONLY UNIQUE WITHIN AN ENTITY.
           05 ACCT-ENTITY-CODE PIC X(02).
      * SIGNING MANDATE ON A JOINT OR BUSINESS ACCOUNT: HOW MANY
      * OF ITS SIGNERS (THE PRIMARY OWNER AND EVERY PRIMARY OR
      * JOINT HOLDER ON ACCTOWN) MUST AUTHORIZE A DEBIT.  A DEBIT
      * UNDER A STRICTER MANDATE IS HELD ON PENDAPPR UNTIL THE
      * FURTHER SIGNERS ARE CONFIRMED.  BLANK READS AS ANY ONE.
           05 ACCT-SIGN-MANDATE PIC X(01).
              88 ACCT-MANDATE-ANY-ONE VALUE '1' SPACE.
              88 ACCT-MANDATE-ANY-TWO VALUE '2'.
              88 ACCT-MANDATE-ALL     VALUE 'A'.
              88 ACCT-VALID-MANDATE   VALUE '1' '2' 'A' SPACE.
      * THE STRICTER MANDATE APPLIES ONLY TO A DEBIT ABOVE THIS
      * AMOUNT; ZERO MEANS IT APPLIES TO EVERY DEBIT.
           05 ACCT-MANDATE-LIMIT PIC S9(9)V99.
      * CREDIT INTEREST EARNED BUT NOT YET CAPITALIZED, GROSS OF
      * WITHHOLDING: ACCTINTR ACCRUES BASE AND CAMPAIGN BONUS
      * INTEREST HERE EACH NIGHT AS A LIABILITY OUTSIDE THE
      * BALANCE, AND MOVES IT INTO THE BALANCE ON THE PRODUCT'S
      * CAPITALIZATION DATE.  MATURITY, A PRODUCT CHANGE OR A
      * CLOSURE REQUEST PAYS IT OUT EARLY.  ZERO ON CONVERSION.
           05 ACCT-INT-ACCRUED PIC S9(7)V99.
           05 ACCT-BONUS-ACCRUED PIC S9(7)V99.
      * DATE ACCRUED INTEREST WAS LAST CAPITALIZED; ZERO WHEN IT
      * NEVER HAS BEEN.
           05 ACCT-LAST-CAP-DATE PIC 9(8).
