      * CREDIT-BUREAU CONTROL RECORD LAYOUT - SHARED BY ALL PROGRAMS
      * AGAINST BURFILE, KEYED BY ACCT-ID.  ONE RECORD PER ACCOUNT
      * EVER REPORTED TO THE BUREAU OR NAMED ON A BUREAU CARD.  IT
      * CARRIES THE CUSTOMER'S DISPUTE OF THE REPORTED ITEM, ANY
      * SETTLEMENT FOR LESS THAN THE BALANCE OWED, AND WHAT WENT
      * OUT IN THE LAST TWO MONTHLY EXTRACTS.
           05 BUR-ACCT-ID        PIC X(10).
      * A DISPUTE IS OPEN FROM THE DAY THE BUREAU'S NOTICE IS
      * RECEIVED UNTIL ITS INVESTIGATION IS RESOLVED; SPACE WHEN
      * THE ACCOUNT HAS NEVER BEEN DISPUTED.
           05 BUR-DISPUTE-STATUS PIC X(01).
              88 BUR-DISPUTE-OPEN     VALUE 'O'.
              88 BUR-DISPUTE-RESOLVED VALUE 'R'.
              88 BUR-NO-DISPUTE       VALUE SPACE.
           05 BUR-DISPUTE-DATE   PIC 9(8).
           05 BUR-DISPUTE-REF    PIC X(16).
           05 BUR-RESOLVED-DATE  PIC 9(8).
           05 BUR-RESOLUTION     PIC X(08).
      * SETTLEMENT: THE DATE AND AMOUNT THE BANK ACCEPTED IN FULL
      * SATISFACTION OF THE DEBT; ZERO WHEN NOT SETTLED.
           05 BUR-SETTLED-DATE   PIC 9(8).
           05 BUR-SETTLED-AMOUNT PIC 9(9)V99.
      * REPORTING HISTORY: THE MONTH (CCYYMM), ACCOUNT STATUS AND
      * COMPLIANCE CODE OF THE LATEST EXTRACT AND OF THE ONE
      * BEFORE IT, SO A RERUN OF A MONTH SEES WHAT WENT OUT FIRST.
           05 BUR-FIRST-MONTH    PIC 9(6).
           05 BUR-LAST-MONTH     PIC 9(6).
           05 BUR-LAST-STATUS    PIC X(02).
           05 BUR-LAST-COMPLIANCE PIC X(02).
           05 BUR-PREV-MONTH     PIC 9(6).
           05 BUR-PREV-STATUS    PIC X(02).
           05 BUR-PREV-COMPLIANCE PIC X(02).
           05 BUR-UPDATED-BY     PIC X(08).
           05 BUR-UPDATED-DATE   PIC 9(8).
