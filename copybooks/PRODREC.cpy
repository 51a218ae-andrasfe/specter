      * AGAINST PRODFILE.  ONE RECORD PER PRODUCT CODE CARRIED ON
      * ACCT-PRODUCT-CODE, DRIVING RATES, MINIMUMS, DORMANCY AND
      * FEE PRICING.  AN ACCOUNT WITH A BLANK OR UNKNOWN PRODUCT
      * FALLS BACK TO EACH PROGRAM'S BUILT-IN DEFAULTS.  THE SAME
      * PRODUCT CODE MAY BE DEFINED DIFFERENTLY BY EACH LEGAL
      * ENTITY, SO THE KEY IS THE ENTITY CODE AND THE PRODUCT CODE;
      * AN ACCOUNT'S PRODUCT IS READ UNDER ACCT-ENTITY-CODE.
           05 PROD-KEY.
              10 PROD-ENTITY-CODE PIC X(02).
              10 PROD-CODE       PIC X(03).
           05 PROD-NAME          PIC X(20).
           05 PROD-DAILY-RATE    PIC V9(6).
           05 PROD-MIN-BALANCE   PIC S9(9)V99.
      * PRODUCT CLASS 'T' MARKS A TERM DEPOSIT: ITS ACCOUNTS CARRY
      * A MATURITY DATE, MATURE THROUGH TDMATURE, AND PAY THE
      * EARLY-WITHDRAWAL PENALTY RATE (IN THOUSANDTHS) ON DEBITS
      * TAKEN BEFORE MATURITY.  CLASS 'L' IS AN INSTALLMENT LOAN
      * WHOSE CONTRACT LIVES ON LOANFILE; DEPOSIT INTEREST DOES
      * NOT ACCRUE ON IT.  BLANK CLASS IS AN ORDINARY DEMAND
      * PRODUCT AND THE TERM FIELDS ARE ZERO.
           05 PROD-CLASS         PIC X(01).
              88 PROD-TERM-DEPOSIT  VALUE 'T'.
              88 PROD-LOAN          VALUE 'L'.
           05 PROD-TERM-DAYS     PIC 9(5).
           05 PROD-EW-PENALTY-RATE PIC V9(3).
      * DEFAULT CAP ON A SINGLE DAY'S CUMULATIVE CUSTOMER DEBITS
      * FEE LEAVES THE PRODUCT ON FLAT PRICING ONLY.
           05 PROD-FREE-ITEMS    PIC 9(3).
           05 PROD-ITEM-FEE      PIC S9(3)V99.
      * DAILY DEBIT-INTEREST RATE CHARGED ON AN OVERDRAWN BALANCE,
      * KEPT APART FROM THE CREDIT RATE ABOVE.  ACCTINTR ACCRUES IT
      * DAY BY DAY AND CHARGES THE TOTAL AT MONTH END.  ZERO MEANS
      * THE PRODUCT CHARGES NO DEBIT INTEREST.
           05 PROD-OD-DAILY-RATE PIC V9(6).
      * A MINOR PRODUCT IS HELD FOR A CHILD: EVERY ACCOUNT ON IT
      * NEEDS A CUSTODIAN ON ACCTOWN, ONLY THE CUSTODIAN MAY
      * AUTHORIZE A DEBIT, AND MINORCNV MOVES IT TO THE ADULT
      * PRODUCT ONCE THE PRIMARY OWNER REACHES THE MAJORITY AGE
      * (18 WHEN ZERO).  BLANK FLAG ON EVERY OTHER PRODUCT.
           05 PROD-MINOR-FLAG    PIC X(01).
              88 PROD-FOR-MINORS    VALUE 'Y'.
           05 PROD-ADULT-PRODUCT PIC X(03).
           05 PROD-MAJORITY-AGE  PIC 9(2).
      * CASHBACK ON ELIGIBLE CUSTOMER DEBITS: THE FRACTION OF EACH
      * DEBIT EARNED INTO THE ACCOUNT'S REWARDS ACCUMULATOR, AND THE
      * MOST ONE ACCOUNT MAY EARN IN A CALENDAR MONTH.  A ZERO RATE
      * MEANS THE PRODUCT EARNS NO CASHBACK; A ZERO CAP IS UNCAPPED.
           05 PROD-CASHBACK-RATE PIC V9(4).
           05 PROD-CASHBACK-CAP  PIC 9(5)V99.
      * HIGHEST OVERDRAFT LIMIT AN ACCOUNT ON THE PRODUCT MAY CARRY.
      * ZERO MEANS THE PRODUCT OFFERS NO OVERDRAFT.  PRODCHG WILL
      * NOT MOVE AN ACCOUNT ONTO A PRODUCT WHOSE MAXIMUM IS BELOW
      * THE ACCOUNT'S LIMIT OR ITS PRESENT OVERDRAWN BALANCE.
           05 PROD-MAX-OD-LIMIT  PIC S9(9)V99.
      * AN ANALYZED PRODUCT IS PRICED BY ACCTANL RATHER THAN BY THE
      * MONTHLY FEE RUN: ITS ACCOUNTS ARE CHARGED PER ACTIVITY FROM
      * THE SERVICE PRICE TABLE, LESS AN EARNINGS CREDIT ON THE
      * COLLECTED BALANCE.  ACCTFEE SKIPS THEM.  BLANK OTHERWISE.
           05 PROD-ANALYSIS-FLAG PIC X(01).
              88 PROD-ANALYZED      VALUE 'Y'.
      * HOW OFTEN ACCRUED CREDIT INTEREST IS CAPITALIZED INTO THE
      * BALANCE.  ALWAYS ON THE LAST BUSINESS DAY OF A MONTH: EVERY
      * MONTH WHEN BLANK OR 'M', MARCH, JUNE, SEPTEMBER AND DECEMBER
      * FOR 'Q', JUNE AND DECEMBER FOR 'S', DECEMBER FOR 'A'.  'D'
      * CAPITALIZES EVERY NIGHT AS IT ACCRUES; 'T' ONLY AT MATURITY,
      * PRODUCT CHANGE OR CLOSURE.
           05 PROD-CAP-FREQUENCY PIC X(01).
              88 PROD-CAP-MONTHLY   VALUE 'M' SPACE.
              88 PROD-CAP-QUARTERLY VALUE 'Q'.
              88 PROD-CAP-SEMI-ANNUAL VALUE 'S'.
              88 PROD-CAP-ANNUAL    VALUE 'A'.
              88 PROD-CAP-DAILY     VALUE 'D'.
              88 PROD-CAP-AT-TERM   VALUE 'T'.
              88 PROD-VALID-CAP-FREQUENCY
                                    VALUE 'M' 'Q' 'S' 'A' 'D' 'T' SPACE.
