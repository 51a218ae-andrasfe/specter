      * SETTLEMENT BATCH RECORD LAYOUT - SHARED BY ALL PROGRAMS
      * AGAINST SETLBTCH.  EXTBOUT, ACCTXLAT AND EXTBRTN EACH APPEND
      * ONE RECORD PER RUN SUMMING THE ITEMS THAT RUN SENT, TOOK IN
      * OR REVERSED, SO THE CORRESPONDENT'S STATEMENT CAN BE MATCHED
      * TO THEM BY SETLRECN.  THE BATCH REFERENCE IS THE SOURCE
      * PREFIX AND THE RUN DATE; IT IS WHAT THE CORRESPONDENT QUOTES
      * BACK.  THE NET AMOUNT IS THE MOVEMENT ON OUR SETTLEMENT
      * ACCOUNT AT THE CORRESPONDENT: CUSTOMER CREDITS BRING FUNDS
      * IN, CUSTOMER DEBITS SEND THEM OUT.
           05 SBT-BATCH-REF      PIC X(12).
           05 SBT-SOURCE         PIC X(01).
              88 SBT-OUTBOUND       VALUE 'O'.
              88 SBT-INBOUND        VALUE 'I'.
              88 SBT-RETURNS        VALUE 'R'.
           05 SBT-BATCH-DATE     PIC 9(8).
           05 SBT-ITEM-COUNT     PIC 9(7).
           05 SBT-DEBIT-TOTAL    PIC 9(11)V99.
           05 SBT-CREDIT-TOTAL   PIC 9(11)V99.
           05 SBT-NET-AMOUNT     PIC S9(11)V99.
