      * SETTLEMENT OPEN-ITEM RECORD LAYOUT - SHARED BY ALL PROGRAMS
      * AGAINST SETLOPEN.  THE FIRST RECORD IS THE CONTROL RECORD
      * HOLDING THE LAST CORRESPONDENT STATEMENT DATE RECONCILED AND
      * OUR BOOK POSITION ON THE SETTLEMENT ACCOUNT AT THAT DATE.
      * EVERY OTHER RECORD IS AN ITEM STILL UNMATCHED: ONE OF OUR
      * BATCHES NOT YET SEEN ON THE STATEMENT, OR A STATEMENT ENTRY
      * WITH NO BATCH OF OURS BEHIND IT.  AMOUNTS ARE SIGNED AS
      * MOVEMENTS ON THE SETTLEMENT ACCOUNT, CREDITS POSITIVE.
           05 SOI-REC-TYPE       PIC X(01).
              88 SOI-CONTROL        VALUE 'H'.
              88 SOI-OPEN-ITEM      VALUE 'I'.
           05 SOI-ITEM-DATA.
              10 SOI-SIDE        PIC X(01).
                 88 SOI-OUR-SIDE    VALUE 'B'.
                 88 SOI-THEIR-SIDE  VALUE 'S'.
              10 SOI-BATCH-REF   PIC X(12).
              10 SOI-SOURCE      PIC X(01).
              10 SOI-ITEM-DATE   PIC 9(8).
              10 SOI-AMOUNT      PIC S9(11)V99.
              10 SOI-CORR-REF    PIC X(16).
              10 SOI-FIRST-SEEN  PIC 9(8).
           05 SOI-CONTROL-DATA REDEFINES SOI-ITEM-DATA.
              10 SOI-LAST-STMT-DATE PIC 9(8).
              10 SOI-BOOK-POSITION PIC S9(11)V99.
              10 FILLER          PIC X(38).
