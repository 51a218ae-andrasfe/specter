      * SCHEDULED-MAINTENANCE RECORD LAYOUT - SHARED BY ALL PROGRAMS
      * AGAINST MNTSCHED.  ONE RECORD PER FUTURE-DATED CHANGE TO A
      * SINGLE ACCTFILE FIELD.  MNTSCHED (THE PROGRAM) APPLIES IT ON
      * THE FIRST BUSINESS DAY ON OR AFTER THE EFFECTIVE DATE AND
      * CARRIES EVERYTHING NOT YET DUE FORWARD ON MNTSCHO.
           05 SCH-ACCT-ID        PIC X(10).
           05 SCH-FIELD          PIC X(08).
              88 SCH-BRANCH         VALUE 'BRANCH'.
              88 SCH-CYCLE          VALUE 'CYCLE'.
              88 SCH-OD-LIMIT       VALUE 'ODLIMIT'.
              88 SCH-HOLD           VALUE 'HOLD'.
      * THE VALUE THE REQUESTER SAW WHEN SCHEDULING, IF KEYED.  A
      * CHANGE WHOSE FIELD HAS SINCE MOVED OFF IT IS REJECTED, NOT
      * APPLIED OVER SOMEONE ELSE'S CHANGE.  SPACES SKIP THE TEST.
           05 SCH-OLD-VALUE      PIC X(15).
           05 SCH-OLD-BRANCH REDEFINES SCH-OLD-VALUE PIC X(04).
           05 SCH-OLD-CYCLE REDEFINES SCH-OLD-VALUE PIC 9(02).
           05 SCH-OLD-AMOUNT REDEFINES SCH-OLD-VALUE PIC 9(9)V99.
           05 SCH-OLD-HOLD REDEFINES SCH-OLD-VALUE PIC X(01).
      * BRANCH CODE, CYCLE DAY 01-28, OVERDRAFT LIMIT AS ELEVEN
      * DIGITS WITH TWO DECIMALS IMPLIED, OR HOLD 'H' (PLACE) OR
      * 'N' (LIFT), LEFT-JUSTIFIED.
           05 SCH-NEW-VALUE      PIC X(15).
           05 SCH-NEW-BRANCH REDEFINES SCH-NEW-VALUE PIC X(04).
           05 SCH-NEW-CYCLE REDEFINES SCH-NEW-VALUE PIC 9(02).
           05 SCH-NEW-AMOUNT REDEFINES SCH-NEW-VALUE PIC 9(9)V99.
           05 SCH-NEW-HOLD REDEFINES SCH-NEW-VALUE PIC X(01).
           05 SCH-EFFECTIVE-DATE PIC 9(8).
           05 SCH-OPERATOR       PIC X(08).
