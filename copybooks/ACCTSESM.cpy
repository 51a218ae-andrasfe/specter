      * SYMBOLIC MAP GENERATED FROM MAPSET ACCTSESM, MAP ACCTSES
       01 ACCTSESI.
           05 FILLER            PIC X(12).
           05 SOPRL             PIC S9(4) COMP.
           05 SOPRF             PIC X.
           05 FILLER REDEFINES SOPRF.
               10 SOPRA         PIC X.
           05 SOPRI             PIC X(08).
           05 SROW-ENTRY OCCURS 10 TIMES.
               10 SROWL         PIC S9(4) COMP.
               10 SROWF         PIC X.
               10 SROWI         PIC X(64).
           05 SMSGL             PIC S9(4) COMP.
           05 SMSGF             PIC X.
           05 FILLER REDEFINES SMSGF.
               10 SMSGA         PIC X.
           05 SMSGI             PIC X(79).
       01 ACCTSESO REDEFINES ACCTSESI.
           05 FILLER            PIC X(12).
           05 FILLER            PIC X(03).
           05 SOPRO             PIC X(08).
           05 SROW-ENTRY-O OCCURS 10 TIMES.
               10 FILLER        PIC X(03).
               10 SROWO         PIC X(64).
           05 FILLER            PIC X(03).
           05 SMSGO             PIC X(79).
       01 ACCTSES-ROW.
           05 SR-OPR-ID         PIC X(08).
           05 FILLER            PIC X(02).
           05 SR-TERM-ID        PIC X(04).
           05 FILLER            PIC X(02).
           05 SR-SIGNON-DATE    PIC 9(08).
           05 FILLER            PIC X(01).
           05 SR-SIGNON-TIME    PIC 9(06).
           05 FILLER            PIC X(02).
           05 SR-LAST-DATE      PIC 9(08).
           05 FILLER            PIC X(01).
           05 SR-LAST-TIME      PIC 9(06).
           05 FILLER            PIC X(02).
           05 SR-IDLE-MINUTES   PIC ZZZ9.
           05 FILLER            PIC X(02).
           05 SR-STATE          PIC X(07).
           05 FILLER            PIC X(01).
