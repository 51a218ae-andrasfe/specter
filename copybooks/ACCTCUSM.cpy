           05 FILLER REDEFINES CSELF.
               10 CSELA         PIC X.
           05 CSELI             PIC X(02).
           05 CNOTESL           PIC S9(4) COMP.
           05 CNOTESF           PIC X.
           05 FILLER REDEFINES CNOTESF.
               10 CNOTESA       PIC X.
           05 CNOTESI           PIC X(60).
           05 CROW-ENTRY OCCURS 10 TIMES.
               10 CROWL         PIC S9(4) COMP.
               10 CROWF         PIC X.
               10 CROWI         PIC X(60).
           05 CPTY-ENTRY OCCURS 4 TIMES.
               10 CPTYL         PIC S9(4) COMP.
               10 CPTYF         PIC X.
               10 CPTYI         PIC X(70).
           05 CMSGL             PIC S9(4) COMP.
           05 CMSGF             PIC X.
           05 FILLER REDEFINES CMSGF.
           05 CCUSTO            PIC X(08).
           05 FILLER            PIC X(12).
           05 CSELO             PIC X(02).
           05 FILLER            PIC X(03).
           05 CNOTESO           PIC X(60).
           05 CROW-ENTRY-O OCCURS 10 TIMES.
               10 FILLER        PIC X(03).
               10 CROWO         PIC X(60).
           05 CPTY-ENTRY-O OCCURS 4 TIMES.
               10 FILLER        PIC X(03).
               10 CPTYO         PIC X(70).
           05 FILLER            PIC X(03).
           05 CMSGO             PIC X(79).
       01 ACCTCUS-ROW.
           05 FILLER            PIC X(01).
           05 CR-CURRENCY       PIC X(03).
           05 FILLER            PIC X(27).
       01 ACCTCUS-PARTY.
           05 CP-ROLE           PIC X(01).
           05 FILLER            PIC X(01).
           05 CP-NAME           PIC X(30).
           05 FILLER            PIC X(01).
           05 CP-PCT            PIC ZZ9.99.
           05 FILLER            PIC X(02).
           05 CP-ID-TYPE        PIC X(02).
           05 FILLER            PIC X(01).
           05 CP-ID-NUMBER      PIC X(20).
           05 FILLER            PIC X(06).
