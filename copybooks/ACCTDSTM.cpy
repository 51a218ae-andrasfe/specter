      * SYMBOLIC MAP GENERATED FROM MAPSET ACCTDSTM, MAP ACCTDST
       01 ACCTDSTI.
           05 FILLER            PIC X(12).
           05 DACCTL            PIC S9(4) COMP.
           05 DACCTF            PIC X.
           05 FILLER REDEFINES DACCTF.
               10 DACCTA        PIC X.
           05 DACCTI            PIC X(10).
           05 DNAMEL            PIC S9(4) COMP.
           05 DNAMEF            PIC X.
           05 FILLER REDEFINES DNAMEF.
               10 DNAMEA        PIC X.
           05 DNAMEI            PIC X(30).
           05 DCYCLEL           PIC S9(4) COMP.
           05 DCYCLEF           PIC X.
           05 FILLER REDEFINES DCYCLEF.
               10 DCYCLEA       PIC X.
           05 DCYCLEI           PIC X(08).
           05 DDELIVL           PIC S9(4) COMP.
           05 DDELIVF           PIC X.
           05 FILLER REDEFINES DDELIVF.
               10 DDELIVA       PIC X.
           05 DDELIVI           PIC X(01).
           05 DBRCHL            PIC S9(4) COMP.
           05 DBRCHF            PIC X.
           05 FILLER REDEFINES DBRCHF.
               10 DBRCHA        PIC X.
           05 DBRCHI            PIC X(04).
           05 DWAIVEL           PIC S9(4) COMP.
           05 DWAIVEF           PIC X.
           05 FILLER REDEFINES DWAIVEF.
               10 DWAIVEA       PIC X.
           05 DWAIVEI           PIC X(01).
           05 DMSGL             PIC S9(4) COMP.
           05 DMSGF             PIC X.
           05 FILLER REDEFINES DMSGF.
               10 DMSGA         PIC X.
           05 DMSGI             PIC X(79).
       01 ACCTDSTO REDEFINES ACCTDSTI.
           05 FILLER            PIC X(12).
           05 FILLER            PIC X(03).
           05 DACCTO            PIC X(10).
           05 FILLER            PIC X(03).
           05 DNAMEO            PIC X(30).
           05 FILLER            PIC X(03).
           05 DCYCLEO           PIC X(08).
           05 FILLER            PIC X(03).
           05 DDELIVO           PIC X(01).
           05 FILLER            PIC X(03).
           05 DBRCHO            PIC X(04).
           05 FILLER            PIC X(03).
           05 DWAIVEO           PIC X(01).
           05 FILLER            PIC X(03).
           05 DMSGO             PIC X(79).
