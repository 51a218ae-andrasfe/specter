      * SYMBOLIC MAP GENERATED FROM MAPSET ACCTSTVM, MAP ACCTSTV
       01 ACCTSTVI.
           05 FILLER            PIC X(12).
           05 VACCTL            PIC S9(4) COMP.
           05 VACCTF            PIC X.
           05 FILLER REDEFINES VACCTF.
               10 VACCTA        PIC X.
           05 VACCTI            PIC X(10).
           05 VNAMEL            PIC S9(4) COMP.
           05 VNAMEF            PIC X.
           05 FILLER REDEFINES VNAMEF.
               10 VNAMEA        PIC X.
           05 VNAMEI            PIC X(30).
           05 VCYCLEL           PIC S9(4) COMP.
           05 VCYCLEF           PIC X.
           05 FILLER REDEFINES VCYCLEF.
               10 VCYCLEA       PIC X.
           05 VCYCLEI           PIC X(08).
           05 VDELIVL           PIC S9(4) COMP.
           05 VDELIVF           PIC X.
           05 FILLER REDEFINES VDELIVF.
               10 VDELIVA       PIC X.
           05 VDELIVI           PIC X(05).
           05 VLINE-ENTRY OCCURS 14 TIMES.
               10 VLINEL        PIC S9(4) COMP.
               10 VLINEF        PIC X.
               10 VLINEI        PIC X(79).
           05 VMSGL             PIC S9(4) COMP.
           05 VMSGF             PIC X.
           05 FILLER REDEFINES VMSGF.
               10 VMSGA         PIC X.
           05 VMSGI             PIC X(79).
       01 ACCTSTVO REDEFINES ACCTSTVI.
           05 FILLER            PIC X(12).
           05 FILLER            PIC X(03).
           05 VACCTO            PIC X(10).
           05 FILLER            PIC X(03).
           05 VNAMEO            PIC X(30).
           05 FILLER            PIC X(03).
           05 VCYCLEO           PIC X(08).
           05 FILLER            PIC X(03).
           05 VDELIVO           PIC X(05).
           05 VLINE-ENTRY-O OCCURS 14 TIMES.
               10 FILLER        PIC X(03).
               10 VLINEO        PIC X(79).
           05 FILLER            PIC X(03).
           05 VMSGO             PIC X(79).
