      * SYMBOLIC MAP GENERATED FROM MAPSET ACCTCRDM, MAP ACCTCRD
       01 ACCTCRDI.
           05 FILLER            PIC X(12).
           05 KCARDL            PIC S9(4) COMP.
           05 KCARDF            PIC X.
           05 FILLER REDEFINES KCARDF.
               10 KCARDA        PIC X.
           05 KCARDI            PIC X(16).
           05 KACTL             PIC S9(4) COMP.
           05 KACTF             PIC X.
           05 FILLER REDEFINES KACTF.
               10 KACTA         PIC X.
           05 KACTI             PIC X(01).
           05 KDET-ENTRY OCCURS 3 TIMES.
               10 KDETL         PIC S9(4) COMP.
               10 KDETF         PIC X.
               10 KDETI         PIC X(70).
           05 KMSGL             PIC S9(4) COMP.
           05 KMSGF             PIC X.
           05 FILLER REDEFINES KMSGF.
               10 KMSGA         PIC X.
           05 KMSGI             PIC X(79).
       01 ACCTCRDO REDEFINES ACCTCRDI.
           05 FILLER            PIC X(12).
           05 KCARDO            PIC X(16).
           05 FILLER            PIC X(12).
           05 KACTO             PIC X(01).
           05 KDET-ENTRY-O OCCURS 3 TIMES.
               10 FILLER        PIC X(03).
               10 KDETO         PIC X(70).
           05 FILLER            PIC X(03).
           05 KMSGO             PIC X(79).
