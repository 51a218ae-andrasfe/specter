      * SYMBOLIC MAP GENERATED FROM MAPSET ACCTNTEM, MAP ACCTNTE
       01 ACCTNTEI.
           05 FILLER            PIC X(12).
           05 NFORL             PIC S9(4) COMP.
           05 NFORF             PIC X.
           05 FILLER REDEFINES NFORF.
               10 NFORA         PIC X.
           05 NFORI             PIC X(19).
           05 NNAMEL            PIC S9(4) COMP.
           05 NNAMEF            PIC X.
           05 FILLER REDEFINES NNAMEF.
               10 NNAMEA        PIC X.
           05 NNAMEI            PIC X(30).
           05 NROW-ENTRY OCCURS 10 TIMES.
               10 NROWL         PIC S9(4) COMP.
               10 NROWF         PIC X.
               10 NROWI         PIC X(79).
           05 NACTL             PIC S9(4) COMP.
           05 NACTF             PIC X.
           05 FILLER REDEFINES NACTF.
               10 NACTA         PIC X.
           05 NACTI             PIC X(01).
           05 NSEQL             PIC S9(4) COMP.
           05 NSEQF             PIC X.
           05 FILLER REDEFINES NSEQF.
               10 NSEQA         PIC X.
           05 NSEQI             PIC X(03).
           05 NPRIL             PIC S9(4) COMP.
           05 NPRIF             PIC X.
           05 FILLER REDEFINES NPRIF.
               10 NPRIA         PIC X.
           05 NPRII             PIC X(01).
           05 NEXPL             PIC S9(4) COMP.
           05 NEXPF             PIC X.
           05 FILLER REDEFINES NEXPF.
               10 NEXPA         PIC X.
           05 NEXPI             PIC X(08).
           05 NTEXTL            PIC S9(4) COMP.
           05 NTEXTF            PIC X.
           05 FILLER REDEFINES NTEXTF.
               10 NTEXTA        PIC X.
           05 NTEXTI            PIC X(60).
           05 NMSGL             PIC S9(4) COMP.
           05 NMSGF             PIC X.
           05 FILLER REDEFINES NMSGF.
               10 NMSGA         PIC X.
           05 NMSGI             PIC X(79).
       01 ACCTNTEO REDEFINES ACCTNTEI.
           05 FILLER            PIC X(12).
           05 FILLER            PIC X(03).
           05 NFORO             PIC X(19).
           05 FILLER            PIC X(03).
           05 NNAMEO            PIC X(30).
           05 NROW-ENTRY-O OCCURS 10 TIMES.
               10 FILLER        PIC X(03).
               10 NROWO         PIC X(79).
           05 FILLER            PIC X(03).
           05 NACTO             PIC X(01).
           05 FILLER            PIC X(03).
           05 NSEQO             PIC X(03).
           05 FILLER            PIC X(03).
           05 NPRIO             PIC X(01).
           05 FILLER            PIC X(03).
           05 NEXPO             PIC X(08).
           05 FILLER            PIC X(03).
           05 NTEXTO            PIC X(60).
           05 FILLER            PIC X(03).
           05 NMSGO             PIC X(79).
       01 ACCTNTE-HEAD-ROW.
           05 NR-SEQ            PIC 9(03).
           05 FILLER            PIC X(02).
           05 NR-NOTE-DATE      PIC 9(08).
           05 FILLER            PIC X(02).
           05 NR-AUTHOR         PIC X(08).
           05 FILLER            PIC X(02).
           05 NR-EXPIRY         PIC X(08).
           05 FILLER            PIC X(02).
           05 NR-PRIORITY       PIC X(06).
           05 FILLER            PIC X(38).
       01 ACCTNTE-TEXT-ROW.
           05 FILLER            PIC X(05).
           05 NT-TEXT           PIC X(60).
           05 FILLER            PIC X(14).
