      * SYMBOLIC MAP GENERATED FROM MAPSET ACCTAPRM, MAP ACCTAPR
       01 ACCTAPRI.
           05 FILLER            PIC X(12).
           05 ABRCHL            PIC S9(4) COMP.
           05 ABRCHF            PIC X.
           05 FILLER REDEFINES ABRCHF.
               10 ABRCHA        PIC X.
           05 ABRCHI            PIC X(04).
           05 ALIMITL           PIC S9(4) COMP.
           05 ALIMITF           PIC X.
           05 FILLER REDEFINES ALIMITF.
               10 ALIMITA       PIC X.
           05 ALIMITI           PIC X(13).
           05 AROW-ENTRY OCCURS 8 TIMES.
               10 AROWL         PIC S9(4) COMP.
               10 AROWF         PIC X.
               10 AROWI         PIC X(78).
           05 AREFL             PIC S9(4) COMP.
           05 AREFF             PIC X.
           05 FILLER REDEFINES AREFF.
               10 AREFA         PIC X.
           05 AREFI             PIC X(12).
           05 AACTL             PIC S9(4) COMP.
           05 AACTF             PIC X.
           05 FILLER REDEFINES AACTF.
               10 AACTA         PIC X.
           05 AACTI             PIC X(01).
           05 ARSNL             PIC S9(4) COMP.
           05 ARSNF             PIC X.
           05 FILLER REDEFINES ARSNF.
               10 ARSNA         PIC X.
           05 ARSNI             PIC X(30).
           05 ASIGNERL          PIC S9(4) COMP.
           05 ASIGNERF          PIC X.
           05 FILLER REDEFINES ASIGNERF.
               10 ASIGNERA      PIC X.
           05 ASIGNERI          PIC X(08).
           05 AMSGL             PIC S9(4) COMP.
           05 AMSGF             PIC X.
           05 FILLER REDEFINES AMSGF.
               10 AMSGA         PIC X.
           05 AMSGI             PIC X(79).
       01 ACCTAPRO REDEFINES ACCTAPRI.
           05 FILLER            PIC X(12).
           05 FILLER            PIC X(03).
           05 ABRCHO            PIC X(04).
           05 FILLER            PIC X(03).
           05 ALIMITO           PIC X(13).
           05 AROW-ENTRY-O OCCURS 8 TIMES.
               10 FILLER        PIC X(03).
               10 AROWO         PIC X(78).
           05 FILLER            PIC X(03).
           05 AREFO             PIC X(12).
           05 FILLER            PIC X(03).
           05 AACTO             PIC X(01).
           05 FILLER            PIC X(03).
           05 ARSNO             PIC X(30).
           05 FILLER            PIC X(03).
           05 ASIGNERO          PIC X(08).
           05 FILLER            PIC X(03).
           05 AMSGO             PIC X(79).
       01 ACCTAPR-ROW.
           05 AR-TRN-REF        PIC X(12).
           05 FILLER            PIC X(01).
           05 AR-ACCT-ID        PIC X(10).
           05 FILLER            PIC X(01).
           05 AR-ACCT-STATUS    PIC X(01).
           05 FILLER            PIC X(01).
           05 AR-MAKER-ID       PIC X(08).
           05 FILLER            PIC X(01).
           05 AR-AMOUNT         PIC -(8)9.99.
           05 FILLER            PIC X(01).
           05 AR-AVAILABLE      PIC -(8)9.99.
           05 FILLER            PIC X(01).
           05 AR-ACCT-NAME      PIC X(17).
