      * SYMBOLIC MAP GENERATED FROM MAPSET ACCTHSMM, MAP ACCTHSM
       01 ACCTHSMI.
           05 FILLER            PIC X(12).
           05 HACCTL            PIC S9(4) COMP.
           05 HACCTF            PIC X.
           05 FILLER REDEFINES HACCTF.
               10 HACCTA        PIC X.
           05 HACCTI            PIC X(10).
           05 HNAMEL            PIC S9(4) COMP.
           05 HNAMEF            PIC X.
           05 FILLER REDEFINES HNAMEF.
               10 HNAMEA        PIC X.
           05 HNAMEI            PIC X(30).
           05 HLEDGL            PIC S9(4) COMP.
           05 HLEDGF            PIC X.
           05 FILLER REDEFINES HLEDGF.
               10 HLEDGA        PIC X.
           05 HLEDGI            PIC X(13).
           05 HHELDL            PIC S9(4) COMP.
           05 HHELDF            PIC X.
           05 FILLER REDEFINES HHELDF.
               10 HHELDA        PIC X.
           05 HHELDI            PIC X(13).
           05 HAVAILL           PIC S9(4) COMP.
           05 HAVAILF           PIC X.
           05 FILLER REDEFINES HAVAILF.
               10 HAVAILA       PIC X.
           05 HAVAILI           PIC X(13).
           05 HHROW-ENTRY OCCURS 5 TIMES.
               10 HHROWL        PIC S9(4) COMP.
               10 HHROWF        PIC X.
               10 HHROWI        PIC X(78).
           05 HSROW-ENTRY OCCURS 5 TIMES.
               10 HSROWL        PIC S9(4) COMP.
               10 HSROWF        PIC X.
               10 HSROWI        PIC X(78).
           05 HACTL             PIC S9(4) COMP.
           05 HACTF             PIC X.
           05 FILLER REDEFINES HACTF.
               10 HACTA         PIC X.
           05 HACTI             PIC X(02).
           05 HSEQL             PIC S9(4) COMP.
           05 HSEQF             PIC X.
           05 FILLER REDEFINES HSEQF.
               10 HSEQA         PIC X.
           05 HSEQI             PIC X(03).
           05 HAMTL             PIC S9(4) COMP.
           05 HAMTF             PIC X.
           05 FILLER REDEFINES HAMTF.
               10 HAMTA         PIC X.
           05 HAMTI             PIC X(11).
           05 HAMTTL            PIC S9(4) COMP.
           05 HAMTTF            PIC X.
           05 FILLER REDEFINES HAMTTF.
               10 HAMTTA        PIC X.
           05 HAMTTI            PIC X(11).
           05 HEXPL             PIC S9(4) COMP.
           05 HEXPF             PIC X.
           05 FILLER REDEFINES HEXPF.
               10 HEXPA         PIC X.
           05 HEXPI             PIC X(08).
           05 HRSNL             PIC S9(4) COMP.
           05 HRSNF             PIC X.
           05 FILLER REDEFINES HRSNF.
               10 HRSNA         PIC X.
           05 HRSNI             PIC X(20).
           05 HREFL             PIC S9(4) COMP.
           05 HREFF             PIC X.
           05 FILLER REDEFINES HREFF.
               10 HREFA         PIC X.
           05 HREFI             PIC X(12).
           05 HMSGL             PIC S9(4) COMP.
           05 HMSGF             PIC X.
           05 FILLER REDEFINES HMSGF.
               10 HMSGA         PIC X.
           05 HMSGI             PIC X(79).
       01 ACCTHSMO REDEFINES ACCTHSMI.
           05 FILLER            PIC X(12).
           05 FILLER            PIC X(03).
           05 HACCTO            PIC X(10).
           05 FILLER            PIC X(03).
           05 HNAMEO            PIC X(30).
           05 FILLER            PIC X(03).
           05 HLEDGO            PIC X(13).
           05 FILLER            PIC X(03).
           05 HHELDO            PIC X(13).
           05 FILLER            PIC X(03).
           05 HAVAILO           PIC X(13).
           05 HHROW-ENTRY-O OCCURS 5 TIMES.
               10 FILLER        PIC X(03).
               10 HHROWO        PIC X(78).
           05 HSROW-ENTRY-O OCCURS 5 TIMES.
               10 FILLER        PIC X(03).
               10 HSROWO        PIC X(78).
           05 FILLER            PIC X(03).
           05 HACTO             PIC X(02).
           05 FILLER            PIC X(03).
           05 HSEQO             PIC X(03).
           05 FILLER            PIC X(03).
           05 HAMTO             PIC X(11).
           05 FILLER            PIC X(03).
           05 HAMTTO            PIC X(11).
           05 FILLER            PIC X(03).
           05 HEXPO             PIC X(08).
           05 FILLER            PIC X(03).
           05 HRSNO             PIC X(20).
           05 FILLER            PIC X(03).
           05 HREFO             PIC X(12).
           05 FILLER            PIC X(03).
           05 HMSGO             PIC X(79).
       01 ACCTHSM-HOLD-ROW.
           05 HR-SEQ            PIC 9(03).
           05 FILLER            PIC X(03).
           05 HR-AMOUNT         PIC -(8)9.99.
           05 FILLER            PIC X(02).
           05 HR-REASON         PIC X(20).
           05 FILLER            PIC X(01).
           05 HR-EXPIRY         PIC X(08).
           05 FILLER            PIC X(02).
           05 HR-PLACED-DATE    PIC 9(08).
           05 FILLER            PIC X(02).
           05 HR-PLACED-BY      PIC X(08).
       01 ACCTHSM-STOP-ROW.
           05 SR-SEQ            PIC 9(03).
           05 FILLER            PIC X(03).
           05 SR-TRN-REF        PIC X(12).
           05 FILLER            PIC X(01).
           05 SR-AMOUNT-FROM    PIC -(8)9.99.
           05 FILLER            PIC X(01).
           05 SR-AMOUNT-TO      PIC -(8)9.99.
           05 FILLER            PIC X(02).
           05 SR-EXPIRY         PIC X(08).
           05 FILLER            PIC X(02).
           05 SR-PLACED-DATE    PIC 9(08).
           05 FILLER            PIC X(02).
           05 SR-PLACED-BY      PIC X(08).
