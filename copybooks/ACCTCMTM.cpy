      * SYMBOLIC MAP GENERATED FROM MAPSET ACCTCMTM, MAP ACCTCMT
       01 ACCTCMTI.
           05 FILLER            PIC X(12).
           05 CACTL             PIC S9(4) COMP.
           05 CACTF             PIC X.
           05 FILLER REDEFINES CACTF.
               10 CACTA         PIC X.
           05 CACTI             PIC X(01).
           05 CCUSTL            PIC S9(4) COMP.
           05 CCUSTF            PIC X.
           05 FILLER REDEFINES CCUSTF.
               10 CCUSTA        PIC X.
           05 CCUSTI            PIC X(08).
           05 CNAMEL            PIC S9(4) COMP.
           05 CNAMEF            PIC X.
           05 FILLER REDEFINES CNAMEF.
               10 CNAMEA        PIC X.
           05 CNAMEI            PIC X(30).
           05 CSTATL            PIC S9(4) COMP.
           05 CSTATF            PIC X.
           05 FILLER REDEFINES CSTATF.
               10 CSTATA        PIC X.
           05 CSTATI            PIC X(01).
           05 CSTDSCL           PIC S9(4) COMP.
           05 CSTDSCF           PIC X.
           05 FILLER REDEFINES CSTDSCF.
               10 CSTDSCA       PIC X.
           05 CSTDSCI           PIC X(20).
           05 COPENL            PIC S9(4) COMP.
           05 COPENF            PIC X.
           05 FILLER REDEFINES COPENF.
               10 COPENA        PIC X.
           05 COPENI            PIC X(08).
           05 CRISKL            PIC S9(4) COMP.
           05 CRISKF            PIC X.
           05 FILLER REDEFINES CRISKF.
               10 CRISKA        PIC X.
           05 CRISKI            PIC X(01).
           05 CREVWL            PIC S9(4) COMP.
           05 CREVWF            PIC X.
           05 FILLER REDEFINES CREVWF.
               10 CREVWA        PIC X.
           05 CREVWI            PIC X(08).
           05 CDODL             PIC S9(4) COMP.
           05 CDODF             PIC X.
           05 FILLER REDEFINES CDODF.
               10 CDODA         PIC X.
           05 CDODI             PIC X(08).
           05 CESTNL            PIC S9(4) COMP.
           05 CESTNF            PIC X.
           05 FILLER REDEFINES CESTNF.
               10 CESTNA        PIC X.
           05 CESTNI            PIC X(01).
           05 CMSGL             PIC S9(4) COMP.
           05 CMSGF             PIC X.
           05 FILLER REDEFINES CMSGF.
               10 CMSGA         PIC X.
           05 CMSGI             PIC X(79).
       01 ACCTCMTO REDEFINES ACCTCMTI.
           05 FILLER            PIC X(12).
           05 FILLER            PIC X(03).
           05 CACTO             PIC X(01).
           05 FILLER            PIC X(03).
           05 CCUSTO            PIC X(08).
           05 FILLER            PIC X(03).
           05 CNAMEO            PIC X(30).
           05 FILLER            PIC X(03).
           05 CSTATO            PIC X(01).
           05 FILLER            PIC X(03).
           05 CSTDSCO           PIC X(20).
           05 FILLER            PIC X(03).
           05 COPENO            PIC X(08).
           05 FILLER            PIC X(03).
           05 CRISKO            PIC X(01).
           05 FILLER            PIC X(03).
           05 CREVWO            PIC X(08).
           05 FILLER            PIC X(03).
           05 CDODO             PIC X(08).
           05 FILLER            PIC X(03).
           05 CESTNO            PIC X(01).
           05 FILLER            PIC X(03).
           05 CMSGO             PIC X(79).
