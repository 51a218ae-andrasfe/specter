      * SYMBOLIC MAP GENERATED FROM MAPSET ACCTOADM, MAP ACCTOAD
       01 ACCTOADI.
           05 FILLER            PIC X(12).
           05 AOPRIDL           PIC S9(4) COMP.
           05 AOPRIDF           PIC X.
           05 FILLER REDEFINES AOPRIDF.
               10 AOPRIDA       PIC X.
           05 AOPRIDI           PIC X(08).
           05 AACTNL            PIC S9(4) COMP.
           05 AACTNF            PIC X.
           05 FILLER REDEFINES AACTNF.
               10 AACTNA        PIC X.
           05 AACTNI            PIC X(01).
           05 APRIVL            PIC S9(4) COMP.
           05 APRIVF            PIC X.
           05 FILLER REDEFINES APRIVF.
               10 APRIVA        PIC X.
           05 APRIVI            PIC X(01).
           05 ALOCKL            PIC S9(4) COMP.
           05 ALOCKF            PIC X.
           05 FILLER REDEFINES ALOCKF.
               10 ALOCKA        PIC X.
           05 ALOCKI            PIC X(01).
           05 AFAILL            PIC S9(4) COMP.
           05 AFAILF            PIC X.
           05 FILLER REDEFINES AFAILF.
               10 AFAILA        PIC X.
           05 AFAILI            PIC X(02).
           05 AFORCEL           PIC S9(4) COMP.
           05 AFORCEF           PIC X.
           05 FILLER REDEFINES AFORCEF.
               10 AFORCEA       PIC X.
           05 AFORCEI           PIC X(01).
           05 AEXPIRYL          PIC S9(4) COMP.
           05 AEXPIRYF          PIC X.
           05 FILLER REDEFINES AEXPIRYF.
               10 AEXPIRYA      PIC X.
           05 AEXPIRYI          PIC X(08).
           05 ADAYSL            PIC S9(4) COMP.
           05 ADAYSF            PIC X.
           05 FILLER REDEFINES ADAYSF.
               10 ADAYSA        PIC X.
           05 ADAYSI            PIC X(07).
           05 AWFROML           PIC S9(4) COMP.
           05 AWFROMF           PIC X.
           05 FILLER REDEFINES AWFROMF.
               10 AWFROMA       PIC X.
           05 AWFROMI           PIC X(04).
           05 AWTOL             PIC S9(4) COMP.
           05 AWTOF             PIC X.
           05 FILLER REDEFINES AWTOF.
               10 AWTOA         PIC X.
           05 AWTOI             PIC X(04).
           05 AEINQL            PIC S9(4) COMP.
           05 AEINQF            PIC X.
           05 FILLER REDEFINES AEINQF.
               10 AEINQA        PIC X.
           05 AEINQI            PIC X(01).
           05 AEPSTL            PIC S9(4) COMP.
           05 AEPSTF            PIC X.
           05 FILLER REDEFINES AEPSTF.
               10 AEPSTA        PIC X.
           05 AEPSTI            PIC X(01).
           05 AECLSL            PIC S9(4) COMP.
           05 AECLSF            PIC X.
           05 FILLER REDEFINES AECLSF.
               10 AECLSA        PIC X.
           05 AECLSI            PIC X(01).
           05 AEMNTL            PIC S9(4) COMP.
           05 AEMNTF            PIC X.
           05 FILLER REDEFINES AEMNTF.
               10 AEMNTA        PIC X.
           05 AEMNTI            PIC X(01).
           05 AERELL            PIC S9(4) COMP.
           05 AERELF            PIC X.
           05 FILLER REDEFINES AERELF.
               10 AERELA        PIC X.
           05 AERELI            PIC X(01).
           05 AEAPRL            PIC S9(4) COMP.
           05 AEAPRF            PIC X.
           05 FILLER REDEFINES AEAPRF.
               10 AEAPRA        PIC X.
           05 AEAPRI            PIC X(01).
           05 AESUPL            PIC S9(4) COMP.
           05 AESUPF            PIC X.
           05 FILLER REDEFINES AESUPF.
               10 AESUPA        PIC X.
           05 AESUPI            PIC X(01).
           05 AMSGL             PIC S9(4) COMP.
           05 AMSGF             PIC X.
           05 FILLER REDEFINES AMSGF.
               10 AMSGA         PIC X.
           05 AMSGI             PIC X(79).
       01 ACCTOADO REDEFINES ACCTOADI.
           05 FILLER            PIC X(12).
           05 FILLER            PIC X(03).
           05 AOPRIDO           PIC X(08).
           05 FILLER            PIC X(03).
           05 AACTNO            PIC X(01).
           05 FILLER            PIC X(03).
           05 APRIVO            PIC X(01).
           05 FILLER            PIC X(03).
           05 ALOCKO            PIC X(01).
           05 FILLER            PIC X(03).
           05 AFAILO            PIC X(02).
           05 FILLER            PIC X(03).
           05 AFORCEO           PIC X(01).
           05 FILLER            PIC X(03).
           05 AEXPIRYO          PIC X(08).
           05 FILLER            PIC X(03).
           05 ADAYSO            PIC X(07).
           05 FILLER            PIC X(03).
           05 AWFROMO           PIC X(04).
           05 FILLER            PIC X(03).
           05 AWTOO             PIC X(04).
           05 FILLER            PIC X(03).
           05 AEINQO            PIC X(01).
           05 FILLER            PIC X(03).
           05 AEPSTO            PIC X(01).
           05 FILLER            PIC X(03).
           05 AECLSO            PIC X(01).
           05 FILLER            PIC X(03).
           05 AEMNTO            PIC X(01).
           05 FILLER            PIC X(03).
           05 AERELO            PIC X(01).
           05 FILLER            PIC X(03).
           05 AEAPRO            PIC X(01).
           05 FILLER            PIC X(03).
           05 AESUPO            PIC X(01).
           05 FILLER            PIC X(03).
           05 AMSGO             PIC X(79).
