           05 FILLER REDEFINES PSUPPWF.
               10 PSUPPWA       PIC X.
           05 PSUPPWI           PIC X(08).
           05 PNOTEL            PIC S9(4) COMP.
           05 PNOTEF            PIC X.
           05 FILLER REDEFINES PNOTEF.
               10 PNOTEA        PIC X.
           05 PNOTEI            PIC X(79).
           05 PSIGNERL          PIC S9(4) COMP.
           05 PSIGNERF          PIC X.
           05 FILLER REDEFINES PSIGNERF.
               10 PSIGNERA      PIC X.
           05 PSIGNERI          PIC X(08).
           05 PMSGL             PIC S9(4) COMP.
           05 PMSGF             PIC X.
           05 FILLER REDEFINES PMSGF.
           05 FILLER            PIC X(12).
           05 PSUPPWO           PIC X(08).
           05 FILLER            PIC X(12).
           05 PNOTEO            PIC X(79).
           05 FILLER            PIC X(12).
           05 PSIGNERO          PIC X(08).
           05 FILLER            PIC X(12).
           05 PMSGO             PIC X(79).
