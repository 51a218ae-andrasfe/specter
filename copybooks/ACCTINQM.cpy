           05 FILLER REDEFINES OWNERSF.
               10 OWNERSA       PIC X.
           05 OWNERSI           PIC X(60).
           05 NOTESL            PIC S9(4) COMP.
           05 NOTESF            PIC X.
           05 FILLER REDEFINES NOTESF.
               10 NOTESA        PIC X.
           05 NOTESI            PIC X(60).
           05 MANDATEL          PIC S9(4) COMP.
           05 MANDATEF          PIC X.
           05 FILLER REDEFINES MANDATEF.
               10 MANDATEA      PIC X.
           05 MANDATEI          PIC X(60).
           05 MSGL              PIC S9(4) COMP.
           05 MSGF              PIC X.
           05 FILLER REDEFINES MSGF.
           05 FILLER            PIC X(12).
           05 OWNERSO           PIC X(60).
           05 FILLER            PIC X(12).
           05 NOTESO            PIC X(60).
           05 FILLER            PIC X(12).
           05 MANDATEO          PIC X(60).
           05 FILLER            PIC X(12).
           05 MSGO              PIC X(79).
