    01  enreg-conflit.
        02  cf-date                 PIC 9(08).
        02  FILLER                  PIC X(01).
        02  cf-heure                PIC 9(08).
        02  FILLER                  PIC X(01).
        02  cf-programme            PIC X(08).
        02  FILLER                  PIC X(01).
        02  cf-cle                  PIC X(10).
        02  FILLER                  PIC X(01).
        02  cf-operation            PIC X(12).
        02  FILLER                  PIC X(01).
        02  cf-decision             PIC X(01).
            88  cf-reappliquee      VALUE "R".
            88  cf-abandonnee       VALUE "A".
            88  cf-ignoree          VALUE "I".
        02  FILLER                  PIC X(01).
        02  cf-operateur            PIC X(08).
