    01  enreg-compte-rendu.
        02  cr-programme            PIC X(08).
        02  FILLER                  PIC X(01).
        02  cr-statut               PIC X(01).
            88  cr-succes           VALUE "O".
            88  cr-echec            VALUE "E".
        02  FILLER                  PIC X(01).
        02  cr-nbre-lus             PIC 9(07).
        02  FILLER                  PIC X(01).
        02  cr-nbre-ecrits          PIC 9(07).
        02  FILLER                  PIC X(01).
        02  cr-nbre-rejetes         PIC 9(07).
