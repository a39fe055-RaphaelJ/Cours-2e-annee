    01  enreg-controle-chaine.
        02  ctl-id-passage          PIC X(14).
        02  FILLER                  PIC X(01).
        02  ctl-numero-etape        PIC 9(02).
        02  FILLER                  PIC X(01).
        02  ctl-programme           PIC X(20).
        02  FILLER                  PIC X(01).
        02  ctl-obligation          PIC X(01).
            88  ctl-obligatoire     VALUE "O".
            88  ctl-facultative     VALUE "F".
        02  FILLER                  PIC X(01).
        02  ctl-debut               PIC X(14).
        02  FILLER                  PIC X(01).
        02  ctl-fin                 PIC X(14).
        02  FILLER                  PIC X(01).
        02  ctl-nbre-lus            PIC 9(07).
        02  FILLER                  PIC X(01).
        02  ctl-nbre-ecrits         PIC 9(07).
        02  FILLER                  PIC X(01).
        02  ctl-nbre-rejetes        PIC 9(07).
        02  FILLER                  PIC X(01).
        02  ctl-statut              PIC X(01).
            88  ctl-termine         VALUE "T".
            88  ctl-echec           VALUE "E".
            88  ctl-echec-tolere    VALUE "A".
            88  ctl-non-lance       VALUE "N".
            88  ctl-deja-fait       VALUE "S".
        02  FILLER                  PIC X(01).
        02  ctl-code-retour         PIC 9(03).
        02  FILLER                  PIC X(01).
        02  ctl-reprise-de          PIC X(14).
