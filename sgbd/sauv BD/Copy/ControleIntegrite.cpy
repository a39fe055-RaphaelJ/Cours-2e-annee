    01  enreg-controle-integrite.
        02  ci-date                 PIC X(08).
        02  FILLER                  PIC X(01).
        02  ci-heure                PIC X(06).
        02  FILLER                  PIC X(01).
        02  ci-nbre-employes        PIC 9(06).
        02  FILLER                  PIC X(01).
        02  ci-nbre-etudiants       PIC 9(06).
        02  FILLER                  PIC X(01).
        02  ci-nbre-anomalies       PIC 9(06).
        02  FILLER                  PIC X(01).
        02  ci-statut               PIC X(01).
            88  ci-complet          VALUE "O".
            88  ci-partiel          VALUE "P".
        02  ci-regle OCCURS 11 TIMES.
            03  FILLER              PIC X(01).
            03  ci-code-regle       PIC X(02).
            03  FILLER              PIC X(01).
            03  ci-nbre-regle       PIC 9(05).
