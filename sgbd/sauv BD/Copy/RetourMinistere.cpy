    01  enreg-retour-ministere.
        02  rm-type-ligne           PIC X(01).
            88  rm-ligne-entete     VALUE "E".
            88  rm-ligne-detail     VALUE "D".
            88  rm-ligne-totaux     VALUE "T".
        02  rm-donnees              PIC X(79).
        02  rm-entete REDEFINES rm-donnees.
            03  rm-numero-ecole     PIC X(06).
            03  rm-annee-academique PIC 9(04).
            03  rm-numero-envoi     PIC 9(03).
            03  rm-nature-envoi     PIC X(01).
                88  rm-envoi-initial    VALUE "I".
                88  rm-envoi-correctif  VALUE "C".
            03  rm-envoi-corrige    PIC 9(03).
            03  rm-date-production  PIC 9(08).
            03  FILLER              PIC X(54).
        02  rm-detail REDEFINES rm-donnees.
            03  rm-institut         PIC X(02).
            03  rm-type-graduat     PIC 9(02).
            03  rm-annee-etude      PIC X(01).
            03  rm-resultat         PIC X(01).
            03  rm-effectif         PIC 9(06).
            03  FILLER              PIC X(67).
        02  rm-totaux REDEFINES rm-donnees.
            03  rm-nbre-details     PIC 9(06).
            03  rm-total-etudiants  PIC 9(07).
            03  rm-total-reussites  PIC 9(07).
            03  rm-total-echecs     PIC 9(07).
            03  rm-total-incomplets PIC 9(07).
            03  FILLER              PIC X(45).
