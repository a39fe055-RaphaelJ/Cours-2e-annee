    01  enreg-operateur.
        02  id-operateur            PIC X(08).
        02  nom-operateur           PIC X(30).
        02  role-operateur          PIC X(01).
            88  op-role-administrateur  VALUE "A".
            88  op-role-rh              VALUE "R".
            88  op-role-personnel       VALUE "P".
            88  op-role-scolarite       VALUE "S".
            88  op-role-consultation    VALUE "C".
            88  op-role-valide          VALUE "A", "R", "P", "S", "C".
        02  hash-mot-de-passe       PIC 9(10).
        02  actif-operateur         PIC X(01).
            88  op-actif            VALUE "O".
            88  op-inactif          VALUE "N".
        02  nb-echecs-operateur     PIC 9(02).
        02  verrou-operateur        PIC X(01).
            88  op-verrouille       VALUE "O".
            88  op-deverrouille     VALUE "N", " ".
        02  date-verrouillage-operateur PIC 9(08).
        02  date-connexion-operateur    PIC 9(08).
