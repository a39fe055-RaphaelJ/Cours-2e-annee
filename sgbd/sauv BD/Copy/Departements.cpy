    01  enreg-departement.
        02  code-departement        PIC X(04).
        02  libelle-departement     PIC X(30).
        02  statut-departement      PIC X(01).
            88  dep-ouvert          VALUE "A", " ".
            88  dep-ferme           VALUE "F".
        02  chef-departement        PIC 9(06).
