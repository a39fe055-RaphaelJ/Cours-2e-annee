        02  code-section            PIC X(04).
        02  libelle-section         PIC X(30).
        02  capacite-section        PIC 9(03).
        02  statut-section          PIC X(01).
            88  sect-ouverte        VALUE "A", " ".
            88  sect-fermee         VALUE "F".
