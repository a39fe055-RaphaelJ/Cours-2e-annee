    01  recherche-anciens.
        02  ra-nom                  PIC X(20).
        02  ra-prenom               PIC X(15).
        02  ra-departement          PIC X(04).
        02  ra-fonction             PIC X(20).
        02  ra-retour               PIC X(01).
            88  ra-recherche-ok     VALUE "0".
            88  ra-recherche-erreur VALUE "E".
        02  ra-nbre-anciens         PIC 9(02).
        02  ra-liste                PIC X(01).
            88  ra-liste-complete   VALUE "C".
            88  ra-liste-tronquee   VALUE "T".
        02  ra-ancien OCCURS 9 TIMES.
            03  ra-dossier.
                04  ra-matricule        PIC 9(06).
                04  ra-anc-nom          PIC X(20).
                04  ra-anc-prenom       PIC X(15).
                04  ra-anc-departement  PIC X(04).
                04  ra-anc-fonction     PIC X(20).
                04  ra-date-embauche    PIC 9(08).
                04  ra-salaire          PIC 9(06)V99.
                04  ra-statut           PIC X(01).
                04  ra-date-sortie      PIC 9(08).
            03  ra-source               PIC X(01).
                88  ra-en-base          VALUE "B".
                88  ra-en-archives      VALUE "A".
            03  ra-meme-departement     PIC X(01).
            03  ra-meme-fonction        PIC X(01).
