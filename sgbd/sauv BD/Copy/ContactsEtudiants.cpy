    01  enreg-contact.
        02  adr-matricule           PIC 9(06).
        02  adr-adresse.
            03  adr-rue             PIC X(30).
            03  adr-code-postal     PIC X(06).
            03  adr-localite        PIC X(25).
            03  adr-pays            PIC X(20).
        02  adr-courriel            PIC X(40).
        02  adr-mineur              PIC X(01).
            88  adr-etudiant-mineur VALUE "O", "o".
        02  adr-tuteur.
            03  adr-tuteur-nom      PIC X(20).
            03  adr-tuteur-prenom   PIC X(15).
            03  adr-tuteur-adresse.
                04  adr-tuteur-rue          PIC X(30).
                04  adr-tuteur-code-postal  PIC X(06).
                04  adr-tuteur-localite     PIC X(25).
                04  adr-tuteur-pays         PIC X(20).
        02  adr-date-maj            PIC 9(08).
        02  adr-operateur           PIC X(08).
