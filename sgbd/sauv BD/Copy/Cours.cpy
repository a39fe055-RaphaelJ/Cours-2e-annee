    01  enreg-cours.
        02  cours-institut          PIC X(02).
        02  cours-type-graduat      PIC 9(02).
        02  cours-annee-etude       PIC X(01).
        02  code-cours              PIC X(06).
        02  libelle-cours           PIC X(30).
        02  credits-cours           PIC 9(02).
        02  note-passage-cours      PIC 99V9.
