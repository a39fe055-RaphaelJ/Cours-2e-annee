    01  enreg-note.
        02  cle-note.
            03  note-matricule      PIC 9(06).
            03  note-code-cours     PIC X(06).
        02  note-valeur             PIC 99V9.
        02  note-statut             PIC X(01).
            88  note-encodee        VALUE "N".
            88  note-absent         VALUE "A".
        02  note-date-encodage      PIC 9(08).
        02  note-operateur          PIC X(08).
