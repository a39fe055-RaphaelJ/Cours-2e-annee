    01  enreg-absence.
        02  cle-absence.
            03  abs-matricule       PIC 9(06).
            03  abs-date-debut      PIC 9(08).
        02  abs-date-fin            PIC 9(08).
        02  abs-type                PIC X(02).
            88  abs-conge-annuel    VALUE "CA".
            88  abs-maladie         VALUE "MA".
            88  abs-maladie-longue  VALUE "ML".
            88  abs-sans-solde      VALUE "SS".
            88  abs-interruption    VALUE "IC".
            88  abs-autre           VALUE "AU".
            88  abs-type-valide     VALUE "CA", "MA", "ML", "SS",
                                          "IC", "AU".
        02  abs-remuneree           PIC X(01).
            88  abs-payee           VALUE "O".
            88  abs-non-payee       VALUE "N".
        02  abs-statut              PIC X(01).
            88  abs-active          VALUE "A".
            88  abs-annulee         VALUE "X".
        02  abs-departement         PIC X(04).
        02  abs-nom                 PIC X(20).
        02  abs-prenom              PIC X(15).
        02  abs-date-saisie         PIC 9(08).
        02  abs-operateur           PIC X(08).
        02  abs-date-annulation     PIC 9(08).
        02  abs-operateur-annulation PIC X(08).
        02  abs-etat-paie           PIC X(01).
            88  abs-paie-a-envoyer  VALUE "N".
            88  abs-paie-envoyee    VALUE "O".
            88  abs-paie-soldee     VALUE "S".
