    01  enreg-facture.
        02  num-facture             PIC 9(10).
        02  fac-matricule           PIC 9(06).
        02  fac-annee-academique    PIC 9(04).
        02  fac-institut            PIC X(02).
        02  fac-type-graduat        PIC 9(02).
        02  fac-annee-etude         PIC X(01).
        02  fac-num-section         PIC X(04).
        02  fac-libelle             PIC X(30).
        02  fac-date-emission       PIC 9(08).
        02  fac-date-echeance       PIC 9(08).
        02  fac-montant             PIC 9(05)V99.
        02  fac-montant-paye        PIC 9(05)V99.
        02  fac-date-dernier-paiement PIC 9(08).
        02  fac-derniere-reference  PIC X(16).
        02  fac-statut              PIC X(01).
            88  fac-ouverte         VALUE "O".
            88  fac-soldee          VALUE "S".
            88  fac-annulee         VALUE "A".
