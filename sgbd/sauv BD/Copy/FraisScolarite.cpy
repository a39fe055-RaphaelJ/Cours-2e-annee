    01  enreg-frais.
        02  frais-annee-academique  PIC 9(04).
        02  frais-institut          PIC X(02).
        02  frais-type-graduat      PIC 9(02).
        02  frais-annee-etude       PIC X(01).
        02  frais-montant           PIC 9(05)V99.
        02  frais-delai-paiement    PIC 9(03).
        02  frais-libelle           PIC X(30).
