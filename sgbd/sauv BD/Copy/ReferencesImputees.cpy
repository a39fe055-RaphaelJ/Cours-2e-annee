    01  enreg-reference-imputee.
        02  ri-reference-banque     PIC X(16).
        02  ri-date-imputation      PIC 9(08).
        02  ri-date-paiement        PIC 9(08).
        02  ri-num-facture          PIC 9(10).
        02  ri-matricule            PIC 9(06).
        02  ri-montant              PIC 9(07)V99.
