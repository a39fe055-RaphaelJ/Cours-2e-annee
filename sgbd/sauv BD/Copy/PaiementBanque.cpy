    01  enreg-paiement.
        02  pmt-reference-banque    PIC X(16).
        02  pmt-date                PIC 9(08).
        02  pmt-matricule           PIC 9(06).
        02  pmt-num-facture         PIC 9(10).
        02  pmt-montant             PIC 9(07)V99.
