    01  enreg-affectation.
        02  cle-affectation.
            03  aff-num-section     PIC X(04).
            03  aff-matricule-employe PIC 9(06).
        02  aff-role                PIC X(01).
            88  aff-titulaire       VALUE "T".
            88  aff-assistant       VALUE "A".
        02  aff-heures-hebdo        PIC 9(02).
        02  aff-nom-employe         PIC X(20).
        02  aff-prenom-employe      PIC X(15).
        02  aff-date-debut          PIC 9(08).
        02  aff-operateur           PIC X(08).
