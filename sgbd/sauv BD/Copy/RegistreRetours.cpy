    01  enreg-registre-retour.
        02  reg-annee-academique    PIC 9(04).
        02  reg-numero-ecole        PIC X(06).
        02  reg-numero-envoi        PIC 9(03).
        02  reg-nature-envoi        PIC X(01).
            88  reg-envoi-initial   VALUE "I".
            88  reg-envoi-correctif VALUE "C".
        02  reg-envoi-corrige       PIC 9(03).
        02  reg-date-envoi          PIC 9(08).
        02  reg-heure-envoi         PIC 9(06).
        02  reg-total-etudiants     PIC 9(07).
        02  reg-fichier-retour      PIC X(40).
        02  reg-fichier-source      PIC X(40).
