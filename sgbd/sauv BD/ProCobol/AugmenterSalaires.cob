                      FILE STATUS IS WS-Statut-Taux.
    SELECT f-masse    ASSIGN TO "SimulationAugmentation.res"
                      ORGANIZATION LINE SEQUENTIAL.
    SELECT f-depassements ASSIGN TO "DepassementsBaremes.res"
                      ORGANIZATION LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
*> Fichier de parametres prepare par les RH : un taux d'augmentation
    02  taux-pourcentage     PIC 9(02)V99.
FD  f-masse.
01  ligne-masse              PIC X(80).
FD  f-depassements.
01  ligne-depassement        PIC X(132).
WORKING-STORAGE SECTION.
COPY "Employes.cpy".
COPY "TransCtx.cpy".
01  WS-Masse-Actuelle-Aff    PIC Z.ZZZ.ZZZ.ZZ9,99.
01  WS-Masse-Nouvelle-Aff    PIC Z.ZZZ.ZZZ.ZZ9,99.
01  WS-Taux-Aff              PIC Z9,99.

*> Simulation : employes dont le nouveau salaire depasserait le
*> maximum du bareme de leur fonction (ControlerBareme), a regler
*> avant le run REEL.
COPY "ControleBareme.cpy".
01  WS-Nbre-Depassements     PIC 9(06) VALUE 0.
01  WS-Ancien-Salaire-Aff    PIC ZZZZZ9,99.
01  WS-Nouveau-Salaire-Aff   PIC ZZZZZ9,99.
01  WS-Bareme-Max-Aff        PIC ZZZZZ9,99.
01  WS-Deja-Hors-Bareme      PIC X(03).
PROCEDURE DIVISION.
pp SECTION.
Debut.
     END-IF
     PERFORM Connexion-Oracle
     IF NOT ct-abandonner
        IF NOT WS-Mode-Reel
           PERFORM Ouvrir-Depassements
        END-IF
        PERFORM Traiter-Employes
        PERFORM Ecrire-Rapport-Masse
        IF NOT WS-Mode-Reel
           CLOSE f-depassements
        END-IF
     END-IF
     CALL "ORALogoff"
     IF WS-Mode-Reel
     ELSE
        DISPLAY "SIMULATION - aucun salaire modifie"
        DISPLAY "Employes concernes            : " WS-Nbre-Augmentes
        DISPLAY "Depassements de bareme        : " WS-Nbre-Depassements
        DISPLAY "Liste ecrite : DepassementsBaremes.res"
     END-IF
     DISPLAY "Employes sans taux (ignores)  : " WS-Nbre-Sans-Taux.
Debut-Fin.
*> aux finances pour approbation, et seul un run relance explicitement
*> avec REEL touche EMPLOYES et HISTO_SALAIRE. La date d'effet peut
*> etre imposee (AUGMENTATION_DATE), sinon c'est la date du jour.
*> OPERATEUR_ID identifie l'operateur qui lance le run (BATCH par
*> defaut) : c'est lui qui signe les lignes HISTO_SALAIRE, comme
*> l'operateur signe a l'ecran dans ModifierEmployes.
Determiner-Parametres-Run.
     DISPLAY "AUGMENTATION_MODE" UPON ENVIRONMENT-NAME
     ACCEPT WS-Mode-Augmentation FROM ENVIRONMENT-VALUE
     ACCEPT WS-Date-Effet FROM ENVIRONMENT-VALUE
     IF WS-Date-Effet = 0
        ACCEPT WS-Date-Effet FROM DATE YYYYMMDD
     END-IF
     DISPLAY "OPERATEUR_ID" UPON ENVIRONMENT-NAME
     ACCEPT ct-operateur FROM ENVIRONMENT-VALUE
     IF ct-operateur = SPACES
        MOVE "BATCH" TO ct-operateur
     END-IF.

Charger-Taux.
        ADD 1 TO WS-Nbre-Augmentes
        IF WS-Mode-Reel
           PERFORM Appliquer-Augmentation
        ELSE
           PERFORM Controler-Depassement
        END-IF
     END-IF.

*>      EXEC SQL
*>          INSERT INTO HISTO_SALAIRE
*>              (MATRICULE, ANCIEN_SALAIRE, NOUVEAU_SALAIRE,
*>               DATE_CHANGEMENT, MOTIF, OPERATEUR)
*>          VALUES
*>              (:matricule-employe, :WS-Ancien-Salaire,
*>               :salaire-employe, :WS-Date-Effet, :WS-Motif-Salaire,
*>               :ct-operateur)
*>      END-EXEC.
        IF NOT ct-sqlstate-ok
           CALL "ORAError" USING contexte-transaction
        END-IF
     END-IF.

Ouvrir-Depassements.
     OPEN OUTPUT f-depassements
     MOVE SPACES TO ligne-depassement
     STRING "MATRICULE;NOM;PRENOM;DEPARTEMENT;FONCTION;"
            "SALAIRE ACTUEL;NOUVEAU SALAIRE;MAXIMUM BAREME;DEJA HORS"
            DELIMITED BY SIZE INTO ligne-depassement
     WRITE ligne-depassement.

*> Un employe deja au-dessus du maximum avant augmentation est repris
*> avec DEJA HORS = OUI : l'augmentation aggrave un depassement
*> existant au lieu d'en creer un.
Controler-Depassement.
     MOVE fonction-employe   TO cb-fonction
     MOVE WS-Nouveau-Salaire TO cb-salaire
     CALL "ControlerBareme" USING controle-bareme
     IF cb-au-dessus-maximum
        ADD 1 TO WS-Nbre-Depassements
        IF WS-Ancien-Salaire > cb-salaire-max
           MOVE "OUI" TO WS-Deja-Hors-Bareme
        ELSE
           MOVE "NON" TO WS-Deja-Hors-Bareme
        END-IF
        MOVE WS-Ancien-Salaire  TO WS-Ancien-Salaire-Aff
        MOVE WS-Nouveau-Salaire TO WS-Nouveau-Salaire-Aff
        MOVE cb-salaire-max     TO WS-Bareme-Max-Aff
        MOVE SPACES TO ligne-depassement
        STRING matricule-employe ";"
               nom-employe ";"
               prenom-employe ";"
               departement-employe ";"
               fonction-employe ";"
               WS-Ancien-Salaire-Aff ";"
               WS-Nouveau-Salaire-Aff ";"
               WS-Bareme-Max-Aff ";"
               WS-Deja-Hors-Bareme
               DELIMITED BY SIZE INTO ligne-depassement
        WRITE ligne-depassement
     END-IF.

*> Masse salariale par departement avant/apres, meme presentation
*> point-virgule que Comparaison.res, pour que les finances
*> approuvent le chiffrage de la simulation avant le run REEL.
