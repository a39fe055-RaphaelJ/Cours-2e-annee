DATA DIVISION.
FILE SECTION.
FD  f-historique.
01  Ligne-Historique            PIC X(90).
FD  f-departements.
    COPY "Departements.cpy".
WORKING-STORAGE SECTION.
01  WS-Departement-Source    PIC X(04) VALUE SPACES.
01  WS-Departement-Cible     PIC X(04) VALUE SPACES.
01  WS-Nbre-Transferes       PIC 9(06) VALUE 0.
01  WS-Nbre-Avec-Subordonnes PIC 9(06) VALUE 0.
01  WS-Nbre-Subordonnes      PIC 9(04) VALUE 0.
01  WS-Effectif-Source-Avant PIC 9(04) VALUE 0.
01  WS-Effectif-Cible-Avant  PIC 9(04) VALUE 0.
01  WS-Effectif-Source-Apres PIC 9(04) VALUE 0.
    02  WS-LHS-Avant             PIC X(20).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LHS-Apres             PIC X(20).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LHS-Operateur         PIC X(08).
01  WS-Statut-Departements   PIC XX.
01  WS-Departement-Ok        PIC X VALUE "N".
    88  WS-Departement-Valide VALUE "O".
     PERFORM Verifier-Departement
     IF NOT WS-Departement-Valide
        DISPLAY "Departement cible " WS-Departement-Cible
                " absent ou ferme dans Departements.dat - "
                "transfert refuse"
        GO TO Debut-Fin
     END-IF
     PERFORM Connexion-Oracle
*> Les deux codes sont fournis par variables d'environnement (meme
*> principe que ChargerEmployes) : un transfert de masse se decide en
*> amont et se lance en batch, il n'y a rien a saisir a l'ecran.
*> OPERATEUR_ID signe les lignes d'historique (BATCH par defaut),
*> meme convention qu'AugmenterSalaires.
Determiner-Parametres-Run.
     DISPLAY "TRANSFERT_DEPT_SOURCE" UPON ENVIRONMENT-NAME
     ACCEPT WS-Departement-Source FROM ENVIRONMENT-VALUE
     DISPLAY "TRANSFERT_DEPT_CIBLE" UPON ENVIRONMENT-NAME
     ACCEPT WS-Departement-Cible FROM ENVIRONMENT-VALUE
     DISPLAY "OPERATEUR_ID" UPON ENVIRONMENT-NAME
     ACCEPT ct-operateur FROM ENVIRONMENT-VALUE
     IF ct-operateur = SPACES
        MOVE "BATCH" TO ct-operateur
     END-IF.

Connexion-Oracle.
     CALL "ORALogon" USING contexte-transaction
        PERFORM TEST BEFORE UNTIL eof-departement-true
                OR WS-Departement-Valide
           IF code-departement = departement-employe
              AND dep-ouvert
              SET WS-Departement-Valide TO TRUE
           END-IF
           READ f-departements AT END SET eof-departement-true TO TRUE
     ELSE
        PERFORM Ecrire-Ligne-Historique
        ADD 1 TO WS-Nbre-Transferes
        PERFORM Compter-Subordonnes
        IF WS-Nbre-Subordonnes > 0
           DISPLAY "ATTENTION : " matricule-employe " "
                   nom-employe " a encore " WS-Nbre-Subordonnes
                   " subordonne(s) direct(s) actif(s)"
           ADD 1 TO WS-Nbre-Avec-Subordonnes
        END-IF
     END-IF.

*> Le transfert ne touche pas a HIERARCHIE : les subordonnes gardent
*> leur superieur, il revient aux RH de les reaffecter (option 4 de
*> ModifierEmployes) si le lien ne doit pas suivre le transfert.
Compter-Subordonnes.
     MOVE "COMPTER-SUBORDONNES" TO ct-paragraphe
     MOVE 0 TO WS-Nbre-Subordonnes
*>   EXEC SQL
*>       SELECT COUNT(*) INTO :WS-Nbre-Subordonnes
*>       FROM HIERARCHIE H, EMPLOYES E
*>       WHERE H.SUPERIEUR = :matricule-employe
*>         AND E.MATRICULE = H.MATRICULE
*>         AND E.STATUT = 'A'
*>   END-EXEC.
     IF NOT ct-sqlstate-ok
        CALL "ORAError" USING contexte-transaction
     END-IF.

*> Meme convention que ModifierEmployes.Ecrire-Ligne-Historique : un
     MOVE "DEPARTEMENT"          TO WS-LHS-Champ
     MOVE WS-Departement-Source  TO WS-LHS-Avant
     MOVE WS-Departement-Cible   TO WS-LHS-Apres
     MOVE ct-operateur           TO WS-LHS-Operateur
     MOVE WS-Ligne-Hist-Sortie   TO Ligne-Historique
     OPEN EXTEND f-historique
     IF WS-Statut-Historique = "35"
     DISPLAY "TRANSFERT " WS-Departement-Source " -> "
             WS-Departement-Cible
     DISPLAY "Employes transferes : " WS-Nbre-Transferes
     DISPLAY "dont avec subordonnes directs : " WS-Nbre-Avec-Subordonnes
     DISPLAY "Effectif " WS-Departement-Source " avant : "
             WS-Effectif-Source-Avant " / apres : "
             WS-Effectif-Source-Apres
