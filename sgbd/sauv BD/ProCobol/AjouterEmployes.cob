    SELECT f-departements ASSIGN TO "Departements.dat"
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WS-Statut-Departements.
    SELECT f-historique  ASSIGN TO DYNAMIC WS-Nom-Historique
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WS-Statut-Historique.
DATA DIVISION.
FILE SECTION.
FD  f-departements.
    COPY "Departements.cpy".
FD  f-historique.
01  Ligne-Historique            PIC X(90).
WORKING-STORAGE SECTION.
COPY "Employes.cpy".
01  WS-Nb-Trouves        PIC 9(04) BINARY VALUE 0.
01  eof-departement         PIC 9.
    88  eof-departement-true  VALUE 1.
    88  eof-departement-false VALUE 0.

*> Reembauche : les anciens employes au meme nom et prenom (sortis de
*> EMPLOYES ou archives) sont proposes avant toute creation. Choisir
*> un dossier le reactive sous son ancien matricule ; la periode
*> d'emploi close (embauche et sortie) est conservee dans
*> PERIODES_EMPLOI pour l'anciennete, les fiches de revenus et les
*> couts comptables.
COPY "AnciensEmployes.cpy".
01  WS-Choix-Ancien          PIC 9 VALUE 0.
01  WS-Idx-Ancien            PIC S9(4) BINARY VALUE 0.
01  WS-Ligne-Ecran           PIC 9(02) VALUE 0.
01  WS-Ligne-Ancien.
    02  WS-LA-Numero         PIC 9(01).
    02  FILLER               PIC X(01) VALUE SPACE.
    02  WS-LA-Matricule      PIC 9(06).
    02  FILLER               PIC X(01) VALUE SPACE.
    02  WS-LA-Nom            PIC X(15).
    02  FILLER               PIC X(01) VALUE SPACE.
    02  WS-LA-Prenom         PIC X(10).
    02  FILLER               PIC X(01) VALUE SPACE.
    02  WS-LA-Departement    PIC X(04).
    02  FILLER               PIC X(01) VALUE SPACE.
    02  WS-LA-Fonction       PIC X(10).
    02  FILLER               PIC X(01) VALUE SPACE.
    02  WS-LA-Embauche       PIC 9(08).
    02  FILLER               PIC X(01) VALUE SPACE.
    02  WS-LA-Sortie         PIC 9(08).
    02  FILLER               PIC X(01) VALUE SPACE.
    02  WS-LA-Source         PIC X(01).
    02  FILLER               PIC X(01) VALUE SPACE.
    02  WS-LA-Indice-Dep     PIC X(01).
    02  WS-LA-Indice-Fonc    PIC X(01).
01  WS-Periode-Anterieure.
    02  WS-PA-Matricule      PIC 9(06).
    02  WS-PA-Nom            PIC X(20).
    02  WS-PA-Prenom         PIC X(15).
    02  WS-PA-Departement    PIC X(04).
    02  WS-PA-Fonction       PIC X(20).
    02  WS-PA-Date-Embauche  PIC 9(08).
    02  WS-PA-Salaire        PIC 9(06)V99.
    02  WS-PA-Statut         PIC X(01).
    02  WS-PA-Date-Sortie    PIC 9(08).
01  WS-PA-Source             PIC X(01).
    88  WS-PA-En-Archives    VALUE "A".
01  WS-Reprise               PIC X VALUE "N".
    88  WS-Dossier-Repris    VALUE "O".
01  WS-Motif-Salaire         PIC X(30) VALUE "REEMBAUCHE".
01  WS-Nom-Historique        PIC X(25).
01  WS-Statut-Historique     PIC XX.
01  WS-Date-Historique       PIC 9(08).
01  WS-Heure-Historique      PIC 9(08).
01  WS-Ligne-Hist-Sortie.
    02  WS-LHS-Date          PIC 9(08).
    02  FILLER               PIC X VALUE SPACE.
    02  WS-LHS-Heure         PIC 9(08).
    02  FILLER               PIC X VALUE SPACE.
    02  WS-LHS-Matricule     PIC 9(06).
    02  FILLER               PIC X VALUE SPACE.
    02  WS-LHS-Champ         PIC X(12).
    02  FILLER               PIC X VALUE SPACE.
    02  WS-LHS-Avant         PIC X(20).
    02  FILLER               PIC X VALUE SPACE.
    02  WS-LHS-Apres         PIC X(20).
    02  FILLER               PIC X VALUE SPACE.
    02  WS-LHS-Operateur     PIC X(08).

*> Bareme de la fonction (ControlerBareme) : un salaire hors de la
*> fourchette n'est enregistre qu'avec la derogation d'un superviseur
*> (ValiderDerogation), tracee dans HistoEmployes sous "DEROGATION".
COPY "ControleBareme.cpy".
01  WS-Superviseur-Derogation PIC X(08) VALUE SPACES.
01  WS-Bareme-Min-Aff        PIC ZZZZZ9.99.
01  WS-Bareme-Max-Aff        PIC ZZZZZ9.99.
01  WS-Salaire-Aff           PIC ZZZZZ9.99.
LINKAGE SECTION.
COPY "TransCtx.cpy".
PROCEDURE DIVISION USING contexte-transaction.
     ACCEPT  date-embauche-employe LINE 10 COLUMN 32
     DISPLAY "Salaire     : " LINE 11 COLUMN 5
     ACCEPT  salaire-employe LINE 11 COLUMN 20
     MOVE SPACES TO WS-Superviseur-Derogation
     PERFORM Controler-Bareme
     IF cb-hors-bareme
        CALL "ValiderDerogation" USING contexte-transaction,
                                       WS-Superviseur-Derogation
        IF WS-Superviseur-Derogation = SPACES
           DISPLAY "Creation abandonnee (salaire hors bareme sans "
                   "derogation). " LINE 22 COLUMN 1 ERASE TO END OF LINE
           GO TO Debut-Exit
        END-IF
     END-IF

     PERFORM Rechercher-Anciens-Employes
     IF ra-recherche-erreur
        GO TO Debut-Exit
     END-IF
     IF ra-nbre-anciens > 0
        PERFORM Choisir-Ancien-Employe
        IF WS-Choix-Ancien > 0
           PERFORM Reactiver-Employe
           GO TO Debut-Exit
        END-IF
        IF NOT WS-Reponse-Oui
           DISPLAY "Creation abandonnee. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
           GO TO Debut-Exit
        END-IF
     END-IF

     PERFORM Verifier-Doublon
     IF NOT ct-sqlstate-ok
        CALL "ORAError" USING contexte-transaction
     ELSE
        DISPLAY "Employe cree. " LINE 22 COLUMN 1 ERASE TO END OF LINE
        IF WS-Superviseur-Derogation NOT = SPACES
           PERFORM Historiser-Derogation
        END-IF
     END-IF.
Debut-Exit.
     EXIT PROGRAM.
     END-IF.

*> Redemande le departement tant que le code saisi n'est pas dans le
*> fichier de reference Departements.dat (ou y est ferme par
*> MaintenirReferences), pour eviter qu'une faute de
*> frappe cree sa propre rupture fantome dans rapport-effectifs /
*> rapport-listing. Si le fichier de reference est absent, le controle
*> est simplement desactive plutot que de bloquer la saisie.
        PERFORM TEST BEFORE UNTIL eof-departement-true
                OR WS-Departement-Valide
           IF code-departement = departement-employe
              AND dep-ouvert
              SET WS-Departement-Valide TO TRUE
           END-IF
           READ f-departements AT END SET eof-departement-true TO TRUE
        READ f-departements AT END SET eof-departement-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-departement-true
           IF dep-ouvert
              DISPLAY code-departement " " libelle-departement
           END-IF
           READ f-departements AT END SET eof-departement-true TO TRUE
           END-READ
        END-PERFORM
     END-IF
     DISPLAY " ".

*> Avertit l'operateur quand le salaire saisi sort du bareme de la
*> fonction ; sans bareme pour la fonction, rien n'est controle.
Controler-Bareme.
     MOVE fonction-employe TO cb-fonction
     MOVE salaire-employe  TO cb-salaire
     CALL "ControlerBareme" USING controle-bareme
     IF cb-hors-bareme
        MOVE cb-salaire-min TO WS-Bareme-Min-Aff
        MOVE cb-salaire-max TO WS-Bareme-Max-Aff
        IF cb-sous-minimum
           DISPLAY "ATTENTION : salaire sous le bareme de la fonction ("
                   WS-Bareme-Min-Aff " - " WS-Bareme-Max-Aff ")"
                   LINE 12 COLUMN 5 ERASE TO END OF LINE
        ELSE
           DISPLAY "ATTENTION : salaire au-dessus du bareme de la "
                   "fonction (" WS-Bareme-Min-Aff " - "
                   WS-Bareme-Max-Aff ")" LINE 12 COLUMN 5
                   ERASE TO END OF LINE
        END-IF
     END-IF.

*> Recherche un employe de meme matricule avant l'INSERT afin d'eviter
*> les doublons crees quand deux operateurs saisissent le meme dossier
*> d'embauche le meme jour.
     IF NOT ct-sqlstate-ok
        CALL "ORAError" USING contexte-transaction
     END-IF.

Rechercher-Anciens-Employes.
     MOVE nom-employe         TO ra-nom
     MOVE prenom-employe      TO ra-prenom
     MOVE departement-employe TO ra-departement
     MOVE fonction-employe    TO ra-fonction
     CALL "RechercherAnciens" USING contexte-transaction,
                                    recherche-anciens.

*> Liste des anciens dossiers au meme nom, sur un ecran propre : la
*> source (B = encore dans EMPLOYES, A = archives) et les indices de
*> concordance (D = meme departement, F = meme fonction) aident
*> l'operateur a reconnaitre la personne. 0 = il s'agit bien d'une
*> nouvelle personne, a confirmer.
Choisir-Ancien-Employe.
     DISPLAY " " LINE 1 ERASE TO END OF SCREEN
     DISPLAY "ANCIENS EMPLOYES AU MEME NOM - REEMBAUCHE ?"
             LINE 3 COLUMN 5
     DISPLAY "N Matric Nom             Prenom     Dept Fonction   "
             "Embauche Sortie   S Ind" LINE 5 COLUMN 3
     MOVE 6 TO WS-Ligne-Ecran
     PERFORM VARYING WS-Idx-Ancien FROM 1 BY 1
             UNTIL WS-Idx-Ancien > ra-nbre-anciens
        PERFORM Afficher-Un-Ancien
        ADD 1 TO WS-Ligne-Ecran
     END-PERFORM
     IF ra-liste-tronquee
        DISPLAY "(liste limitee aux 9 premiers dossiers)"
                LINE 15 COLUMN 3
     END-IF
     DISPLAY "S : B = EMPLOYES, A = archives   Ind : D/F = meme "
             "departement / meme fonction" LINE 16 COLUMN 3
     MOVE 9 TO WS-Choix-Ancien
     PERFORM TEST BEFORE UNTIL WS-Choix-Ancien NOT > ra-nbre-anciens
        DISPLAY "Numero du dossier a reactiver (0 = nouvelle personne) : "
                LINE 18 COLUMN 3 ERASE TO END OF LINE
        ACCEPT WS-Choix-Ancien LINE 18 COLUMN 59
     END-PERFORM
     IF WS-Choix-Ancien = 0
        DISPLAY "Confirmer qu'il s'agit d'une nouvelle personne (O/N) ? "
                LINE 19 COLUMN 3
        ACCEPT WS-Reponse LINE 19 COLUMN 58
     END-IF.

Afficher-Un-Ancien.
     MOVE WS-Idx-Ancien                    TO WS-LA-Numero
     MOVE ra-matricule (WS-Idx-Ancien)     TO WS-LA-Matricule
     MOVE ra-anc-nom (WS-Idx-Ancien)       TO WS-LA-Nom
     MOVE ra-anc-prenom (WS-Idx-Ancien)    TO WS-LA-Prenom
     MOVE ra-anc-departement (WS-Idx-Ancien) TO WS-LA-Departement
     MOVE ra-anc-fonction (WS-Idx-Ancien)  TO WS-LA-Fonction
     MOVE ra-date-embauche (WS-Idx-Ancien) TO WS-LA-Embauche
     MOVE ra-date-sortie (WS-Idx-Ancien)   TO WS-LA-Sortie
     MOVE ra-source (WS-Idx-Ancien)        TO WS-LA-Source
     MOVE SPACES TO WS-LA-Indice-Dep, WS-LA-Indice-Fonc
     IF ra-meme-departement (WS-Idx-Ancien) = "O"
        MOVE "D" TO WS-LA-Indice-Dep
     END-IF
     IF ra-meme-fonction (WS-Idx-Ancien) = "O"
        MOVE "F" TO WS-LA-Indice-Fonc
     END-IF
     DISPLAY WS-Ligne-Ancien LINE WS-Ligne-Ecran COLUMN 3.

*> Reactivation sous l'ancien matricule : la periode close part dans
*> PERIODES_EMPLOI, le dossier reprend la nouvelle periode (embauche,
*> departement, fonction, salaire saisis) - mise a jour du dossier
*> sorti encore en base, ou reinsertion d'un dossier archive - et le
*> salaire de reembauche entre dans HISTO_SALAIRE a la date
*> d'embauche, pour que les fiches de revenus retrouvent le bon
*> salaire de chaque periode. ExtrairePaie reconnait la reembauche a
*> la ligne PERIODES_EMPLOI datee de la nouvelle embauche. Le dossier
*> est repris en premier : la periode close et l'historique ne sont
*> ecrits que s'il l'a effectivement ete.
Reactiver-Employe.
     MOVE ra-dossier (WS-Choix-Ancien) TO WS-Periode-Anterieure
     MOVE ra-source (WS-Choix-Ancien)  TO WS-PA-Source
     IF date-embauche-employe NOT > WS-PA-Date-Sortie
        DISPLAY "Date d'embauche non posterieure a la sortie du "
                WS-PA-Date-Sortie " - reembauche refusee. "
                LINE 22 COLUMN 1 ERASE TO END OF LINE
     ELSE
        MOVE WS-PA-Matricule TO matricule-employe
        SET emp-actif TO TRUE
        MOVE ZEROS TO date-sortie-employe
        PERFORM Reprendre-Dossier
        IF WS-Dossier-Repris
           PERFORM Enregistrer-Periode-Anterieure
        END-IF
        IF WS-Dossier-Repris AND ct-sqlstate-ok
           PERFORM Historiser-Salaire-Reembauche
        END-IF
        IF WS-Dossier-Repris AND ct-sqlstate-ok
           DISPLAY "Employe reembauche sous le matricule "
                   matricule-employe ". " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
           PERFORM Historiser-Reembauche
           IF WS-Superviseur-Derogation NOT = SPACES
              PERFORM Historiser-Derogation
           END-IF
        END-IF
     END-IF.

Enregistrer-Periode-Anterieure.
     MOVE "PERIODE-ANTERIEURE" TO ct-paragraphe
*>   EXEC SQL
*>       INSERT INTO PERIODES_EMPLOI
*>           (MATRICULE, NOM, PRENOM, DEPARTEMENT, FONCTION,
*>            DATE_EMBAUCHE, SALAIRE, STATUT, DATE_SORTIE,
*>            SOURCE, DATE_REEMBAUCHE, OPERATEUR)
*>       VALUES
*>           (:WS-PA-Matricule, :WS-PA-Nom, :WS-PA-Prenom,
*>            :WS-PA-Departement, :WS-PA-Fonction,
*>            :WS-PA-Date-Embauche, :WS-PA-Salaire, :WS-PA-Statut,
*>            :WS-PA-Date-Sortie, :WS-PA-Source,
*>            :date-embauche-employe, :ct-operateur)
*>   END-EXEC.
     IF NOT ct-sqlstate-ok
        CALL "ORAError" USING contexte-transaction
     END-IF.

*> Aucune ligne mise a jour (classe "02") : le dossier n'est plus
*> sorti, reactive entre-temps par un autre poste.
Reprendre-Dossier.
     MOVE "N" TO WS-Reprise
     IF WS-PA-En-Archives
        MOVE "REINSERER" TO ct-paragraphe
*>      EXEC SQL
*>          INSERT INTO EMPLOYES
*>              (MATRICULE, NOM, PRENOM, DEPARTEMENT, FONCTION,
*>               DATE_EMBAUCHE, SALAIRE, STATUT)
*>          VALUES
*>              (:matricule-employe, :nom-employe, :prenom-employe,
*>               :departement-employe, :fonction-employe,
*>               :date-embauche-employe, :salaire-employe,
*>               :statut-employe)
*>      END-EXEC.
     ELSE
        MOVE "REACTIVER" TO ct-paragraphe
*>      EXEC SQL
*>          UPDATE EMPLOYES
*>          SET NOM = :nom-employe, PRENOM = :prenom-employe,
*>              DEPARTEMENT = :departement-employe,
*>              FONCTION = :fonction-employe,
*>              DATE_EMBAUCHE = :date-embauche-employe,
*>              SALAIRE = :salaire-employe,
*>              STATUT = :statut-employe,
*>              DATE_SORTIE = :date-sortie-employe
*>          WHERE MATRICULE = :matricule-employe
*>            AND STATUT = 'I'
*>      END-EXEC.
     END-IF
     EVALUATE TRUE
        WHEN ct-sqlstate-class = "02"
           DISPLAY "Le dossier " matricule-employe " n'est plus sorti"
                   " - reembauche refusee. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
        WHEN NOT ct-sqlstate-ok
           CALL "ORAError" USING contexte-transaction
        WHEN OTHER
           SET WS-Dossier-Repris TO TRUE
     END-EVALUATE.

Historiser-Salaire-Reembauche.
     MOVE "HISTORISER-SALAIRE" TO ct-paragraphe
*>   EXEC SQL
*>       INSERT INTO HISTO_SALAIRE
*>           (MATRICULE, ANCIEN_SALAIRE, NOUVEAU_SALAIRE,
*>            DATE_CHANGEMENT, MOTIF, OPERATEUR)
*>       VALUES
*>           (:matricule-employe, :WS-PA-Salaire, :salaire-employe,
*>            :date-embauche-employe, :WS-Motif-Salaire, :ct-operateur)
*>   END-EXEC.
     IF NOT ct-sqlstate-ok
        CALL "ORAError" USING contexte-transaction
     END-IF.

*> Meme journal HistoEmployes<date>.log que ModifierEmployes : une
*> ligne "REEMBAUCHE", sortie precedente avant, nouvelle embauche
*> apres.
Historiser-Reembauche.
     ACCEPT WS-Date-Historique  FROM DATE YYYYMMDD
     ACCEPT WS-Heure-Historique FROM TIME
     STRING "HistoEmployes" WS-Date-Historique "." "log"
        DELIMITED BY SIZE INTO WS-Nom-Historique
     MOVE WS-Date-Historique    TO WS-LHS-Date
     MOVE WS-Heure-Historique   TO WS-LHS-Heure
     MOVE matricule-employe     TO WS-LHS-Matricule
     MOVE "REEMBAUCHE"          TO WS-LHS-Champ
     MOVE WS-PA-Date-Sortie     TO WS-LHS-Avant
     MOVE date-embauche-employe TO WS-LHS-Apres
     MOVE ct-operateur          TO WS-LHS-Operateur
     PERFORM Ecrire-Ligne-Historique.

*> Salaire hors bareme accepte : une ligne "DEROGATION", le salaire
*> enregistre avant, le superviseur qui l'a autorise apres ; la ligne
*> porte comme les autres l'operateur signe.
Historiser-Derogation.
     ACCEPT WS-Date-Historique  FROM DATE YYYYMMDD
     ACCEPT WS-Heure-Historique FROM TIME
     STRING "HistoEmployes" WS-Date-Historique "." "log"
        DELIMITED BY SIZE INTO WS-Nom-Historique
     MOVE salaire-employe           TO WS-Salaire-Aff
     MOVE WS-Date-Historique        TO WS-LHS-Date
     MOVE WS-Heure-Historique       TO WS-LHS-Heure
     MOVE matricule-employe         TO WS-LHS-Matricule
     MOVE "DEROGATION"              TO WS-LHS-Champ
     MOVE WS-Salaire-Aff            TO WS-LHS-Avant
     MOVE WS-Superviseur-Derogation TO WS-LHS-Apres
     MOVE ct-operateur              TO WS-LHS-Operateur
     PERFORM Ecrire-Ligne-Historique.

Ecrire-Ligne-Historique.
     MOVE WS-Ligne-Hist-Sortie  TO Ligne-Historique
     OPEN EXTEND f-historique
     IF WS-Statut-Historique = "35"
        OPEN OUTPUT f-historique
     END-IF
     WRITE Ligne-Historique
     CLOSE f-historique.
