IDENTIFICATION DIVISION.
PROGRAM-ID. RapportOrganigramme.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
   DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-departements ASSIGN TO "Departements.dat"
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WS-Statut-Departements.
    SELECT f-archives     ASSIGN TO "ArchivesEmployes.dat"
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WS-Statut-Archives.
    SELECT f-organigramme ASSIGN TO "Organigramme.res"
                           ORGANIZATION LINE SEQUENTIAL.
    SELECT f-anomalies    ASSIGN TO "OrganigrammeAnomalies.res"
                           ORGANIZATION LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  f-departements.
    COPY "Departements.cpy".
*> Meme enregistrement que ArchiverEmployes : le dossier complet au
*> format Employes.cpy suivi de la date d'archivage.
FD  f-archives.
01  enreg-archive.
    02  arc-dossier.
        03  arc-matricule    PIC 9(06).
        03  FILLER           PIC X(84).
    02  arc-date-archivage   PIC 9(08).
FD  f-organigramme.
01  ligne-organigramme          PIC X(132).
FD  f-anomalies.
01  ligne-anomalie              PIC X(132).
WORKING-STORAGE SECTION.
COPY "TransCtx.cpy".
COPY "CompteRendu.cpy".
01  WS-Statut-Departements      PIC XX.
01  WS-Statut-Archives          PIC XX.
01  WS-Date-Jour                PIC 9(08).
01  WS-Departement-Demande      PIC X(04) VALUE SPACES.
01  WS-Nbre-Departements-Edites PIC 9(04) VALUE 0.
01  WS-Nbre-Employes-Lus        PIC 9(06) VALUE 0.
01  WS-Nbre-Employes-Edites     PIC 9(06) VALUE 0.
01  WS-Nbre-Anomalies           PIC 9(06) VALUE 0.
01  WS-Nbre-Sans-Chef           PIC 9(04) VALUE 0.
01  WS-Nbre-Chefs-Partis        PIC 9(04) VALUE 0.
01  WS-Nbre-Superieurs-Partis   PIC 9(06) VALUE 0.
01  WS-Nbre-Circulaires         PIC 9(06) VALUE 0.
01  WS-Nombre-Aff               PIC ZZZZ9.
01  WS-Effectif-Aff             PIC ZZZ9.
01  WS-Directs-Aff              PIC ZZZ9.
01  WS-Traitement-Partiel       PIC X VALUE "N".
    88  WS-Traitement-Incomplet VALUE "O".
01  eof                         PIC 9.
    88  eof-true                VALUE 1.
    88  eof-false               VALUE 0.
01  eof-archive                 PIC 9.
    88  eof-archive-true        VALUE 1.
    88  eof-archive-false       VALUE 0.

*> Departements.dat charge une fois ; chef-departement a 0 (ou
*> absent d'une ligne ancienne) = aucun chef designe.
01  WS-Table-Departements.
    02  WS-Dept-Ligne OCCURS 200 TIMES.
        03  WS-Dept-Code          PIC X(04).
        03  WS-Dept-Libelle       PIC X(30).
        03  WS-Dept-Statut        PIC X(01).
        03  WS-Dept-Chef          PIC 9(06).
01  WS-Nb-Departements          PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Departement          PIC S9(4) BINARY VALUE 0.
01  WS-Code-Departement         PIC X(04).

*> Effectif actif d'un departement avec le superieur de chacun
*> (HIERARCHIE), range par matricule. Le parent est l'indice du
*> superieur dans la table, 0 quand il n'y est pas (sommet, ou
*> superieur d'un autre departement). L'effectif est le nombre de
*> personnes sous le responsable, tous niveaux confondus.
01  WS-Table-Organigramme.
    02  WS-Org-Ligne OCCURS 500 TIMES.
        03  WS-Org-Matricule      PIC 9(06).
        03  WS-Org-Nom            PIC X(20).
        03  WS-Org-Prenom         PIC X(15).
        03  WS-Org-Fonction       PIC X(20).
        03  WS-Org-Superieur      PIC 9(06).
        03  WS-Org-Parent         PIC S9(4) BINARY.
        03  WS-Org-Niveau         PIC S9(4) BINARY.
        03  WS-Org-Directs        PIC S9(4) BINARY.
        03  WS-Org-Effectif       PIC S9(4) BINARY.
        03  WS-Org-Vu             PIC X(01).
01  WS-Nb-Org                   PIC S9(4) BINARY VALUE 0.
01  WS-Nb-Org-Ignores           PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Org                  PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Autre                PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Parent               PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Chef                 PIC S9(4) BINARY VALUE 0.

*> Parcours en profondeur sans recursivite : pile explicite des
*> indices a editer avec leur niveau ; l'ordre d'edition est garde
*> pour cumuler ensuite les effectifs du bas vers le haut.
01  WS-Table-Pile.
    02  WS-Pile-Ligne OCCURS 500 TIMES.
        03  WS-Pile-Idx           PIC S9(4) BINARY.
        03  WS-Pile-Niveau        PIC S9(4) BINARY.
01  WS-Nb-Pile                  PIC S9(4) BINARY VALUE 0.
01  WS-Table-Ordre.
    02  WS-Ordre-Idx OCCURS 500 TIMES PIC S9(4) BINARY.
01  WS-Nb-Ordre                 PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Ordre                PIC S9(4) BINARY VALUE 0.
01  WS-Niveau-Courant           PIC S9(4) BINARY VALUE 0.
01  WS-Position                 PIC S9(4) BINARY VALUE 0.

*> Zones de reception des FETCH et SELECT.
01  WS-F-Matricule              PIC 9(06).
01  WS-F-Nom                    PIC X(20).
01  WS-F-Prenom                 PIC X(15).
01  WS-F-Fonction               PIC X(20).
01  WS-F-Departement            PIC X(04).
01  WS-F-Superieur              PIC 9(06).
01  WS-F-Statut-Superieur       PIC X(01).
01  WS-F-Sortie-Superieur       PIC 9(08).
01  WS-Chef-Nom                 PIC X(20).
01  WS-Chef-Prenom              PIC X(15).
01  WS-Chef-Statut              PIC X(01).
01  WS-Chef-Departement         PIC X(04).
01  WS-Matricule-Recherche      PIC 9(06).
01  WS-Archive-Ok               PIC X VALUE "N".
    88  WS-Archive-Trouvee      VALUE "O".
01  WS-Date-Archivage           PIC 9(08).

01  WS-Ligne-Noeud.
    02  WS-LN-Matricule         PIC 9(06).
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LN-Nom               PIC X(20).
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LN-Prenom            PIC X(15).
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LN-Fonction          PIC X(20).
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LN-Effectif          PIC X(28).
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LN-Note              PIC X(28).
01  WS-Ligne-Anomalie.
    02  WS-LA-Departement       PIC X(04).
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LA-Matricule         PIC X(06).
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LA-Nom               PIC X(20).
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LA-Prenom            PIC X(15).
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LA-Motif             PIC X(24).
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LA-Detail            PIC X(50).
PROCEDURE DIVISION.
pp SECTION.
Debut.
     MOVE "ORGANIGR" TO ct-programme
     PERFORM Determiner-Parametres-Run
     PERFORM Charger-Departements
     IF WS-Statut-Departements NOT = "00"
        DISPLAY "Fichier des departements introuvable (Departements.dat)"
                " - organigramme non produit"
        SET WS-Traitement-Incomplet TO TRUE
        GO TO Debut-Fin
     END-IF
     PERFORM Connexion-Oracle
     IF ct-abandonner
        SET WS-Traitement-Incomplet TO TRUE
        GO TO Debut-Fin
     END-IF
     OPEN OUTPUT f-organigramme
     OPEN OUTPUT f-anomalies
     PERFORM Ecrire-Entetes
     PERFORM VARYING WS-Idx-Departement FROM 1 BY 1
             UNTIL WS-Idx-Departement > WS-Nb-Departements
        IF WS-Dept-Statut (WS-Idx-Departement) NOT = "F"
           AND (WS-Departement-Demande = SPACES
            OR WS-Departement-Demande = WS-Dept-Code (WS-Idx-Departement))
           PERFORM Traiter-Departement
        END-IF
     END-PERFORM
     PERFORM Controler-Superieurs
     PERFORM Ecrire-Totaux
     CLOSE f-organigramme
     CLOSE f-anomalies
     CALL "ORALogoff"
     DISPLAY "Departements edites          : " WS-Nbre-Departements-Edites
     DISPLAY "Employes actifs edites       : " WS-Nbre-Employes-Edites
     DISPLAY "Departements sans chef       : " WS-Nbre-Sans-Chef
     DISPLAY "Chefs partis                 : " WS-Nbre-Chefs-Partis
     DISPLAY "Superieurs partis            : " WS-Nbre-Superieurs-Partis
     DISPLAY "Rattachements circulaires    : " WS-Nbre-Circulaires
     DISPLAY "Rapports ecrits : Organigramme.res, "
             "OrganigrammeAnomalies.res".
Debut-Fin.
     PERFORM Ecrire-Compte-Rendu
     STOP RUN.

*> ORGANIGRAMME_DEPARTEMENT : un seul departement (tous les
*> departements ouverts par defaut) ; le chef n'est alors controle
*> que pour celui-la, mais les superieurs partis sont toujours
*> recherches sur tout l'effectif.
Determiner-Parametres-Run.
     ACCEPT WS-Date-Jour FROM DATE YYYYMMDD
     DISPLAY "ORGANIGRAMME_DEPARTEMENT" UPON ENVIRONMENT-NAME
     ACCEPT WS-Departement-Demande FROM ENVIRONMENT-VALUE.

Connexion-Oracle.
     CALL "ORALogon" USING contexte-transaction
     IF NOT ct-poursuivre
        DISPLAY "Connexion Oracle impossible - organigramme non produit"
        SET ct-abandonner TO TRUE
     END-IF.

Charger-Departements.
     OPEN INPUT f-departements
     IF WS-Statut-Departements = "00"
        SET eof-false TO TRUE
        READ f-departements AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           IF WS-Nb-Departements < 200
              ADD 1 TO WS-Nb-Departements
              MOVE code-departement
                   TO WS-Dept-Code (WS-Nb-Departements)
              MOVE libelle-departement
                   TO WS-Dept-Libelle (WS-Nb-Departements)
              MOVE statut-departement
                   TO WS-Dept-Statut (WS-Nb-Departements)
              MOVE 0 TO WS-Dept-Chef (WS-Nb-Departements)
              IF chef-departement NUMERIC
                 MOVE chef-departement
                      TO WS-Dept-Chef (WS-Nb-Departements)
              END-IF
           END-IF
           READ f-departements AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-departements
     END-IF.

Ecrire-Entetes.
     MOVE SPACES TO ligne-organigramme
     STRING "ORGANIGRAMME PAR DEPARTEMENT AU " WS-Date-Jour
        DELIMITED BY SIZE INTO ligne-organigramme
     WRITE ligne-organigramme
     MOVE ALL "=" TO ligne-organigramme
     WRITE ligne-organigramme
     MOVE SPACES TO ligne-anomalie
     STRING "ANOMALIES DE LA HIERARCHIE AU " WS-Date-Jour
        DELIMITED BY SIZE INTO ligne-anomalie
     WRITE ligne-anomalie
     MOVE ALL "=" TO ligne-anomalie
     WRITE ligne-anomalie
     MOVE SPACES TO ligne-anomalie
     WRITE ligne-anomalie
     MOVE "--- DEPARTEMENTS SANS CHEF, CHEFS PARTIS, BOUCLES ---"
          TO ligne-anomalie
     WRITE ligne-anomalie.

*> Un departement : chargement de l'effectif, rattachement de chacun
*> a son superieur, edition de l'arbre (chef d'abord, puis chaque
*> niveau en retrait avec l'effectif sous chaque responsable).
Traiter-Departement.
     MOVE WS-Dept-Code (WS-Idx-Departement) TO WS-Code-Departement
     ADD 1 TO WS-Nbre-Departements-Edites
     PERFORM Charger-Effectif-Departement
     PERFORM Rattacher-Superieurs
     PERFORM Ecrire-Entete-Departement
     PERFORM Parcourir-Hierarchie
     PERFORM Cumuler-Effectifs
     PERFORM Ecrire-Noeuds
     PERFORM Signaler-Circulaires
     PERFORM Ecrire-Pied-Departement.

Charger-Effectif-Departement.
     MOVE 0 TO WS-Nb-Org
     MOVE 0 TO WS-Nb-Org-Ignores
     MOVE "CHARGER-EFFECTIF" TO ct-paragraphe
*>   EXEC SQL
*>       DECLARE C-ORGANIGRAMME CURSOR FOR
*>       SELECT E.MATRICULE, E.NOM, E.PRENOM, E.FONCTION,
*>              NVL(H.SUPERIEUR, 0)
*>       FROM EMPLOYES E, HIERARCHIE H
*>       WHERE E.DEPARTEMENT = :WS-Code-Departement
*>         AND E.STATUT = 'A'
*>         AND H.MATRICULE (+) = E.MATRICULE
*>       ORDER BY E.MATRICULE
*>   END-EXEC.
*>   EXEC SQL OPEN C-ORGANIGRAMME END-EXEC.
     SET eof-false TO TRUE
     PERFORM Fetch-Organigramme
     PERFORM TEST BEFORE UNTIL eof-true
        ADD 1 TO WS-Nbre-Employes-Lus
        IF WS-Nb-Org < 500
           ADD 1 TO WS-Nb-Org
           MOVE WS-F-Matricule TO WS-Org-Matricule (WS-Nb-Org)
           MOVE WS-F-Nom       TO WS-Org-Nom (WS-Nb-Org)
           MOVE WS-F-Prenom    TO WS-Org-Prenom (WS-Nb-Org)
           MOVE WS-F-Fonction  TO WS-Org-Fonction (WS-Nb-Org)
           MOVE WS-F-Superieur TO WS-Org-Superieur (WS-Nb-Org)
           MOVE 0   TO WS-Org-Parent (WS-Nb-Org)
           MOVE 0   TO WS-Org-Niveau (WS-Nb-Org)
           MOVE 0   TO WS-Org-Directs (WS-Nb-Org)
           MOVE 0   TO WS-Org-Effectif (WS-Nb-Org)
           MOVE "N" TO WS-Org-Vu (WS-Nb-Org)
        ELSE
           ADD 1 TO WS-Nb-Org-Ignores
        END-IF
        PERFORM Fetch-Organigramme
     END-PERFORM.
*>   EXEC SQL CLOSE C-ORGANIGRAMME END-EXEC.

Fetch-Organigramme.
*>   EXEC SQL
*>       FETCH C-ORGANIGRAMME
*>       INTO :WS-F-Matricule, :WS-F-Nom, :WS-F-Prenom,
*>            :WS-F-Fonction, :WS-F-Superieur
*>   END-EXEC.
     IF ct-sqlstate-class = "02"
        SET eof-true TO TRUE
     ELSE
        IF NOT ct-sqlstate-ok
           CALL "ORAError" USING contexte-transaction
           SET WS-Traitement-Incomplet TO TRUE
           SET eof-true TO TRUE
        END-IF
     END-IF.

*> Indice du superieur dans la table et nombre de subordonnes directs
*> de chacun ; le chef du departement est repere au passage.
Rattacher-Superieurs.
     MOVE 0 TO WS-Idx-Chef
     PERFORM VARYING WS-Idx-Org FROM 1 BY 1 UNTIL WS-Idx-Org > WS-Nb-Org
        IF WS-Org-Matricule (WS-Idx-Org) = WS-Dept-Chef (WS-Idx-Departement)
           MOVE WS-Idx-Org TO WS-Idx-Chef
        END-IF
        IF WS-Org-Superieur (WS-Idx-Org) NOT = 0
           PERFORM VARYING WS-Idx-Autre FROM 1 BY 1
                   UNTIL WS-Idx-Autre > WS-Nb-Org
              IF WS-Org-Matricule (WS-Idx-Autre)
                 = WS-Org-Superieur (WS-Idx-Org)
                 MOVE WS-Idx-Autre TO WS-Org-Parent (WS-Idx-Org)
                 ADD 1 TO WS-Org-Directs (WS-Idx-Autre)
                 MOVE WS-Nb-Org TO WS-Idx-Autre
              END-IF
           END-PERFORM
        END-IF
     END-PERFORM.

*> Ligne du chef en tete du departement. Un chef hors de l'effectif
*> actif du departement est relu dans EMPLOYES : chef d'un autre
*> departement (accepte), sorti, archive ou inconnu (anomalies).
Ecrire-Entete-Departement.
     MOVE SPACES TO ligne-organigramme
     WRITE ligne-organigramme
     MOVE SPACES TO ligne-organigramme
     STRING "DEPARTEMENT " WS-Code-Departement " - "
            WS-Dept-Libelle (WS-Idx-Departement)
        DELIMITED BY SIZE INTO ligne-organigramme
     WRITE ligne-organigramme
     MOVE SPACES TO ligne-organigramme
     EVALUATE TRUE
        WHEN WS-Dept-Chef (WS-Idx-Departement) = 0
           MOVE "Chef : (aucun chef designe)" TO ligne-organigramme
           MOVE SPACES TO WS-Ligne-Anomalie
           MOVE "DEPARTEMENT SANS CHEF" TO WS-LA-Motif
           MOVE WS-Dept-Libelle (WS-Idx-Departement) TO WS-LA-Detail
           PERFORM Ecrire-Anomalie-Departement
           ADD 1 TO WS-Nbre-Sans-Chef
        WHEN WS-Idx-Chef NOT = 0
           STRING "Chef : " WS-Org-Matricule (WS-Idx-Chef) " "
                  WS-Org-Nom (WS-Idx-Chef) " "
                  WS-Org-Prenom (WS-Idx-Chef)
              DELIMITED BY SIZE INTO ligne-organigramme
        WHEN OTHER
           PERFORM Controler-Chef-Externe
     END-EVALUATE
     WRITE ligne-organigramme
     MOVE ALL "-" TO ligne-organigramme (1:60)
     WRITE ligne-organigramme.

Controler-Chef-Externe.
     MOVE WS-Dept-Chef (WS-Idx-Departement) TO WS-Matricule-Recherche
     MOVE "LIRE-CHEF" TO ct-paragraphe
*>   EXEC SQL
*>       SELECT NOM, PRENOM, STATUT, DEPARTEMENT
*>       INTO :WS-Chef-Nom, :WS-Chef-Prenom, :WS-Chef-Statut,
*>            :WS-Chef-Departement
*>       FROM EMPLOYES
*>       WHERE MATRICULE = :WS-Matricule-Recherche
*>   END-EXEC.
     MOVE SPACES TO WS-Ligne-Anomalie
     MOVE WS-Dept-Chef (WS-Idx-Departement) TO WS-LA-Matricule
     EVALUATE TRUE
        WHEN ct-sqlstate-class = "02"
           PERFORM Rechercher-Archive
           IF WS-Archive-Trouvee
              MOVE "CHEF ARCHIVE" TO WS-LA-Motif
              STRING "archive le " WS-Date-Archivage
                 DELIMITED BY SIZE INTO WS-LA-Detail
           ELSE
              MOVE "CHEF INCONNU" TO WS-LA-Motif
              MOVE "absent d'EMPLOYES et des archives" TO WS-LA-Detail
           END-IF
           STRING "Chef : " WS-Dept-Chef (WS-Idx-Departement)
                  " (" WS-LA-Motif ")"
              DELIMITED BY SIZE INTO ligne-organigramme
           PERFORM Ecrire-Anomalie-Departement
           ADD 1 TO WS-Nbre-Chefs-Partis
        WHEN NOT ct-sqlstate-ok
           CALL "ORAError" USING contexte-transaction
           STRING "Chef : " WS-Dept-Chef (WS-Idx-Departement)
                  " (non relu)"
              DELIMITED BY SIZE INTO ligne-organigramme
        WHEN WS-Chef-Statut NOT = "A"
           MOVE WS-Chef-Nom    TO WS-LA-Nom
           MOVE WS-Chef-Prenom TO WS-LA-Prenom
           MOVE "CHEF SORTI"   TO WS-LA-Motif
           STRING "statut " WS-Chef-Statut
              DELIMITED BY SIZE INTO WS-LA-Detail
           STRING "Chef : " WS-Dept-Chef (WS-Idx-Departement) " "
                  WS-Chef-Nom " " WS-Chef-Prenom " (CHEF SORTI)"
              DELIMITED BY SIZE INTO ligne-organigramme
           PERFORM Ecrire-Anomalie-Departement
           ADD 1 TO WS-Nbre-Chefs-Partis
        WHEN OTHER
           STRING "Chef : " WS-Dept-Chef (WS-Idx-Departement) " "
                  WS-Chef-Nom " " WS-Chef-Prenom
                  " (departement " WS-Chef-Departement ")"
              DELIMITED BY SIZE INTO ligne-organigramme
     END-EVALUATE.

*> Sommets empiles en ordre inverse pour ressortir par matricule
*> croissant, le chef en dernier pour sortir le premier ; chaque
*> employe depile est edite puis ses subordonnes directs empiles de
*> la meme facon, un niveau plus bas.
Parcourir-Hierarchie.
     MOVE 0 TO WS-Nb-Pile
     MOVE 0 TO WS-Nb-Ordre
     PERFORM VARYING WS-Idx-Org FROM WS-Nb-Org BY -1
             UNTIL WS-Idx-Org < 1
        IF WS-Org-Parent (WS-Idx-Org) = 0
           AND WS-Idx-Org NOT = WS-Idx-Chef
           ADD 1 TO WS-Nb-Pile
           MOVE WS-Idx-Org TO WS-Pile-Idx (WS-Nb-Pile)
           MOVE 0          TO WS-Pile-Niveau (WS-Nb-Pile)
        END-IF
     END-PERFORM
     IF WS-Idx-Chef NOT = 0
        IF WS-Org-Parent (WS-Idx-Chef) = 0
           ADD 1 TO WS-Nb-Pile
           MOVE WS-Idx-Chef TO WS-Pile-Idx (WS-Nb-Pile)
           MOVE 0           TO WS-Pile-Niveau (WS-Nb-Pile)
        END-IF
     END-IF
     PERFORM TEST BEFORE UNTIL WS-Nb-Pile = 0
        MOVE WS-Pile-Idx (WS-Nb-Pile)    TO WS-Idx-Parent
        MOVE WS-Pile-Niveau (WS-Nb-Pile) TO WS-Niveau-Courant
        SUBTRACT 1 FROM WS-Nb-Pile
        MOVE "O" TO WS-Org-Vu (WS-Idx-Parent)
        MOVE WS-Niveau-Courant TO WS-Org-Niveau (WS-Idx-Parent)
        ADD 1 TO WS-Nb-Ordre
        MOVE WS-Idx-Parent TO WS-Ordre-Idx (WS-Nb-Ordre)
        ADD 1 TO WS-Niveau-Courant
        PERFORM VARYING WS-Idx-Org FROM WS-Nb-Org BY -1
                UNTIL WS-Idx-Org < 1
           IF WS-Org-Parent (WS-Idx-Org) = WS-Idx-Parent
              AND WS-Org-Vu (WS-Idx-Org) = "N"
              ADD 1 TO WS-Nb-Pile
              MOVE WS-Idx-Org        TO WS-Pile-Idx (WS-Nb-Pile)
              MOVE WS-Niveau-Courant TO WS-Pile-Niveau (WS-Nb-Pile)
           END-IF
        END-PERFORM
     END-PERFORM.

*> Ordre d'edition parcouru a l'envers : chacun est compte avec tout
*> ce qui est sous lui avant que son superieur ne soit atteint.
Cumuler-Effectifs.
     PERFORM VARYING WS-Idx-Ordre FROM WS-Nb-Ordre BY -1
             UNTIL WS-Idx-Ordre < 1
        MOVE WS-Ordre-Idx (WS-Idx-Ordre) TO WS-Idx-Org
        MOVE WS-Org-Parent (WS-Idx-Org)  TO WS-Idx-Parent
        IF WS-Idx-Parent NOT = 0
           COMPUTE WS-Org-Effectif (WS-Idx-Parent) =
                   WS-Org-Effectif (WS-Idx-Parent)
                 + WS-Org-Effectif (WS-Idx-Org) + 1
        END-IF
     END-PERFORM.

*> Trois caracteres de retrait par niveau, plafonne pour que les
*> hierarchies tres profondes restent dans la largeur de la page.
Ecrire-Noeuds.
     PERFORM VARYING WS-Idx-Ordre FROM 1 BY 1
             UNTIL WS-Idx-Ordre > WS-Nb-Ordre
        MOVE WS-Ordre-Idx (WS-Idx-Ordre) TO WS-Idx-Org
        MOVE WS-Org-Matricule (WS-Idx-Org) TO WS-LN-Matricule
        MOVE WS-Org-Nom (WS-Idx-Org)       TO WS-LN-Nom
        MOVE WS-Org-Prenom (WS-Idx-Org)    TO WS-LN-Prenom
        MOVE WS-Org-Fonction (WS-Idx-Org)  TO WS-LN-Fonction
        MOVE SPACES TO WS-LN-Effectif
        MOVE SPACES TO WS-LN-Note
        IF WS-Org-Effectif (WS-Idx-Org) > 0
           MOVE WS-Org-Effectif (WS-Idx-Org) TO WS-Effectif-Aff
           MOVE WS-Org-Directs (WS-Idx-Org)  TO WS-Directs-Aff
           STRING "effectif " WS-Effectif-Aff
                  " (directs " WS-Directs-Aff ")"
              DELIMITED BY SIZE INTO WS-LN-Effectif
        END-IF
        IF WS-Org-Parent (WS-Idx-Org) = 0
           AND WS-Idx-Org NOT = WS-Idx-Chef
           IF WS-Org-Superieur (WS-Idx-Org) = 0
              MOVE "sans superieur" TO WS-LN-Note
           ELSE
              STRING "sup. " WS-Org-Superieur (WS-Idx-Org)
                     " hors departement"
                 DELIMITED BY SIZE INTO WS-LN-Note
           END-IF
        END-IF
        MOVE WS-Org-Niveau (WS-Idx-Org) TO WS-Position
        IF WS-Position > 12
           MOVE 12 TO WS-Position
        END-IF
        COMPUTE WS-Position = WS-Position * 3 + 3
        MOVE SPACES TO ligne-organigramme
        MOVE WS-Ligne-Noeud TO ligne-organigramme (WS-Position:)
        WRITE ligne-organigramme
        ADD 1 TO WS-Nbre-Employes-Edites
     END-PERFORM.

*> Ceux que le parcours n'a pas atteints se rattachent, de proche en
*> proche, a eux-memes : la chaine a ete bouclee hors de
*> ModifierEmployes (chargement direct dans HIERARCHIE).
Signaler-Circulaires.
     PERFORM VARYING WS-Idx-Org FROM 1 BY 1 UNTIL WS-Idx-Org > WS-Nb-Org
        IF WS-Org-Vu (WS-Idx-Org) = "N"
           MOVE SPACES TO ligne-organigramme
           STRING "   " WS-Org-Matricule (WS-Idx-Org) " "
                  WS-Org-Nom (WS-Idx-Org) " "
                  WS-Org-Prenom (WS-Idx-Org)
                  " (RATTACHEMENT CIRCULAIRE, superieur "
                  WS-Org-Superieur (WS-Idx-Org) ")"
              DELIMITED BY SIZE INTO ligne-organigramme
           WRITE ligne-organigramme
           MOVE SPACES TO WS-Ligne-Anomalie
           MOVE WS-Org-Matricule (WS-Idx-Org) TO WS-LA-Matricule
           MOVE WS-Org-Nom (WS-Idx-Org)       TO WS-LA-Nom
           MOVE WS-Org-Prenom (WS-Idx-Org)    TO WS-LA-Prenom
           MOVE "RATTACHEMENT CIRCULAIRE"     TO WS-LA-Motif
           STRING "superieur " WS-Org-Superieur (WS-Idx-Org)
              DELIMITED BY SIZE INTO WS-LA-Detail
           PERFORM Ecrire-Anomalie-Departement
           ADD 1 TO WS-Nbre-Circulaires
           ADD 1 TO WS-Nbre-Employes-Edites
        END-IF
     END-PERFORM.

Ecrire-Pied-Departement.
     MOVE SPACES TO ligne-organigramme
     MOVE WS-Nb-Org TO WS-Nombre-Aff
     STRING "Effectif actif du departement : " WS-Nombre-Aff
        DELIMITED BY SIZE INTO ligne-organigramme
     WRITE ligne-organigramme
     IF WS-Nb-Org-Ignores > 0
        MOVE SPACES TO ligne-organigramme
        MOVE WS-Nb-Org-Ignores TO WS-Nombre-Aff
        STRING "ATTENTION : " WS-Nombre-Aff
               " employe(s) au-dela de la table, non edite(s)"
           DELIMITED BY SIZE INTO ligne-organigramme
        WRITE ligne-organigramme
        SET WS-Traitement-Incomplet TO TRUE
     END-IF.

Ecrire-Anomalie-Departement.
     MOVE WS-Code-Departement TO WS-LA-Departement
     WRITE ligne-anomalie FROM WS-Ligne-Anomalie
     ADD 1 TO WS-Nbre-Anomalies.

*> Employes actifs dont le superieur n'est plus actif : sorti (statut
*> I) encore en base, ou absent d'EMPLOYES - archive par
*> ArchiverEmployes, ou inconnu. Tout l'effectif, quel que soit le
*> departement demande.
Controler-Superieurs.
     MOVE SPACES TO ligne-anomalie
     WRITE ligne-anomalie
     MOVE "--- EMPLOYES DONT LE SUPERIEUR A QUITTE L'ENTREPRISE ---"
          TO ligne-anomalie
     WRITE ligne-anomalie
     MOVE "CONTROLER-SUPERIEURS" TO ct-paragraphe
*>   EXEC SQL
*>       DECLARE C-SUPERIEURS CURSOR FOR
*>       SELECT E.MATRICULE, E.NOM, E.PRENOM, E.DEPARTEMENT,
*>              H.SUPERIEUR, NVL(S.STATUT, ' '),
*>              NVL(S.DATE_SORTIE, 0)
*>       FROM EMPLOYES E, HIERARCHIE H, EMPLOYES S
*>       WHERE E.STATUT = 'A'
*>         AND H.MATRICULE = E.MATRICULE
*>         AND H.SUPERIEUR <> 0
*>         AND S.MATRICULE (+) = H.SUPERIEUR
*>         AND NVL(S.STATUT, ' ') <> 'A'
*>       ORDER BY E.DEPARTEMENT, E.MATRICULE
*>   END-EXEC.
*>   EXEC SQL OPEN C-SUPERIEURS END-EXEC.
     SET eof-false TO TRUE
     PERFORM Fetch-Superieurs
     PERFORM TEST BEFORE UNTIL eof-true
        PERFORM Signaler-Superieur-Parti
        PERFORM Fetch-Superieurs
     END-PERFORM.
*>   EXEC SQL CLOSE C-SUPERIEURS END-EXEC.

Fetch-Superieurs.
*>   EXEC SQL
*>       FETCH C-SUPERIEURS
*>       INTO :WS-F-Matricule, :WS-F-Nom, :WS-F-Prenom,
*>            :WS-F-Departement, :WS-F-Superieur,
*>            :WS-F-Statut-Superieur, :WS-F-Sortie-Superieur
*>   END-EXEC.
     IF ct-sqlstate-class = "02"
        SET eof-true TO TRUE
     ELSE
        IF NOT ct-sqlstate-ok
           CALL "ORAError" USING contexte-transaction
           SET WS-Traitement-Incomplet TO TRUE
           SET eof-true TO TRUE
        END-IF
     END-IF.

Signaler-Superieur-Parti.
     MOVE SPACES TO WS-Ligne-Anomalie
     MOVE WS-F-Departement TO WS-LA-Departement
     MOVE WS-F-Matricule   TO WS-LA-Matricule
     MOVE WS-F-Nom         TO WS-LA-Nom
     MOVE WS-F-Prenom      TO WS-LA-Prenom
     IF WS-F-Statut-Superieur = SPACE
        MOVE WS-F-Superieur TO WS-Matricule-Recherche
        PERFORM Rechercher-Archive
        IF WS-Archive-Trouvee
           MOVE "SUPERIEUR ARCHIVE" TO WS-LA-Motif
           STRING "superieur " WS-F-Superieur " archive le "
                  WS-Date-Archivage
              DELIMITED BY SIZE INTO WS-LA-Detail
        ELSE
           MOVE "SUPERIEUR INCONNU" TO WS-LA-Motif
           STRING "superieur " WS-F-Superieur
                  " absent d'EMPLOYES et des archives"
              DELIMITED BY SIZE INTO WS-LA-Detail
        END-IF
     ELSE
        MOVE "SUPERIEUR SORTI" TO WS-LA-Motif
        STRING "superieur " WS-F-Superieur " statut "
               WS-F-Statut-Superieur " sorti le "
               WS-F-Sortie-Superieur
           DELIMITED BY SIZE INTO WS-LA-Detail
     END-IF
     WRITE ligne-anomalie FROM WS-Ligne-Anomalie
     ADD 1 TO WS-Nbre-Anomalies
     ADD 1 TO WS-Nbre-Superieurs-Partis.

*> Recherche sequentielle dans ArchivesEmployes.dat : n'est faite que
*> pour un matricule absent d'EMPLOYES, donc rarement.
Rechercher-Archive.
     MOVE "N" TO WS-Archive-Ok
     MOVE 0 TO WS-Date-Archivage
     OPEN INPUT f-archives
     IF WS-Statut-Archives = "00"
        SET eof-archive-false TO TRUE
        READ f-archives AT END SET eof-archive-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-archive-true OR WS-Archive-Trouvee
           IF arc-matricule = WS-Matricule-Recherche
              SET WS-Archive-Trouvee TO TRUE
              MOVE arc-date-archivage TO WS-Date-Archivage
           ELSE
              READ f-archives AT END SET eof-archive-true TO TRUE
              END-READ
           END-IF
        END-PERFORM
        CLOSE f-archives
     END-IF.

Ecrire-Totaux.
     MOVE SPACES TO ligne-anomalie
     WRITE ligne-anomalie
     MOVE "SYNTHESE" TO ligne-anomalie
     WRITE ligne-anomalie
     MOVE WS-Nbre-Sans-Chef TO WS-Nombre-Aff
     MOVE SPACES TO ligne-anomalie
     STRING "    Departements sans chef         " WS-Nombre-Aff
        DELIMITED BY SIZE INTO ligne-anomalie
     WRITE ligne-anomalie
     MOVE WS-Nbre-Chefs-Partis TO WS-Nombre-Aff
     MOVE SPACES TO ligne-anomalie
     STRING "    Chefs sortis/archives/inconnus " WS-Nombre-Aff
        DELIMITED BY SIZE INTO ligne-anomalie
     WRITE ligne-anomalie
     MOVE WS-Nbre-Superieurs-Partis TO WS-Nombre-Aff
     MOVE SPACES TO ligne-anomalie
     STRING "    Superieurs partis              " WS-Nombre-Aff
        DELIMITED BY SIZE INTO ligne-anomalie
     WRITE ligne-anomalie
     MOVE WS-Nbre-Circulaires TO WS-Nombre-Aff
     MOVE SPACES TO ligne-anomalie
     STRING "    Rattachements circulaires      " WS-Nombre-Aff
        DELIMITED BY SIZE INTO ligne-anomalie
     WRITE ligne-anomalie
     MOVE WS-Nbre-Anomalies TO WS-Nombre-Aff
     MOVE SPACES TO ligne-anomalie
     STRING "    Total des anomalies            " WS-Nombre-Aff
        DELIMITED BY SIZE INTO ligne-anomalie
     WRITE ligne-anomalie.

*> Compte rendu d'etape pour PiloterChaineNuit (sans effet hors
*> chaine), meme regle que ControlerIntegrite : les anomalies sont
*> des constats ; seul un organigramme non produit ou tronque fait
*> echouer l'etape.
Ecrire-Compte-Rendu.
     MOVE SPACES TO enreg-compte-rendu
     MOVE "ORGANIGR" TO cr-programme
     MOVE WS-Nbre-Employes-Lus    TO cr-nbre-lus
     MOVE WS-Nbre-Employes-Edites TO cr-nbre-ecrits
     MOVE WS-Nbre-Anomalies       TO cr-nbre-rejetes
     IF WS-Traitement-Incomplet
        SET cr-echec TO TRUE
     ELSE
        SET cr-succes TO TRUE
     END-IF
     CALL "EcrireCompteRendu" USING enreg-compte-rendu
     IF WS-Traitement-Incomplet
        MOVE 8 TO RETURN-CODE
     END-IF.
