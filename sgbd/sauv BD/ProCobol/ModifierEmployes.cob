    SELECT f-departements ASSIGN TO "Departements.dat"
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS IS WS-Statut-Departements.
    SELECT f-affectations ASSIGN TO "Affectations.dat"
                          ORGANIZATION INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS cle-affectation
                          ALTERNATE RECORD KEY IS aff-matricule-employe
                             WITH DUPLICATES
                          FILE STATUS IS WS-Statut-Affectations.
    SELECT f-orphelines  ASSIGN TO "SectionsOrphelines.res"
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS IS WS-Statut-Orphelines.
DATA DIVISION.
FILE SECTION.
FD  f-historique.
01  Ligne-Historique            PIC X(90).
FD  f-departements.
    COPY "Departements.cpy".
FD  f-affectations.
    COPY "Affectations.cpy".
FD  f-orphelines.
01  Ligne-Orpheline             PIC X(90).
WORKING-STORAGE SECTION.
COPY "Employes.cpy".
01  Choix-Modif          PIC 9 VALUE 0.
    02  WS-LHS-Avant             PIC X(20).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LHS-Apres             PIC X(20).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LHS-Operateur         PIC X(08).
01  WS-Statut-Departements   PIC XX.
01  WS-Departement-Ok        PIC X VALUE "N".
    88  WS-Departement-Valide VALUE "O".
01  eof-departement           PIC 9.
    88  eof-departement-true  VALUE 1.
    88  eof-departement-false VALUE 0.

*> Affectations aux sections encore detenues par l'employe qu'on
*> fait sortir : elles ne sont pas retirees d'office (la scolarite
*> doit d'abord designer un remplacant) mais signalees a l'ecran et
*> reprises dans SectionsOrphelines.res.
01  WS-Statut-Affectations    PIC XX.
01  WS-Statut-Orphelines      PIC XX.
01  WS-Table-Orphelines.
    02  WS-Orpheline OCCURS 20 TIMES.
        03  WS-Orph-Section       PIC X(04).
        03  WS-Orph-Role          PIC X(01).
        03  WS-Orph-Heures        PIC 9(02).
01  WS-Nb-Orphelines          PIC 9(03) VALUE 0.
01  WS-Idx-Orpheline          PIC S9(4) BINARY VALUE 0.
01  WS-Ligne-Ecran            PIC 99 VALUE 0.
01  WS-Colonne-Ecran          PIC 99 VALUE 0.
01  eof-affectation           PIC 9.
    88  eof-affectation-true  VALUE 1.
    88  eof-affectation-false VALUE 0.
01  WS-Ligne-Orph-Sortie.
    02  WS-LO-Date              PIC 9(08).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LO-Section           PIC X(04).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LO-Matricule         PIC 9(06).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LO-Nom               PIC X(20).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LO-Prenom            PIC X(15).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LO-Role              PIC X(01).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LO-Heures            PIC Z9.
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LO-Date-Sortie       PIC 9(08).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LO-Operateur         PIC X(08).

*> Controle de version avant UPDATE : l'employe tel qu'affiche est
*> garde en image, relu juste avant l'ecriture et compare. Si un autre
*> poste l'a modifie entre-temps, l'operateur voit la version en base
*> et la sienne et choisit de reappliquer ses saisies sur la version
*> en base ou d'abandonner ; le conflit est trace par EcrireConflit.
01  WS-Employe-Affiche        PIC X(90).
01  WS-Employe-Propose        PIC X(90).
01  WS-Employe-Actuel         PIC X(90).
01  WS-Saisi-Nom              PIC X(20).
01  WS-Saisi-Prenom           PIC X(15).
01  WS-Saisi-Departement      PIC X(04).
01  WS-Saisi-Fonction         PIC X(20).
01  WS-Saisi-Salaire          PIC 9(06)V99.
01  WS-Saisi-Date-Sortie      PIC 9(08).
01  WS-Operation              PIC X(12).
01  WS-Ecriture-Ok            PIC X VALUE "N".
    88  WS-Ecriture-Autorisee VALUE "O".
01  WS-Decision               PIC X VALUE SPACE.
    88  WS-Decision-Reappliquer VALUE "R", "r".
    88  WS-Decision-Valide    VALUE "R", "r", "A", "a".
01  WS-Description-Employe.
    02  WS-DE-Nom             PIC X(15).
    02  FILLER                PIC X(01) VALUE SPACE.
    02  WS-DE-Prenom          PIC X(10).
    02  FILLER                PIC X(01) VALUE SPACE.
    02  WS-DE-Departement     PIC X(04).
    02  FILLER                PIC X(01) VALUE SPACE.
    02  WS-DE-Fonction        PIC X(15).
    02  FILLER                PIC X(01) VALUE SPACE.
    02  WS-DE-Salaire         PIC ZZZZZ9.99.
    02  FILLER                PIC X(01) VALUE SPACE.
    02  WS-DE-Statut          PIC X(01).
    02  FILLER                PIC X(01) VALUE SPACE.
    02  WS-DE-Date-Sortie     PIC 9(08).
COPY "Conflits.cpy".

*> Rattachement hierarchique, tenu dans HIERARCHIE (matricule ->
*> superieur) a cote d'EMPLOYES. Le superieur doit etre un employe
*> actif et ne peut pas, en remontant la chaine, retomber sur
*> l'employe lui-meme. 0 = aucun superieur (sommet de la hierarchie).
01  WS-Superieur-Affiche      PIC 9(06) VALUE 0.
01  WS-Superieur-Actuel       PIC 9(06) VALUE 0.
01  WS-Superieur-Saisi        PIC 9(06) VALUE 0.
01  WS-Statut-Superieur       PIC X(01).
01  WS-Maillon                PIC 9(06) VALUE 0.
01  WS-Maillon-Suivant        PIC 9(06) VALUE 0.
01  WS-Nb-Maillons            PIC S9(4) BINARY VALUE 0.
01  WS-Nb-Maillons-Max        PIC S9(4) BINARY VALUE 50.
01  WS-Fin-Chaine             PIC X VALUE "N".
    88  WS-Chaine-Terminee    VALUE "O".
01  WS-Superieur-Ok           PIC X VALUE "N".
    88  WS-Superieur-Valide   VALUE "O".
01  WS-Nb-Subordonnes         PIC 9(04) VALUE 0.

*> Bareme de la fonction, meme controle qu'AjouterEmployes : un
*> nouveau salaire hors fourchette exige la derogation d'un
*> superviseur, journalisee sous "DEROGATION".
COPY "ControleBareme.cpy".
01  WS-Superviseur-Derogation PIC X(08) VALUE SPACES.
01  WS-Bareme-Min-Aff         PIC ZZZZZ9.99.
01  WS-Bareme-Max-Aff         PIC ZZZZZ9.99.
01  WS-Salaire-Aff            PIC ZZZZZ9.99.
LINKAGE SECTION.
COPY "TransCtx.cpy".
PROCEDURE DIVISION USING contexte-transaction.
           CALL "ORAError" USING contexte-transaction
           GO TO Debut-Exit
     END-EVALUATE
     MOVE enreg-employe TO WS-Employe-Affiche

*>   Sorties et salaires sont reserves aux roles administrateur et
*>   ressources humaines ; les autres roles ne voient que la
*>   modification des donnees d'identite.
     DISPLAY "1. Modifier cet employe" LINE 8  COLUMN 10
     IF ct-role-administrateur OR ct-role-rh
        DISPLAY "2. Supprimer cet employe" LINE 9  COLUMN 10
        DISPLAY "3. Enregistrer un changement de salaire" LINE 10 COLUMN 10
        DISPLAY "4. Changer le superieur hierarchique" LINE 11 COLUMN 10
     END-IF
     DISPLAY "9. Annuler" LINE 12 COLUMN 10
     ACCEPT Choix-Modif LINE 13 COLUMN 25

     EVALUATE TRUE
        WHEN Choix-Modif = 1
           PERFORM Modifier-Employe
        WHEN Choix-Modif = 2 AND (ct-role-administrateur OR ct-role-rh)
           PERFORM Supprimer-Employe
        WHEN Choix-Modif = 3 AND (ct-role-administrateur OR ct-role-rh)
           PERFORM Modifier-Salaire
        WHEN Choix-Modif = 4 AND (ct-role-administrateur OR ct-role-rh)
           PERFORM Modifier-Superieur
     END-EVALUATE.
Debut-Exit.
     EXIT PROGRAM.

Modifier-Employe.
     DISPLAY "Nom         [" nom-employe "] : " LINE 14 COLUMN 10
     ACCEPT  nom-employe LINE 14 COLUMN 45
     DISPLAY "Prenom      [" prenom-employe "] : " LINE 15 COLUMN 10
     PERFORM Saisir-Departement
     DISPLAY "Fonction    [" fonction-employe "] : " LINE 17 COLUMN 10
     ACCEPT  fonction-employe LINE 17 COLUMN 47
     MOVE nom-employe         TO WS-Saisi-Nom
     MOVE prenom-employe      TO WS-Saisi-Prenom
     MOVE departement-employe TO WS-Saisi-Departement
     MOVE fonction-employe    TO WS-Saisi-Fonction
     MOVE enreg-employe       TO WS-Employe-Propose

     MOVE "MODIFICATION" TO WS-Operation
     PERFORM Controler-Version
     IF WS-Ecriture-Autorisee
        PERFORM Enregistrer-Modification
     END-IF.

*> Les valeurs "avant" du journal sont celles relues en base, pour
*> qu'une saisie reappliquee apres conflit historise bien ce qu'elle
*> a remplace.
Enregistrer-Modification.
     MOVE nom-employe          TO WS-Ancien-Nom
     MOVE prenom-employe       TO WS-Ancien-Prenom
     MOVE departement-employe  TO WS-Ancien-Departement
     MOVE fonction-employe     TO WS-Ancien-Fonction
     MOVE WS-Saisi-Nom         TO nom-employe
     MOVE WS-Saisi-Prenom      TO prenom-employe
     MOVE WS-Saisi-Departement TO departement-employe
     MOVE WS-Saisi-Fonction    TO fonction-employe

     MOVE "MODIFIER" TO ct-paragraphe
*>   EXEC SQL
*> Meme convention qu'ORAError.Journaliser-Erreur : un fichier par
*> jour (HistoEmployes<date>.log), pour que l'historique reste
*> consultable sans base de donnees et sans grossir indefiniment un
*> fichier unique. Chaque ligne porte l'operateur signe.
Ecrire-Ligne-Historique.
     STRING "HistoEmployes" WS-Date-Historique "." "log"
        DELIMITED BY SIZE INTO WS-Nom-Historique
     MOVE WS-Champ-Modifie    TO WS-LHS-Champ
     MOVE WS-Valeur-Avant     TO WS-LHS-Avant
     MOVE WS-Valeur-Apres     TO WS-LHS-Apres
     MOVE ct-operateur        TO WS-LHS-Operateur
     MOVE WS-Ligne-Hist-Sortie TO Ligne-Historique
     OPEN EXTEND f-historique
     IF WS-Statut-Historique = "35"
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
             LINE 15 COLUMN 10
     DISPLAY "Date de sortie (AAAAMMJJ) : " LINE 16 COLUMN 10
     ACCEPT  date-sortie-employe LINE 16 COLUMN 39
     PERFORM Rechercher-Affectations-Employe
     IF WS-Nb-Orphelines > 0
        PERFORM Afficher-Sections-Orphelines
     END-IF
     MOVE WS-Matricule-Cle TO WS-Maillon
     PERFORM Compter-Subordonnes
     IF WS-Nb-Subordonnes > 0
        DISPLAY "ATTENTION : encore " WS-Nb-Subordonnes
                " subordonne(s) direct(s) actif(s) a rattacher a un "
                "autre superieur" LINE 18 COLUMN 10 ERASE TO END OF LINE
     END-IF
     DISPLAY "Confirmer la sortie (O/N) ? " LINE 17 COLUMN 10
     ACCEPT WS-Reponse LINE 17 COLUMN 39
     IF WS-Reponse-Oui
        MOVE date-sortie-employe TO WS-Saisi-Date-Sortie
        SET emp-termine TO TRUE
        MOVE enreg-employe TO WS-Employe-Propose
        MOVE "SORTIE" TO WS-Operation
        PERFORM Controler-Version
     END-IF
     IF WS-Reponse-Oui AND WS-Ecriture-Autorisee
        MOVE WS-Saisi-Date-Sortie TO date-sortie-employe
        MOVE "SUPPRIMER" TO ct-paragraphe
        SET emp-termine TO TRUE
*>      EXEC SQL
        ELSE
           DISPLAY "Employe marque sorti. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
           ACCEPT WS-Date-Historique  FROM DATE YYYYMMDD
           ACCEPT WS-Heure-Historique FROM TIME
           MOVE "SORTIE"             TO WS-Champ-Modifie
           MOVE "A"                  TO WS-Valeur-Avant
           MOVE date-sortie-employe  TO WS-Valeur-Apres
           PERFORM Ecrire-Ligne-Historique
           IF WS-Nb-Orphelines > 0
              PERFORM Ecrire-Sections-Orphelines
              DISPLAY "Employe marque sorti - " WS-Nb-Orphelines
                      " section(s) a reaffecter (SectionsOrphelines.res)."
                      LINE 22 COLUMN 1 ERASE TO END OF LINE
           END-IF
        END-IF
     END-IF.

*> Parcours par la cle secondaire (matricule de l'employe), meme
*> technique que AttesterReussite.Controler-Minervals sur Factures.
*> Fichier absent = aucune affectation.
Rechercher-Affectations-Employe.
     MOVE 0 TO WS-Nb-Orphelines
     OPEN INPUT f-affectations
     IF WS-Statut-Affectations = "00"
        SET eof-affectation-false TO TRUE
        MOVE WS-Matricule-Cle TO aff-matricule-employe
        START f-affectations KEY IS EQUAL TO aff-matricule-employe
           INVALID KEY SET eof-affectation-true TO TRUE
        END-START
        IF NOT eof-affectation-true
           READ f-affectations NEXT RECORD
              AT END SET eof-affectation-true TO TRUE
           END-READ
        END-IF
        PERFORM TEST BEFORE UNTIL eof-affectation-true
           IF aff-matricule-employe NOT = WS-Matricule-Cle
              SET eof-affectation-true TO TRUE
           ELSE
              IF WS-Nb-Orphelines < 20
                 ADD 1 TO WS-Nb-Orphelines
                 MOVE aff-num-section  TO WS-Orph-Section (WS-Nb-Orphelines)
                 MOVE aff-role         TO WS-Orph-Role (WS-Nb-Orphelines)
                 MOVE aff-heures-hebdo TO WS-Orph-Heures (WS-Nb-Orphelines)
              END-IF
              READ f-affectations NEXT RECORD
                 AT END SET eof-affectation-true TO TRUE
              END-READ
           END-IF
        END-PERFORM
        CLOSE f-affectations
     END-IF.

*> Six sections par ligne sous l'avertissement, "section role heures",
*> sur deux lignes au plus (la ligne 22 reste aux messages) ; la
*> liste complete part dans SectionsOrphelines.res.
Afficher-Sections-Orphelines.
     DISPLAY "ATTENTION : employe encore affecte a " WS-Nb-Orphelines
             " section(s) orpheline(s) :"
             LINE 19 COLUMN 10 ERASE TO END OF LINE
     MOVE 20 TO WS-Ligne-Ecran
     MOVE 10 TO WS-Colonne-Ecran
     PERFORM VARYING WS-Idx-Orpheline FROM 1 BY 1
             UNTIL WS-Idx-Orpheline > WS-Nb-Orphelines
                OR WS-Ligne-Ecran > 21
        DISPLAY WS-Orph-Section (WS-Idx-Orpheline) " "
                WS-Orph-Role (WS-Idx-Orpheline) " "
                WS-Orph-Heures (WS-Idx-Orpheline) "h"
                LINE WS-Ligne-Ecran COLUMN WS-Colonne-Ecran
        ADD 11 TO WS-Colonne-Ecran
        IF WS-Colonne-Ecran > 70
           ADD 1 TO WS-Ligne-Ecran
           MOVE 10 TO WS-Colonne-Ecran
        END-IF
     END-PERFORM.

Ecrire-Sections-Orphelines.
     OPEN EXTEND f-orphelines
     IF WS-Statut-Orphelines = "35"
        OPEN OUTPUT f-orphelines
     END-IF
     PERFORM VARYING WS-Idx-Orpheline FROM 1 BY 1
             UNTIL WS-Idx-Orpheline > WS-Nb-Orphelines
        MOVE WS-Date-Historique  TO WS-LO-Date
        MOVE WS-Orph-Section (WS-Idx-Orpheline) TO WS-LO-Section
        MOVE WS-Matricule-Cle    TO WS-LO-Matricule
        MOVE nom-employe         TO WS-LO-Nom
        MOVE prenom-employe      TO WS-LO-Prenom
        MOVE WS-Orph-Role (WS-Idx-Orpheline)   TO WS-LO-Role
        MOVE WS-Orph-Heures (WS-Idx-Orpheline) TO WS-LO-Heures
        MOVE date-sortie-employe TO WS-LO-Date-Sortie
        MOVE ct-operateur        TO WS-LO-Operateur
        MOVE WS-Ligne-Orph-Sortie TO Ligne-Orpheline
        WRITE Ligne-Orpheline
     END-PERFORM
     CLOSE f-orphelines.

*> Subordonnes directs encore actifs de WS-Maillon : la sortie n'est
*> pas bloquee (le remplacant n'est souvent connu qu'apres), mais
*> l'operateur est prevenu ; RapportOrganigramme les reprend ensuite
*> en anomalie tant qu'ils ne sont pas rattaches ailleurs.
Compter-Subordonnes.
     MOVE "COMPTER-SUBORDONNES" TO ct-paragraphe
     MOVE 0 TO WS-Nb-Subordonnes
*>   EXEC SQL
*>       SELECT COUNT(*) INTO :WS-Nb-Subordonnes
*>       FROM HIERARCHIE H, EMPLOYES E
*>       WHERE H.SUPERIEUR = :WS-Maillon
*>         AND E.MATRICULE = H.MATRICULE
*>         AND E.STATUT = 'A'
*>   END-EXEC.
     IF NOT ct-sqlstate-ok
        CALL "ORAError" USING contexte-transaction
        MOVE 0 TO WS-Nb-Subordonnes
     END-IF.

*> Les augmentations se decident hors systeme (direction, comite de
*> remuneration) puis sont enregistrees ici avec un motif et la date
*> d'effet, afin que HISTO_SALAIRE serve d'historique complet pour la
     ACCEPT  WS-Motif-Salaire LINE 16 COLUMN 33
     DISPLAY "Date d'effet (AAAAMMJJ) : " LINE 17 COLUMN 10
     ACCEPT  WS-Date-Changement LINE 17 COLUMN 37
     MOVE SPACES TO WS-Superviseur-Derogation
     PERFORM Controler-Bareme
     IF cb-hors-bareme
        CALL "ValiderDerogation" USING contexte-transaction,
                                       WS-Superviseur-Derogation
     END-IF
     IF cb-hors-bareme AND WS-Superviseur-Derogation = SPACES
        DISPLAY "Changement abandonne (salaire hors bareme sans "
                "derogation). " LINE 22 COLUMN 1 ERASE TO END OF LINE
     ELSE
        MOVE salaire-employe TO WS-Saisi-Salaire
        MOVE enreg-employe   TO WS-Employe-Propose
        MOVE "SALAIRE" TO WS-Operation
        PERFORM Controler-Version
        IF WS-Ecriture-Autorisee
           PERFORM Enregistrer-Salaire
        END-IF
     END-IF.

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
                   LINE 18 COLUMN 10 ERASE TO END OF LINE
        ELSE
           DISPLAY "ATTENTION : salaire au-dessus du bareme de la "
                   "fonction (" WS-Bareme-Min-Aff " - "
                   WS-Bareme-Max-Aff ")" LINE 18 COLUMN 10
                   ERASE TO END OF LINE
        END-IF
     END-IF.

*> L'ancien salaire historise est celui relu en base : apres un
*> conflit reapplique, HISTO_SALAIRE enchaine ainsi sans trou.
Enregistrer-Salaire.
     MOVE salaire-employe  TO WS-Ancien-Salaire
     MOVE WS-Saisi-Salaire TO salaire-employe
     MOVE "MODIFIER-SALAIRE" TO ct-paragraphe
*>   EXEC SQL
*>       UPDATE EMPLOYES
*>      EXEC SQL
*>          INSERT INTO HISTO_SALAIRE
*>              (MATRICULE, ANCIEN_SALAIRE, NOUVEAU_SALAIRE,
*>               DATE_CHANGEMENT, MOTIF, OPERATEUR)
*>          VALUES
*>              (:WS-Matricule-Cle, :WS-Ancien-Salaire, :salaire-employe,
*>               :WS-Date-Changement, :WS-Motif-Salaire, :ct-operateur)
*>      END-EXEC.
        IF NOT ct-sqlstate-ok
           CALL "ORAError" USING contexte-transaction
        ELSE
           DISPLAY "Salaire modifie. " LINE 22 COLUMN 1 ERASE TO END OF LINE
           IF WS-Superviseur-Derogation NOT = SPACES
              PERFORM Historiser-Derogation
           END-IF
        END-IF
     END-IF.

Historiser-Derogation.
     ACCEPT WS-Date-Historique  FROM DATE YYYYMMDD
     ACCEPT WS-Heure-Historique FROM TIME
     MOVE salaire-employe           TO WS-Salaire-Aff
     MOVE "DEROGATION"              TO WS-Champ-Modifie
     MOVE WS-Salaire-Aff            TO WS-Valeur-Avant
     MOVE WS-Superviseur-Derogation TO WS-Valeur-Apres
     PERFORM Ecrire-Ligne-Historique.

*> Le superieur affiche est garde et relu juste avant l'ecriture, meme
*> principe que Controler-Version : si un autre poste l'a change
*> entre-temps, la saisie est abandonnee et le conflit trace.
Modifier-Superieur.
     MOVE WS-Matricule-Cle TO WS-Maillon
     PERFORM Lire-Superieur
     MOVE WS-Maillon-Suivant TO WS-Superieur-Affiche
     IF WS-Superieur-Affiche = 0
        DISPLAY "Superieur actuel : (aucun)" LINE 14 COLUMN 10
     ELSE
        DISPLAY "Superieur actuel : " WS-Superieur-Affiche
                LINE 14 COLUMN 10
     END-IF
     DISPLAY "Nouveau superieur (matricule, 0 = aucun) : "
             LINE 15 COLUMN 10
     MOVE 0 TO WS-Superieur-Saisi
     ACCEPT WS-Superieur-Saisi LINE 15 COLUMN 54
     PERFORM Controler-Superieur
     IF WS-Superieur-Valide
        DISPLAY "Confirmer le changement (O/N) ? " LINE 17 COLUMN 10
        ACCEPT WS-Reponse LINE 17 COLUMN 43
        IF WS-Reponse-Oui
           MOVE WS-Matricule-Cle TO WS-Maillon
           PERFORM Lire-Superieur
           MOVE WS-Maillon-Suivant TO WS-Superieur-Actuel
           IF WS-Superieur-Actuel NOT = WS-Superieur-Affiche
              DISPLAY "Superieur modifie par un autre poste (en base : "
                      WS-Superieur-Actuel ") - abandon. "
                      LINE 22 COLUMN 1 ERASE TO END OF LINE
              MOVE "SUPERIEUR" TO WS-Operation
              MOVE "A" TO WS-Decision
              PERFORM Journaliser-Conflit
           ELSE
              PERFORM Enregistrer-Superieur
           END-IF
        END-IF
     END-IF.

*> Refus : l'employe lui-meme, un matricule inconnu ou non actif, ou
*> un superieur dont la chaine remonte jusqu'a l'employe (boucle).
*> La remontee est bornee : une chaine deja bouclee plus haut (donnee
*> chargee hors de cet ecran) ne fait pas tourner la saisie sans fin.
Controler-Superieur.
     MOVE "O" TO WS-Superieur-Ok
     EVALUATE TRUE
        WHEN WS-Superieur-Saisi = WS-Superieur-Affiche
           DISPLAY "Aucune modification. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
           MOVE "N" TO WS-Superieur-Ok
        WHEN WS-Superieur-Saisi = 0
           CONTINUE
        WHEN WS-Superieur-Saisi = WS-Matricule-Cle
           DISPLAY "Superieur refuse : un employe ne peut pas etre son "
                   "propre superieur. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
           MOVE "N" TO WS-Superieur-Ok
        WHEN OTHER
           PERFORM Verifier-Superieur-Actif
           IF WS-Superieur-Valide
              PERFORM Verifier-Boucle-Hierarchique
           END-IF
     END-EVALUATE.

Verifier-Superieur-Actif.
     MOVE "CONTROLER-SUPERIEUR" TO ct-paragraphe
*>   EXEC SQL
*>       SELECT STATUT INTO :WS-Statut-Superieur
*>       FROM EMPLOYES
*>       WHERE MATRICULE = :WS-Superieur-Saisi
*>   END-EXEC.
     EVALUATE TRUE
        WHEN ct-sqlstate-class = "02"
           DISPLAY "Superieur refuse : matricule " WS-Superieur-Saisi
                   " inconnu. " LINE 22 COLUMN 1 ERASE TO END OF LINE
           MOVE "N" TO WS-Superieur-Ok
        WHEN NOT ct-sqlstate-ok
           CALL "ORAError" USING contexte-transaction
           MOVE "N" TO WS-Superieur-Ok
        WHEN WS-Statut-Superieur NOT = "A"
           DISPLAY "Superieur refuse : l'employe " WS-Superieur-Saisi
                   " n'est pas actif. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
           MOVE "N" TO WS-Superieur-Ok
     END-EVALUATE.

Verifier-Boucle-Hierarchique.
     MOVE WS-Superieur-Saisi TO WS-Maillon
     MOVE 0 TO WS-Nb-Maillons
     MOVE "N" TO WS-Fin-Chaine
     PERFORM TEST BEFORE UNTIL WS-Chaine-Terminee
        PERFORM Lire-Superieur
        ADD 1 TO WS-Nb-Maillons
        EVALUATE TRUE
           WHEN WS-Maillon-Suivant = 0
              SET WS-Chaine-Terminee TO TRUE
           WHEN WS-Maillon-Suivant = WS-Matricule-Cle
              DISPLAY "Superieur refuse : " WS-Superieur-Saisi
                      " depend deja (directement ou non) de cet "
                      "employe. " LINE 22 COLUMN 1 ERASE TO END OF LINE
              MOVE "N" TO WS-Superieur-Ok
              SET WS-Chaine-Terminee TO TRUE
           WHEN WS-Nb-Maillons >= WS-Nb-Maillons-Max
              DISPLAY "Superieur refuse : chaine hierarchique de "
                      WS-Superieur-Saisi " trop longue ou bouclee. "
                      LINE 22 COLUMN 1 ERASE TO END OF LINE
              MOVE "N" TO WS-Superieur-Ok
              SET WS-Chaine-Terminee TO TRUE
           WHEN OTHER
              MOVE WS-Maillon-Suivant TO WS-Maillon
        END-EVALUATE
     END-PERFORM.

*> Superieur direct de WS-Maillon dans WS-Maillon-Suivant, 0 si
*> l'employe n'a pas de ligne dans HIERARCHIE.
Lire-Superieur.
     MOVE "LIRE-SUPERIEUR" TO ct-paragraphe
     MOVE 0 TO WS-Maillon-Suivant
*>   EXEC SQL
*>       SELECT SUPERIEUR INTO :WS-Maillon-Suivant
*>       FROM HIERARCHIE
*>       WHERE MATRICULE = :WS-Maillon
*>   END-EXEC.
     IF ct-sqlstate-class = "02"
        MOVE 0 TO WS-Maillon-Suivant
     ELSE
        IF NOT ct-sqlstate-ok
           CALL "ORAError" USING contexte-transaction
           MOVE 0 TO WS-Maillon-Suivant
        END-IF
     END-IF.

*> Retrait du superieur = suppression de la ligne HIERARCHIE ; sinon
*> mise a jour, ou insertion si l'employe n'avait pas encore de ligne.
Enregistrer-Superieur.
     ACCEPT WS-Date-Historique  FROM DATE YYYYMMDD
     ACCEPT WS-Heure-Historique FROM TIME
     MOVE "ENREGISTRER-SUPERIEUR" TO ct-paragraphe
     IF WS-Superieur-Saisi = 0
*>      EXEC SQL
*>          DELETE FROM HIERARCHIE
*>          WHERE MATRICULE = :WS-Matricule-Cle
*>      END-EXEC
        CONTINUE
     ELSE
*>      EXEC SQL
*>          UPDATE HIERARCHIE
*>          SET SUPERIEUR = :WS-Superieur-Saisi,
*>              DATE_MAJ  = :WS-Date-Historique,
*>              OPERATEUR = :ct-operateur
*>          WHERE MATRICULE = :WS-Matricule-Cle
*>      END-EXEC
        IF ct-sqlstate-class = "02"
*>         EXEC SQL
*>             INSERT INTO HIERARCHIE
*>                 (MATRICULE, SUPERIEUR, DATE_MAJ, OPERATEUR)
*>             VALUES
*>                 (:WS-Matricule-Cle, :WS-Superieur-Saisi,
*>                  :WS-Date-Historique, :ct-operateur)
*>         END-EXEC
           CONTINUE
        END-IF
     END-IF
     IF NOT ct-sqlstate-ok
        CALL "ORAError" USING contexte-transaction
     ELSE
        DISPLAY "Superieur hierarchique enregistre. " LINE 22 COLUMN 1
                ERASE TO END OF LINE
        MOVE "SUPERIEUR"          TO WS-Champ-Modifie
        MOVE WS-Superieur-Affiche TO WS-Valeur-Avant
        MOVE WS-Superieur-Saisi   TO WS-Valeur-Apres
        PERFORM Ecrire-Ligne-Historique
     END-IF.

*> Relecture de l'employe juste avant l'UPDATE. La relecture ecrase
*> enreg-employe : les appelants ont range leurs saisies au prealable
*> et les reposent eux-memes sur la version relue.
Controler-Version.
     MOVE "O" TO WS-Ecriture-Ok
     MOVE "RELIRE" TO ct-paragraphe
*>   EXEC SQL
*>       SELECT * INTO :enreg-employe
*>       FROM EMPLOYES
*>       WHERE MATRICULE = :WS-Matricule-Cle
*>   END-EXEC.
     EVALUATE TRUE
        WHEN ct-sqlstate-class = "02"
           DISPLAY "Employe supprime par un autre poste - abandon. "
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
           MOVE "N" TO WS-Ecriture-Ok
           MOVE "A" TO WS-Decision
           PERFORM Journaliser-Conflit
        WHEN NOT ct-sqlstate-ok
           CALL "ORAError" USING contexte-transaction
           MOVE "N" TO WS-Ecriture-Ok
        WHEN enreg-employe NOT = WS-Employe-Affiche
           PERFORM Resoudre-Conflit
     END-EVALUATE.

Resoudre-Conflit.
     MOVE enreg-employe TO WS-Employe-Actuel
     DISPLAY "ATTENTION : employe modifie par un autre poste depuis "
             "l'affichage" LINE 18 COLUMN 1 ERASE TO END OF LINE
     PERFORM Decrire-Employe
     DISPLAY "En base : " WS-Description-Employe
             LINE 19 COLUMN 1 ERASE TO END OF LINE
     MOVE WS-Employe-Propose TO enreg-employe
     PERFORM Decrire-Employe
     DISPLAY "Saisie  : " WS-Description-Employe
             LINE 20 COLUMN 1 ERASE TO END OF LINE
     MOVE WS-Employe-Actuel TO enreg-employe
     MOVE SPACE TO WS-Decision
     PERFORM TEST BEFORE UNTIL WS-Decision-Valide
        DISPLAY "R = reappliquer votre saisie sur la version en base, "
                "A = abandonner : " LINE 21 COLUMN 1 ERASE TO END OF LINE
        ACCEPT WS-Decision LINE 21 COLUMN 71
     END-PERFORM
     IF WS-Decision-Reappliquer
        MOVE "R" TO WS-Decision
     ELSE
        MOVE "A" TO WS-Decision
        MOVE "N" TO WS-Ecriture-Ok
        DISPLAY "Modification abandonnee. " LINE 22 COLUMN 1
                ERASE TO END OF LINE
     END-IF
     PERFORM Journaliser-Conflit.

Decrire-Employe.
     MOVE nom-employe         TO WS-DE-Nom
     MOVE prenom-employe      TO WS-DE-Prenom
     MOVE departement-employe TO WS-DE-Departement
     MOVE fonction-employe    TO WS-DE-Fonction
     MOVE salaire-employe     TO WS-DE-Salaire
     MOVE statut-employe      TO WS-DE-Statut
     MOVE date-sortie-employe TO WS-DE-Date-Sortie.

Journaliser-Conflit.
     MOVE SPACES           TO enreg-conflit
     MOVE ct-programme     TO cf-programme
     MOVE WS-Matricule-Cle TO cf-cle
     MOVE WS-Operation     TO cf-operation
     MOVE WS-Decision      TO cf-decision
     MOVE ct-operateur     TO cf-operateur
     CALL "EcrireConflit" USING enreg-conflit.
