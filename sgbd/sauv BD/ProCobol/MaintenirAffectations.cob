IDENTIFICATION DIVISION.
PROGRAM-ID. MaintenirAffectations.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-sections     ASSIGN TO "Sections.dat"
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WS-Statut-Sections.
    SELECT f-affectations ASSIGN TO "Affectations.dat"
                           ORGANIZATION INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS cle-affectation
                           ALTERNATE RECORD KEY IS aff-matricule-employe
                              WITH DUPLICATES
                           FILE STATUS IS WS-Statut-Affectations.
    SELECT f-journal      ASSIGN TO DYNAMIC WS-Nom-Journal
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WS-Statut-Journal.
DATA DIVISION.
FILE SECTION.
FD  f-sections.
    COPY "Sections.cpy".
FD  f-affectations.
    COPY "Affectations.cpy".
FD  f-journal.
01  Ligne-Journal               PIC X(130).
WORKING-STORAGE SECTION.
COPY "Employes.cpy".
01  WS-Statut-Sections      PIC XX.
01  WS-Statut-Affectations  PIC XX.
01  WS-Statut-Journal       PIC XX.
01  WS-Choix-Affectation    PIC 9 VALUE 0.
01  WS-Reponse              PIC X.
    88  WS-Reponse-Oui      VALUE "O", "o".
01  WS-Saisie-Ok            PIC X VALUE "N".
    88  WS-Saisie-Valide    VALUE "O".
01  WS-Section-Trouvee      PIC X VALUE "N".
    88  WS-Section-Existe   VALUE "O".
01  WS-Section-Fermee       PIC X VALUE "N".
    88  WS-Section-Est-Fermee VALUE "O".
01  WS-Affectation-Trouvee  PIC X VALUE "N".
    88  WS-Affectation-Existe VALUE "O".
01  WS-Code-Section-Saisi   PIC X(04).
01  WS-Libelle-Section      PIC X(30).
01  WS-Matricule-Saisi      PIC 9(06) VALUE 0.
01  WS-Role-Saisi           PIC X(01).
    88  WS-Role-Valide      VALUE "T", "A".
01  WS-Heures-Saisies       PIC 9(02) VALUE 0.
01  WS-Matricule-Titulaire  PIC 9(06) VALUE 0.
01  WS-Nbre-Affectations    PIC 9(03) VALUE 0.
01  WS-Total-Heures         PIC 9(04) VALUE 0.
01  WS-Ligne-Liste          PIC 99 VALUE 0.
01  WS-Date-Jour            PIC 9(08).
01  eof                     PIC 9.
    88  eof-true            VALUE 1.
    88  eof-false           VALUE 0.

*> Une affectation lie un membre du personnel (EMPLOYES) a une section
*> d'etudiants (Sections.dat) : un seul titulaire par section, des
*> assistants en nombre libre, une charge hebdomadaire de 1 a 40 h.
*> Au-dela de la charge maximale, l'affectation est acceptee ici et
*> signalee par RapportChargesEnseignants : la repartition des heures
*> se decide en conseil, pas a l'ecran.
01  WS-Heures-Max-Affectation PIC 9(02) VALUE 40.

*> Journal commun aux tables de reference (HistoReferences<date>.log),
*> meme disposition que MaintenirReferences ; fichier "AFFE", code =
*> section, la zone champ porte le matricule de l'employe affecte et
*> les valeurs avant/apres le role et la charge horaire.
01  WS-Nom-Journal          PIC X(30).
01  WS-Date-Journal         PIC 9(08).
01  WS-Heure-Journal        PIC 9(08).
01  WS-Action-Journal       PIC X(12).
01  WS-Valeur-Avant         PIC X(30).
01  WS-Valeur-Apres         PIC X(30).
01  WS-Description-Affectation.
    02  WS-DA-Role          PIC X(01).
    02  FILLER              PIC X(01) VALUE SPACE.
    02  WS-DA-Heures        PIC Z9.
    02  FILLER              PIC X(02) VALUE " H".
01  WS-Ligne-Journal-Sortie.
    02  WS-LJ-Date              PIC 9(08).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LJ-Heure             PIC 9(08).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LJ-Fichier           PIC X(04).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LJ-Code              PIC X(04).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LJ-Action            PIC X(12).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LJ-Champ             PIC X(10).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LJ-Avant             PIC X(30).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LJ-Apres             PIC X(30).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LJ-Operateur         PIC X(08).
LINKAGE SECTION.
COPY "TransCtx.cpy".
PROCEDURE DIVISION USING contexte-transaction.
Debut.
     MOVE "MAINTAFF" TO ct-programme
     ACCEPT WS-Date-Jour FROM DATE YYYYMMDD
     DISPLAY " " LINE 1 ERASE TO END OF SCREEN
     DISPLAY "AFFECTATIONS DES ENSEIGNANTS AUX SECTIONS" LINE 3 COLUMN 10
     DISPLAY "Section (vide = abandon) : " LINE 5 COLUMN 10
     MOVE SPACES TO WS-Code-Section-Saisi
     ACCEPT WS-Code-Section-Saisi LINE 5 COLUMN 38
     IF WS-Code-Section-Saisi = SPACES
        GO TO Debut-Exit
     END-IF
     PERFORM Verifier-Section
     IF NOT WS-Section-Existe
        DISPLAY "Section inconnue dans Sections.dat. " LINE 22 COLUMN 1
                ERASE TO END OF LINE
        GO TO Debut-Exit
     END-IF
     DISPLAY WS-Libelle-Section LINE 5 COLUMN 44
     IF WS-Section-Est-Fermee
        DISPLAY "SECTION FERMEE" LINE 6 COLUMN 44
     END-IF

     OPEN I-O f-affectations
     IF WS-Statut-Affectations = "35"
        OPEN OUTPUT f-affectations
        CLOSE f-affectations
        OPEN I-O f-affectations
     END-IF
     IF WS-Statut-Affectations NOT = "00"
        DISPLAY "Fichier des affectations inaccessible (statut "
                WS-Statut-Affectations ")" LINE 22 COLUMN 1
                ERASE TO END OF LINE
        GO TO Debut-Exit
     END-IF

     PERFORM Lister-Affectations-Section
     DISPLAY "Matricule de l'employe (0 = abandon) : " LINE 17 COLUMN 10
     MOVE 0 TO WS-Matricule-Saisi
     ACCEPT WS-Matricule-Saisi LINE 17 COLUMN 50
     IF WS-Matricule-Saisi = 0
        GO TO Debut-Fermer
     END-IF

     MOVE WS-Code-Section-Saisi TO aff-num-section
     MOVE WS-Matricule-Saisi    TO aff-matricule-employe
     MOVE "O" TO WS-Affectation-Trouvee
     READ f-affectations
        INVALID KEY MOVE "N" TO WS-Affectation-Trouvee
     END-READ

     IF NOT WS-Affectation-Existe
        IF WS-Section-Est-Fermee
           DISPLAY "Section fermee - nouvelle affectation refusee. "
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
        ELSE
           PERFORM Creer-Affectation
        END-IF
        GO TO Debut-Fermer
     END-IF

     DISPLAY "1. Modifier cette affectation" LINE 18 COLUMN 10
     DISPLAY "2. Supprimer cette affectation" LINE 19 COLUMN 10
     DISPLAY "9. Annuler" LINE 20 COLUMN 10
     ACCEPT WS-Choix-Affectation LINE 20 COLUMN 25
     EVALUATE WS-Choix-Affectation
        WHEN 1 PERFORM Modifier-Affectation
        WHEN 2 PERFORM Supprimer-Affectation
     END-EVALUATE.
Debut-Fermer.
     CLOSE f-affectations.
Debut-Exit.
     EXIT PROGRAM.

*> Meme lecture sequentielle de Sections.dat que
*> AjouterEtudiants.Verifier-Section ; la section doit exister, une
*> section fermee ne se voit plus affecter personne mais ses
*> affectations restantes peuvent encore etre modifiees ou retirees.
Verifier-Section.
     MOVE "N" TO WS-Section-Trouvee
     MOVE "N" TO WS-Section-Fermee
     MOVE SPACES TO WS-Libelle-Section
     OPEN INPUT f-sections
     IF WS-Statut-Sections = "00"
        SET eof-false TO TRUE
        READ f-sections AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true OR WS-Section-Existe
           IF code-section = WS-Code-Section-Saisi
              SET WS-Section-Existe TO TRUE
              MOVE libelle-section TO WS-Libelle-Section
              IF sect-fermee
                 SET WS-Section-Est-Fermee TO TRUE
              END-IF
           END-IF
           READ f-sections AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-sections
     END-IF.

*> Les affectations d'une section se suivent dans l'ordre de la cle
*> (section puis matricule) : positionnement sur la section, lecture
*> tant que le code ne change pas. Huit lignes a l'ecran au plus, le
*> total des heures et le titulaire sont calcules sur toutes.
Lister-Affectations-Section.
     MOVE 0 TO WS-Nbre-Affectations
     MOVE 0 TO WS-Total-Heures
     MOVE 0 TO WS-Matricule-Titulaire
     MOVE 7 TO WS-Ligne-Liste
     DISPLAY "Matric. Nom                  Prenom          Role Heures"
             LINE 7 COLUMN 10
     SET eof-false TO TRUE
     MOVE WS-Code-Section-Saisi TO aff-num-section
     MOVE 0 TO aff-matricule-employe
     START f-affectations KEY IS NOT LESS THAN cle-affectation
        INVALID KEY SET eof-true TO TRUE
     END-START
     IF NOT eof-true
        READ f-affectations NEXT RECORD
           AT END SET eof-true TO TRUE
        END-READ
     END-IF
     PERFORM TEST BEFORE UNTIL eof-true
        IF aff-num-section NOT = WS-Code-Section-Saisi
           SET eof-true TO TRUE
        ELSE
           ADD 1 TO WS-Nbre-Affectations
           ADD aff-heures-hebdo TO WS-Total-Heures
           IF aff-titulaire
              MOVE aff-matricule-employe TO WS-Matricule-Titulaire
           END-IF
           IF WS-Ligne-Liste < 15
              ADD 1 TO WS-Ligne-Liste
              DISPLAY aff-matricule-employe " " aff-nom-employe " "
                      aff-prenom-employe "  " aff-role "    "
                      aff-heures-hebdo LINE WS-Ligne-Liste COLUMN 10
           END-IF
           READ f-affectations NEXT RECORD
              AT END SET eof-true TO TRUE
           END-READ
        END-IF
     END-PERFORM
     IF WS-Nbre-Affectations = 0
        DISPLAY "Aucune affectation pour cette section." LINE 8 COLUMN 10
     ELSE
        DISPLAY WS-Nbre-Affectations " affectation(s), "
                WS-Total-Heures " heure(s) par semaine" LINE 16 COLUMN 10
     END-IF.

*> Seul un membre du personnel actif peut etre affecte : meme lecture
*> par matricule que ModifierEmployes ; le nom et le prenom sont
*> recopies dans l'affectation pour les rapports hors Oracle.
Verifier-Employe.
     MOVE "O" TO WS-Saisie-Ok
     MOVE "VERIFIER-EMPLOYE" TO ct-paragraphe
*>   EXEC SQL
*>       SELECT * INTO :enreg-employe
*>       FROM EMPLOYES
*>       WHERE MATRICULE = :WS-Matricule-Saisi
*>   END-EXEC.
     EVALUATE TRUE
        WHEN ct-sqlstate-class = "02"
           DISPLAY "Employe introuvable. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
           MOVE "N" TO WS-Saisie-Ok
        WHEN NOT ct-sqlstate-ok
           CALL "ORAError" USING contexte-transaction
           MOVE "N" TO WS-Saisie-Ok
        WHEN NOT emp-actif
           DISPLAY "Employe sorti - affectation refusee. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
           MOVE "N" TO WS-Saisie-Ok
     END-EVALUATE.

*> Role et charge horaire, communs a la creation et a la
*> modification. Le titulaire deja en place est refuse pour un autre
*> matricule : il faut d'abord retirer ou requalifier l'ancien.
Saisir-Role-Heures.
     DISPLAY "Role (T = titulaire, A = assistant) : " LINE 18 COLUMN 10
             ERASE TO END OF LINE
     ACCEPT WS-Role-Saisi LINE 18 COLUMN 49
     DISPLAY "Heures par semaine (1 a 40)         : " LINE 19 COLUMN 10
             ERASE TO END OF LINE
     ACCEPT WS-Heures-Saisies LINE 19 COLUMN 49
     DISPLAY " " LINE 20 COLUMN 1 ERASE TO END OF LINE
     EVALUATE TRUE
        WHEN NOT WS-Role-Valide
           DISPLAY "Role invalide (T ou A). " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
           MOVE "N" TO WS-Saisie-Ok
        WHEN WS-Heures-Saisies = 0
             OR WS-Heures-Saisies > WS-Heures-Max-Affectation
           DISPLAY "Charge horaire invalide (1 a 40). " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
           MOVE "N" TO WS-Saisie-Ok
        WHEN WS-Role-Saisi = "T" AND WS-Matricule-Titulaire NOT = 0
             AND WS-Matricule-Titulaire NOT = WS-Matricule-Saisi
           DISPLAY "La section a deja un titulaire (" WS-Matricule-Titulaire
                   "). " LINE 22 COLUMN 1 ERASE TO END OF LINE
           MOVE "N" TO WS-Saisie-Ok
     END-EVALUATE.

Creer-Affectation.
     PERFORM Verifier-Employe
     IF WS-Saisie-Valide
        DISPLAY nom-employe " " prenom-employe " - " fonction-employe
                LINE 21 COLUMN 10 ERASE TO END OF LINE
        PERFORM Saisir-Role-Heures
     END-IF
     IF WS-Saisie-Valide
        MOVE WS-Code-Section-Saisi TO aff-num-section
        MOVE WS-Matricule-Saisi    TO aff-matricule-employe
        MOVE WS-Role-Saisi         TO aff-role
        MOVE WS-Heures-Saisies     TO aff-heures-hebdo
        MOVE nom-employe           TO aff-nom-employe
        MOVE prenom-employe        TO aff-prenom-employe
        MOVE WS-Date-Jour          TO aff-date-debut
        MOVE ct-operateur          TO aff-operateur
        WRITE enreg-affectation
        IF WS-Statut-Affectations NOT = "00"
           DISPLAY "Ecriture de l'affectation impossible (statut "
                   WS-Statut-Affectations ")" LINE 22 COLUMN 1
                   ERASE TO END OF LINE
        ELSE
           MOVE "CREATION" TO WS-Action-Journal
           MOVE SPACES     TO WS-Valeur-Avant
           PERFORM Decrire-Affectation
           MOVE WS-Description-Affectation TO WS-Valeur-Apres
           PERFORM Ecrire-Ligne-Journal
           DISPLAY "Affectation creee. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
        END-IF
     END-IF.

*> Le nom est rafraichi depuis EMPLOYES a chaque modification ; un
*> employe sorti entre-temps ne peut plus qu'etre retire.
Modifier-Affectation.
     PERFORM Decrire-Affectation
     MOVE WS-Description-Affectation TO WS-Valeur-Avant
     PERFORM Verifier-Employe
     IF WS-Saisie-Valide
        PERFORM Saisir-Role-Heures
     END-IF
     IF WS-Saisie-Valide
        AND WS-Role-Saisi = aff-role
        AND WS-Heures-Saisies = aff-heures-hebdo
        AND nom-employe = aff-nom-employe
        AND prenom-employe = aff-prenom-employe
        DISPLAY "Aucune modification. " LINE 22 COLUMN 1
                ERASE TO END OF LINE
        MOVE "N" TO WS-Saisie-Ok
     END-IF
     IF WS-Saisie-Valide
        MOVE WS-Role-Saisi     TO aff-role
        MOVE WS-Heures-Saisies TO aff-heures-hebdo
        MOVE nom-employe       TO aff-nom-employe
        MOVE prenom-employe    TO aff-prenom-employe
        MOVE ct-operateur      TO aff-operateur
        REWRITE enreg-affectation
        IF WS-Statut-Affectations NOT = "00"
           DISPLAY "Mise a jour de l'affectation impossible (statut "
                   WS-Statut-Affectations ")" LINE 22 COLUMN 1
                   ERASE TO END OF LINE
        ELSE
           MOVE "MODIFICATION" TO WS-Action-Journal
           PERFORM Decrire-Affectation
           MOVE WS-Description-Affectation TO WS-Valeur-Apres
           PERFORM Ecrire-Ligne-Journal
           DISPLAY "Affectation modifiee. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
        END-IF
     END-IF.

*> Contrairement aux codes de reference, une affectation retiree est
*> supprimee physiquement : sa trace reste dans le journal.
Supprimer-Affectation.
     DISPLAY "Confirmer la suppression (O/N) ? " LINE 21 COLUMN 10
     ACCEPT WS-Reponse LINE 21 COLUMN 44
     IF WS-Reponse-Oui
        PERFORM Decrire-Affectation
        MOVE WS-Description-Affectation TO WS-Valeur-Avant
        DELETE f-affectations
        IF WS-Statut-Affectations NOT = "00"
           DISPLAY "Suppression de l'affectation impossible (statut "
                   WS-Statut-Affectations ")" LINE 22 COLUMN 1
                   ERASE TO END OF LINE
        ELSE
           MOVE "SUPPRESSION" TO WS-Action-Journal
           MOVE SPACES        TO WS-Valeur-Apres
           PERFORM Ecrire-Ligne-Journal
           DISPLAY "Affectation supprimee. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
        END-IF
     END-IF.

Decrire-Affectation.
     MOVE aff-role         TO WS-DA-Role
     MOVE aff-heures-hebdo TO WS-DA-Heures.

Ecrire-Ligne-Journal.
     ACCEPT WS-Date-Journal  FROM DATE YYYYMMDD
     ACCEPT WS-Heure-Journal FROM TIME
     STRING "HistoReferences" WS-Date-Journal "." "log"
        DELIMITED BY SIZE INTO WS-Nom-Journal
     MOVE WS-Date-Journal       TO WS-LJ-Date
     MOVE WS-Heure-Journal      TO WS-LJ-Heure
     MOVE "AFFE"                TO WS-LJ-Fichier
     MOVE WS-Code-Section-Saisi TO WS-LJ-Code
     MOVE WS-Action-Journal     TO WS-LJ-Action
     MOVE WS-Matricule-Saisi    TO WS-LJ-Champ
     MOVE WS-Valeur-Avant       TO WS-LJ-Avant
     MOVE WS-Valeur-Apres       TO WS-LJ-Apres
     MOVE ct-operateur          TO WS-LJ-Operateur
     MOVE WS-Ligne-Journal-Sortie TO Ligne-Journal
     OPEN EXTEND f-journal
     IF WS-Statut-Journal = "35"
        OPEN OUTPUT f-journal
     END-IF
     WRITE Ligne-Journal
     CLOSE f-journal.
