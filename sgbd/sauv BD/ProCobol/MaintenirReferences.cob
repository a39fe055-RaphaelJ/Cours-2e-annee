IDENTIFICATION DIVISION.
PROGRAM-ID. MaintenirReferences.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-departements ASSIGN TO "Departements.dat"
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WS-Statut-Departements.
    SELECT f-sections     ASSIGN TO "Sections.dat"
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WS-Statut-Sections.
    SELECT f-etudiants-maitre ASSIGN TO "EtudiantsMaitre.dat"
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS matricule
                               ALTERNATE RECORD KEY IS nom WITH DUPLICATES
                               ALTERNATE RECORD KEY IS institut WITH DUPLICATES
                               FILE STATUS IS WS-Statut-Maitre.
    SELECT f-journal      ASSIGN TO DYNAMIC WS-Nom-Journal
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WS-Statut-Journal.
DATA DIVISION.
FILE SECTION.
FD  f-departements.
    COPY "Departements.cpy".
FD  f-sections.
    COPY "Sections.cpy".
FD  f-etudiants-maitre.
    COPY "Etudiants.cpy".
FD  f-journal.
01  Ligne-Journal               PIC X(130).
WORKING-STORAGE SECTION.
01  WS-Statut-Departements  PIC XX.
01  WS-Statut-Sections      PIC XX.
01  WS-Statut-Maitre        PIC XX.
01  WS-Statut-Journal       PIC XX.
01  WS-Statut-Reference     PIC XX.
01  WS-Choix-Reference      PIC 9 VALUE 0.
01  WS-Reponse              PIC X.
    88  WS-Reponse-Oui      VALUE "O", "o".
01  WS-Saisie-Ok            PIC X VALUE "N".
    88  WS-Saisie-Valide    VALUE "O".
01  WS-Code-Saisi           PIC X(04).
01  WS-Libelle-Saisi        PIC X(30).
01  WS-Capacite-Saisie      PIC 9(03).
01  WS-Chef-Saisi           PIC 9(06).
    88  WS-Chef-A-Retirer   VALUE 999999.
01  WS-Statut-Chef          PIC X(01).
01  WS-Nbre-Actifs          PIC 9(06) VALUE 0.
01  WS-Nbre-Inscrits        PIC 9(06) VALUE 0.
01  WS-Comptage-Ok          PIC X VALUE "N".
    88  WS-Comptage-Valide  VALUE "O".
01  WS-Nb-Lignes-Ignorees   PIC 9(04) VALUE 0.
01  WS-Libelle-Fichier      PIC X(16).
01  eof                     PIC 9.
    88  eof-true            VALUE 1.
    88  eof-false           VALUE 0.

*> Le fichier de reference est charge en entier dans cette table,
*> modifie en memoire puis reecrit d'un bloc : un fichier LINE
*> SEQUENTIAL ne se met pas a jour sur place. Meme dimension que la
*> table des sections de RapportSections ; un fichier plus long que
*> la table est refuse plutot que reecrit tronque.
01  WS-Table-References.
    02  WS-Reference-Ligne OCCURS 200 TIMES.
        03  WS-Ref-Code           PIC X(04).
        03  WS-Ref-Libelle        PIC X(30).
        03  WS-Ref-Capacite       PIC 9(03).
        03  WS-Ref-Statut         PIC X(01).
        03  WS-Ref-Chef           PIC 9(06).
01  WS-Nb-References        PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Reference        PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Trouve           PIC S9(4) BINARY VALUE 0.

*> Journal des modifications des tables de reference, un fichier par
*> jour (HistoReferences<date>.log), meme convention que
*> ModifierEmployes.Ecrire-Ligne-Historique : une ligne par champ
*> change, pour retrouver quand et comment un code est apparu.
01  WS-Nom-Journal          PIC X(30).
01  WS-Date-Journal         PIC 9(08).
01  WS-Heure-Journal        PIC 9(08).
01  WS-Action-Journal       PIC X(12).
01  WS-Champ-Modifie        PIC X(10).
01  WS-Valeur-Avant         PIC X(30).
01  WS-Valeur-Apres         PIC X(30).
01  WS-Capacite-Aff         PIC 9(03).
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
01  Mode-Reference PIC X.
    88 Mode-Reference-Departements VALUE "D".
    88 Mode-Reference-Sections     VALUE "S".
PROCEDURE DIVISION USING contexte-transaction, Mode-Reference.
Debut.
     MOVE "MAINTREF" TO ct-programme
     IF Mode-Reference-Sections
        MOVE "SECTIONS"     TO WS-Libelle-Fichier
     ELSE
        MOVE "DEPARTEMENTS" TO WS-Libelle-Fichier
     END-IF
     DISPLAY " " LINE 1 ERASE TO END OF SCREEN
     DISPLAY "TABLE DE REFERENCE DES " LINE 3 COLUMN 10
     DISPLAY WS-Libelle-Fichier LINE 3 COLUMN 33
     PERFORM Charger-References
     IF WS-Statut-Reference NOT = "00" AND NOT = "35"
        DISPLAY "Fichier de reference illisible (statut "
                WS-Statut-Reference ")" LINE 22 COLUMN 1
                ERASE TO END OF LINE
        GO TO Debut-Exit
     END-IF
     IF WS-Nb-Lignes-Ignorees > 0
        DISPLAY "Fichier de reference trop long pour la table - "
                "maintenance refusee. " LINE 22 COLUMN 1
                ERASE TO END OF LINE
        GO TO Debut-Exit
     END-IF

     DISPLAY "Code (vide = abandon) : " LINE 5 COLUMN 10
     MOVE SPACES TO WS-Code-Saisi
     ACCEPT WS-Code-Saisi LINE 5 COLUMN 35
     IF WS-Code-Saisi = SPACES
        GO TO Debut-Exit
     END-IF
     IF WS-Code-Saisi (1:1) = SPACE
        DISPLAY "Un code ne peut pas commencer par un blanc. "
                LINE 22 COLUMN 1 ERASE TO END OF LINE
        GO TO Debut-Exit
     END-IF
     PERFORM Rechercher-Reference

     IF WS-Idx-Trouve = 0
        DISPLAY "Code inconnu - le creer (O/N) ? " LINE 7 COLUMN 10
        ACCEPT WS-Reponse LINE 7 COLUMN 43
        IF WS-Reponse-Oui
           PERFORM Creer-Reference
        END-IF
        GO TO Debut-Exit
     END-IF

     PERFORM Afficher-Reference
     DISPLAY "1. Modifier ce code" LINE 12 COLUMN 10
     IF WS-Ref-Statut (WS-Idx-Trouve) = "F"
        DISPLAY "2. Rouvrir ce code" LINE 13 COLUMN 10
     ELSE
        DISPLAY "2. Fermer ce code" LINE 13 COLUMN 10
     END-IF
     DISPLAY "9. Annuler" LINE 14 COLUMN 10
     ACCEPT WS-Choix-Reference LINE 16 COLUMN 25
     EVALUATE WS-Choix-Reference
        WHEN 1 PERFORM Modifier-Reference
        WHEN 2
           IF WS-Ref-Statut (WS-Idx-Trouve) = "F"
              PERFORM Rouvrir-Reference
           ELSE
              PERFORM Fermer-Reference
           END-IF
     END-EVALUATE.
Debut-Exit.
     EXIT PROGRAM.

*> Charge Departements.dat ou Sections.dat selon le mode d'appel,
*> meme technique de lecture sequentielle que
*> AjouterEmployes.Verifier-Departement. Un fichier absent (statut
*> 35) donne une table vide : le premier code saisi le creera.
Charger-References.
     MOVE 0 TO WS-Nb-References
     MOVE 0 TO WS-Nb-Lignes-Ignorees
     IF Mode-Reference-Sections
        OPEN INPUT f-sections
        MOVE WS-Statut-Sections TO WS-Statut-Reference
     ELSE
        OPEN INPUT f-departements
        MOVE WS-Statut-Departements TO WS-Statut-Reference
     END-IF
     IF WS-Statut-Reference = "00"
        SET eof-false TO TRUE
        PERFORM Lire-Reference
        PERFORM TEST BEFORE UNTIL eof-true
           IF WS-Nb-References < 200
              ADD 1 TO WS-Nb-References
              PERFORM Retenir-Reference
           ELSE
              ADD 1 TO WS-Nb-Lignes-Ignorees
           END-IF
           PERFORM Lire-Reference
        END-PERFORM
        IF Mode-Reference-Sections
           CLOSE f-sections
        ELSE
           CLOSE f-departements
        END-IF
     END-IF.

Lire-Reference.
     IF Mode-Reference-Sections
        READ f-sections AT END SET eof-true TO TRUE
        END-READ
     ELSE
        READ f-departements AT END SET eof-true TO TRUE
        END-READ
     END-IF.

Retenir-Reference.
     IF Mode-Reference-Sections
        MOVE code-section     TO WS-Ref-Code (WS-Nb-References)
        MOVE libelle-section  TO WS-Ref-Libelle (WS-Nb-References)
        MOVE capacite-section TO WS-Ref-Capacite (WS-Nb-References)
        MOVE statut-section   TO WS-Ref-Statut (WS-Nb-References)
        MOVE 0                TO WS-Ref-Chef (WS-Nb-References)
     ELSE
        MOVE code-departement    TO WS-Ref-Code (WS-Nb-References)
        MOVE libelle-departement TO WS-Ref-Libelle (WS-Nb-References)
        MOVE 0                   TO WS-Ref-Capacite (WS-Nb-References)
        MOVE statut-departement  TO WS-Ref-Statut (WS-Nb-References)
        MOVE 0                   TO WS-Ref-Chef (WS-Nb-References)
        IF chef-departement NUMERIC
           MOVE chef-departement TO WS-Ref-Chef (WS-Nb-References)
        END-IF
     END-IF
     IF WS-Ref-Statut (WS-Nb-References) = SPACE
        MOVE "A" TO WS-Ref-Statut (WS-Nb-References)
     END-IF.

Rechercher-Reference.
     MOVE 0 TO WS-Idx-Trouve
     PERFORM VARYING WS-Idx-Reference FROM 1 BY 1
             UNTIL WS-Idx-Reference > WS-Nb-References
        IF WS-Ref-Code (WS-Idx-Reference) = WS-Code-Saisi
           MOVE WS-Idx-Reference TO WS-Idx-Trouve
           SET WS-Idx-Reference TO WS-Nb-References
        END-IF
     END-PERFORM.

Afficher-Reference.
     DISPLAY "Code     : " WS-Ref-Code (WS-Idx-Trouve) LINE 7 COLUMN 10
     DISPLAY "Libelle  : " WS-Ref-Libelle (WS-Idx-Trouve)
             LINE 8 COLUMN 10
     IF Mode-Reference-Sections
        DISPLAY "Capacite : " WS-Ref-Capacite (WS-Idx-Trouve)
                LINE 9 COLUMN 10
     ELSE
        IF WS-Ref-Chef (WS-Idx-Trouve) = 0
           DISPLAY "Chef     : (aucun)" LINE 9 COLUMN 10
        ELSE
           DISPLAY "Chef     : " WS-Ref-Chef (WS-Idx-Trouve)
                   LINE 9 COLUMN 10
        END-IF
     END-IF
     IF WS-Ref-Statut (WS-Idx-Trouve) = "F"
        DISPLAY "Statut   : FERME" LINE 10 COLUMN 10
     ELSE
        DISPLAY "Statut   : OUVERT" LINE 10 COLUMN 10
     END-IF.

*> Un code n'est cree qu'avec un libelle (et, pour une section, une
*> capacite non nulle) : ce sont precisement les lignes incompletes
*> tapees a la main dans l'editeur qui faisaient apparaitre des
*> groupes sans nom dans les rapports.
Creer-Reference.
     MOVE "O" TO WS-Saisie-Ok
     MOVE SPACES TO WS-Libelle-Saisi
     MOVE 0 TO WS-Capacite-Saisie
     MOVE 0 TO WS-Chef-Saisi
     IF WS-Nb-References >= 200
        DISPLAY "Table de reference pleine - creation refusee. "
                LINE 22 COLUMN 1 ERASE TO END OF LINE
        MOVE "N" TO WS-Saisie-Ok
     ELSE
        DISPLAY "Libelle  : " LINE 8 COLUMN 10
        ACCEPT WS-Libelle-Saisi LINE 8 COLUMN 21
        IF WS-Libelle-Saisi = SPACES
           DISPLAY "Libelle obligatoire - creation abandonnee. "
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
           MOVE "N" TO WS-Saisie-Ok
        END-IF
     END-IF
     IF WS-Saisie-Valide AND Mode-Reference-Sections
        DISPLAY "Capacite : " LINE 9 COLUMN 10
        ACCEPT WS-Capacite-Saisie LINE 9 COLUMN 21
        IF WS-Capacite-Saisie = 0
           DISPLAY "Capacite obligatoire - creation abandonnee. "
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
           MOVE "N" TO WS-Saisie-Ok
        END-IF
     END-IF
     IF WS-Saisie-Valide AND NOT Mode-Reference-Sections
        DISPLAY "Chef (matricule, 0 = aucun) : " LINE 9 COLUMN 10
        ACCEPT WS-Chef-Saisi LINE 9 COLUMN 41
        IF WS-Chef-Saisi NOT = 0
           PERFORM Controler-Chef
        END-IF
     END-IF
     IF WS-Saisie-Valide
        ADD 1 TO WS-Nb-References
        MOVE WS-Nb-References   TO WS-Idx-Trouve
        MOVE WS-Code-Saisi      TO WS-Ref-Code (WS-Idx-Trouve)
        MOVE WS-Libelle-Saisi   TO WS-Ref-Libelle (WS-Idx-Trouve)
        MOVE WS-Capacite-Saisie TO WS-Ref-Capacite (WS-Idx-Trouve)
        MOVE "A"                TO WS-Ref-Statut (WS-Idx-Trouve)
        MOVE WS-Chef-Saisi      TO WS-Ref-Chef (WS-Idx-Trouve)
        PERFORM Reecrire-References
        IF WS-Statut-Reference = "00"
           MOVE "CREATION"       TO WS-Action-Journal
           MOVE "LIBELLE"        TO WS-Champ-Modifie
           MOVE SPACES           TO WS-Valeur-Avant
           MOVE WS-Libelle-Saisi TO WS-Valeur-Apres
           PERFORM Ecrire-Ligne-Journal
           IF Mode-Reference-Sections
              MOVE "CAPACITE"         TO WS-Champ-Modifie
              MOVE WS-Capacite-Saisie TO WS-Capacite-Aff
              MOVE WS-Capacite-Aff    TO WS-Valeur-Apres
              PERFORM Ecrire-Ligne-Journal
           END-IF
           IF WS-Chef-Saisi NOT = 0
              MOVE "CHEF"        TO WS-Champ-Modifie
              MOVE WS-Chef-Saisi TO WS-Valeur-Apres
              PERFORM Ecrire-Ligne-Journal
           END-IF
           DISPLAY "Code cree. " LINE 22 COLUMN 1 ERASE TO END OF LINE
        END-IF
     END-IF.

*> Libelle et capacite laisses vides (ou a 0) gardent leur valeur.
*> Une capacite ne peut pas descendre sous l'effectif inscrit dans
*> EtudiantsMaitre.dat, sinon la section serait d'office en
*> surcapacite dans RapportSections. Le chef d'un departement doit
*> etre un employe actif (meme regle qu'a la creation) ; 0 le laisse
*> inchange, 999999 le retire (chef parti sans remplacant).
Modifier-Reference.
     MOVE "O" TO WS-Saisie-Ok
     MOVE SPACES TO WS-Libelle-Saisi
     DISPLAY "Nouveau libelle (vide = inchange)  : " LINE 18 COLUMN 10
     ACCEPT WS-Libelle-Saisi LINE 18 COLUMN 48
     IF WS-Libelle-Saisi = SPACES
        MOVE WS-Ref-Libelle (WS-Idx-Trouve) TO WS-Libelle-Saisi
     END-IF
     MOVE WS-Ref-Capacite (WS-Idx-Trouve) TO WS-Capacite-Saisie
     IF Mode-Reference-Sections
        MOVE 0 TO WS-Capacite-Saisie
        DISPLAY "Nouvelle capacite (0 = inchangee) : " LINE 19 COLUMN 10
        ACCEPT WS-Capacite-Saisie LINE 19 COLUMN 48
        IF WS-Capacite-Saisie = 0
           MOVE WS-Ref-Capacite (WS-Idx-Trouve) TO WS-Capacite-Saisie
        END-IF
        IF WS-Capacite-Saisie < WS-Ref-Capacite (WS-Idx-Trouve)
           PERFORM Compter-Etudiants-Section
           IF NOT WS-Comptage-Valide
              MOVE "N" TO WS-Saisie-Ok
           END-IF
           IF WS-Comptage-Valide
              AND WS-Capacite-Saisie < WS-Nbre-Inscrits
              DISPLAY "Capacite refusee : " WS-Nbre-Inscrits
                      " etudiant(s) inscrit(s) dans la section. "
                      LINE 22 COLUMN 1 ERASE TO END OF LINE
              MOVE "N" TO WS-Saisie-Ok
           END-IF
        END-IF
     END-IF
     MOVE WS-Ref-Chef (WS-Idx-Trouve) TO WS-Chef-Saisi
     IF WS-Saisie-Valide AND NOT Mode-Reference-Sections
        MOVE 0 TO WS-Chef-Saisi
        DISPLAY "Nouveau chef (0 = inchange, 999999 = aucun) : "
                LINE 19 COLUMN 10
        ACCEPT WS-Chef-Saisi LINE 19 COLUMN 58
        EVALUATE TRUE
           WHEN WS-Chef-Saisi = 0
              MOVE WS-Ref-Chef (WS-Idx-Trouve) TO WS-Chef-Saisi
           WHEN WS-Chef-A-Retirer
              MOVE 0 TO WS-Chef-Saisi
           WHEN WS-Chef-Saisi NOT = WS-Ref-Chef (WS-Idx-Trouve)
              PERFORM Controler-Chef
        END-EVALUATE
     END-IF
     IF WS-Saisie-Valide
        AND WS-Libelle-Saisi = WS-Ref-Libelle (WS-Idx-Trouve)
        AND WS-Capacite-Saisie = WS-Ref-Capacite (WS-Idx-Trouve)
        AND WS-Chef-Saisi = WS-Ref-Chef (WS-Idx-Trouve)
        DISPLAY "Aucune modification. " LINE 22 COLUMN 1
                ERASE TO END OF LINE
        MOVE "N" TO WS-Saisie-Ok
     END-IF
     IF WS-Saisie-Valide
        MOVE "MODIFICATION" TO WS-Action-Journal
        MOVE "00" TO WS-Statut-Reference
        IF WS-Libelle-Saisi NOT = WS-Ref-Libelle (WS-Idx-Trouve)
           MOVE "LIBELLE"                      TO WS-Champ-Modifie
           MOVE WS-Ref-Libelle (WS-Idx-Trouve) TO WS-Valeur-Avant
           MOVE WS-Libelle-Saisi               TO WS-Valeur-Apres
           MOVE WS-Libelle-Saisi TO WS-Ref-Libelle (WS-Idx-Trouve)
           PERFORM Reecrire-References
           IF WS-Statut-Reference = "00"
              PERFORM Ecrire-Ligne-Journal
           END-IF
        END-IF
        IF WS-Statut-Reference = "00"
           AND WS-Capacite-Saisie NOT = WS-Ref-Capacite (WS-Idx-Trouve)
           MOVE "CAPACITE"                      TO WS-Champ-Modifie
           MOVE WS-Ref-Capacite (WS-Idx-Trouve) TO WS-Capacite-Aff
           MOVE WS-Capacite-Aff                 TO WS-Valeur-Avant
           MOVE WS-Capacite-Saisie              TO WS-Capacite-Aff
           MOVE WS-Capacite-Aff                 TO WS-Valeur-Apres
           MOVE WS-Capacite-Saisie TO WS-Ref-Capacite (WS-Idx-Trouve)
           PERFORM Reecrire-References
           IF WS-Statut-Reference = "00"
              PERFORM Ecrire-Ligne-Journal
           END-IF
        END-IF
        IF WS-Statut-Reference = "00"
           AND WS-Chef-Saisi NOT = WS-Ref-Chef (WS-Idx-Trouve)
           MOVE "CHEF"                      TO WS-Champ-Modifie
           MOVE WS-Ref-Chef (WS-Idx-Trouve) TO WS-Valeur-Avant
           MOVE WS-Chef-Saisi               TO WS-Valeur-Apres
           MOVE WS-Chef-Saisi TO WS-Ref-Chef (WS-Idx-Trouve)
           PERFORM Reecrire-References
           IF WS-Statut-Reference = "00"
              PERFORM Ecrire-Ligne-Journal
           END-IF
        END-IF
        IF WS-Statut-Reference = "00"
           DISPLAY "Code modifie. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
        END-IF
     END-IF.

*> Un code n'est jamais supprime du fichier : il passe au statut
*> "F" et les controles de saisie le refusent ensuite, mais les
*> rapports d'une periode anterieure retrouvent toujours son libelle.
*> Fermeture refusee tant qu'un employe actif (ou un etudiant)
*> y est encore rattache.
Fermer-Reference.
     MOVE "O" TO WS-Saisie-Ok
     IF Mode-Reference-Sections
        PERFORM Compter-Etudiants-Section
        IF NOT WS-Comptage-Valide
           MOVE "N" TO WS-Saisie-Ok
        END-IF
        IF WS-Comptage-Valide AND WS-Nbre-Inscrits > 0
           DISPLAY "Fermeture refusee : " WS-Nbre-Inscrits
                   " etudiant(s) encore inscrit(s) dans la section. "
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
           MOVE "N" TO WS-Saisie-Ok
        END-IF
     ELSE
        PERFORM Compter-Employes-Actifs
        IF NOT ct-sqlstate-ok
           MOVE "N" TO WS-Saisie-Ok
        ELSE
           IF WS-Nbre-Actifs > 0
              DISPLAY "Fermeture refusee : " WS-Nbre-Actifs
                      " employe(s) actif(s) dans le departement. "
                      LINE 22 COLUMN 1 ERASE TO END OF LINE
              MOVE "N" TO WS-Saisie-Ok
           END-IF
        END-IF
     END-IF
     IF WS-Saisie-Valide
        DISPLAY "Confirmer la fermeture (O/N) ? " LINE 18 COLUMN 10
        ACCEPT WS-Reponse LINE 18 COLUMN 42
        IF WS-Reponse-Oui
           MOVE "F" TO WS-Ref-Statut (WS-Idx-Trouve)
           PERFORM Reecrire-References
           IF WS-Statut-Reference = "00"
              MOVE "FERMETURE" TO WS-Action-Journal
              MOVE "STATUT"    TO WS-Champ-Modifie
              MOVE "OUVERT"    TO WS-Valeur-Avant
              MOVE "FERME"     TO WS-Valeur-Apres
              PERFORM Ecrire-Ligne-Journal
              DISPLAY "Code ferme. " LINE 22 COLUMN 1
                      ERASE TO END OF LINE
           END-IF
        END-IF
     END-IF.

Rouvrir-Reference.
     DISPLAY "Confirmer la reouverture (O/N) ? " LINE 18 COLUMN 10
     ACCEPT WS-Reponse LINE 18 COLUMN 44
     IF WS-Reponse-Oui
        MOVE "A" TO WS-Ref-Statut (WS-Idx-Trouve)
        PERFORM Reecrire-References
        IF WS-Statut-Reference = "00"
           MOVE "REOUVERTURE" TO WS-Action-Journal
           MOVE "STATUT"      TO WS-Champ-Modifie
           MOVE "FERME"       TO WS-Valeur-Avant
           MOVE "OUVERT"      TO WS-Valeur-Apres
           PERFORM Ecrire-Ligne-Journal
           DISPLAY "Code rouvert. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
        END-IF
     END-IF.

*> Un chef inconnu ou sorti est refuse : RapportOrganigramme partirait
*> sinon d'un chef absent de l'effectif du departement.
Controler-Chef.
     MOVE "CONTROLER-CHEF" TO ct-paragraphe
*>   EXEC SQL
*>       SELECT STATUT INTO :WS-Statut-Chef
*>       FROM EMPLOYES
*>       WHERE MATRICULE = :WS-Chef-Saisi
*>   END-EXEC.
     EVALUATE TRUE
        WHEN ct-sqlstate-class = "02"
           DISPLAY "Chef refuse : matricule " WS-Chef-Saisi
                   " inconnu. " LINE 22 COLUMN 1 ERASE TO END OF LINE
           MOVE "N" TO WS-Saisie-Ok
        WHEN NOT ct-sqlstate-ok
           CALL "ORAError" USING contexte-transaction
           MOVE "N" TO WS-Saisie-Ok
        WHEN WS-Statut-Chef NOT = "A"
           DISPLAY "Chef refuse : l'employe " WS-Chef-Saisi
                   " n'est pas actif. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
           MOVE "N" TO WS-Saisie-Ok
     END-EVALUATE.

*> Meme requete que TransfererDepartement.Compter-Effectif.
Compter-Employes-Actifs.
     MOVE "COMPTER-ACTIFS" TO ct-paragraphe
     MOVE 0 TO WS-Nbre-Actifs
*>   EXEC SQL
*>       SELECT COUNT(*) INTO :WS-Nbre-Actifs
*>       FROM EMPLOYES
*>       WHERE DEPARTEMENT = :WS-Code-Saisi
*>         AND STATUT = 'A'
*>   END-EXEC.
     IF NOT ct-sqlstate-ok
        CALL "ORAError" USING contexte-transaction
     END-IF.

*> La section n'est pas une cle du fichier maitre : parcours complet
*> par cle primaire, meme technique START/READ NEXT que
*> EncoderResultatsSection.Charger-Section. Fichier maitre absent
*> (statut 35) = aucun etudiant inscrit ; toute autre erreur
*> d'ouverture laisse le comptage invalide et l'appelant refuse la
*> fermeture ou la baisse de capacite plutot que de la laisser passer
*> sans controle.
Compter-Etudiants-Section.
     MOVE 0   TO WS-Nbre-Inscrits
     MOVE "O" TO WS-Comptage-Ok
     OPEN INPUT f-etudiants-maitre
     IF WS-Statut-Maitre NOT = "00" AND WS-Statut-Maitre NOT = "35"
        MOVE "N" TO WS-Comptage-Ok
        DISPLAY "Fichier des etudiants inaccessible (statut "
                WS-Statut-Maitre ") - modification refusee. "
                LINE 22 COLUMN 1 ERASE TO END OF LINE
     END-IF
     IF WS-Statut-Maitre = "00"
        SET eof-false TO TRUE
        MOVE LOW-VALUES TO matricule
        START f-etudiants-maitre KEY IS NOT LESS THAN matricule
           INVALID KEY SET eof-true TO TRUE
        END-START
        IF NOT eof-true
           READ f-etudiants-maitre NEXT RECORD
              AT END SET eof-true TO TRUE
           END-READ
        END-IF
        PERFORM TEST BEFORE UNTIL eof-true
           IF num-section = WS-Code-Saisi
              ADD 1 TO WS-Nbre-Inscrits
           END-IF
           READ f-etudiants-maitre NEXT RECORD
              AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-etudiants-maitre
     END-IF.

*> Reecriture complete du fichier de reference depuis la table, dans
*> l'ordre d'origine, les nouveaux codes venant en fin de fichier.
Reecrire-References.
     IF Mode-Reference-Sections
        OPEN OUTPUT f-sections
        MOVE WS-Statut-Sections TO WS-Statut-Reference
     ELSE
        OPEN OUTPUT f-departements
        MOVE WS-Statut-Departements TO WS-Statut-Reference
     END-IF
     IF WS-Statut-Reference NOT = "00"
        DISPLAY "Ecriture du fichier de reference impossible (statut "
                WS-Statut-Reference ")" LINE 22 COLUMN 1
                ERASE TO END OF LINE
     ELSE
        PERFORM VARYING WS-Idx-Reference FROM 1 BY 1
                UNTIL WS-Idx-Reference > WS-Nb-References
           IF Mode-Reference-Sections
              MOVE WS-Ref-Code (WS-Idx-Reference)     TO code-section
              MOVE WS-Ref-Libelle (WS-Idx-Reference)  TO libelle-section
              MOVE WS-Ref-Capacite (WS-Idx-Reference)
                   TO capacite-section
              MOVE WS-Ref-Statut (WS-Idx-Reference)   TO statut-section
              WRITE enreg-section
           ELSE
              MOVE WS-Ref-Code (WS-Idx-Reference)
                   TO code-departement
              MOVE WS-Ref-Libelle (WS-Idx-Reference)
                   TO libelle-departement
              MOVE WS-Ref-Statut (WS-Idx-Reference)
                   TO statut-departement
              MOVE WS-Ref-Chef (WS-Idx-Reference)
                   TO chef-departement
              WRITE enreg-departement
           END-IF
        END-PERFORM
        IF Mode-Reference-Sections
           CLOSE f-sections
        ELSE
           CLOSE f-departements
        END-IF
     END-IF.

Ecrire-Ligne-Journal.
     ACCEPT WS-Date-Journal  FROM DATE YYYYMMDD
     ACCEPT WS-Heure-Journal FROM TIME
     STRING "HistoReferences" WS-Date-Journal "." "log"
        DELIMITED BY SIZE INTO WS-Nom-Journal
     MOVE WS-Date-Journal  TO WS-LJ-Date
     MOVE WS-Heure-Journal TO WS-LJ-Heure
     IF Mode-Reference-Sections
        MOVE "SECT" TO WS-LJ-Fichier
     ELSE
        MOVE "DEPT" TO WS-LJ-Fichier
     END-IF
     MOVE WS-Code-Saisi     TO WS-LJ-Code
     MOVE WS-Action-Journal TO WS-LJ-Action
     MOVE WS-Champ-Modifie  TO WS-LJ-Champ
     MOVE WS-Valeur-Avant   TO WS-LJ-Avant
     MOVE WS-Valeur-Apres   TO WS-LJ-Apres
     MOVE ct-operateur      TO WS-LJ-Operateur
     MOVE WS-Ligne-Journal-Sortie TO Ligne-Journal
     OPEN EXTEND f-journal
     IF WS-Statut-Journal = "35"
        OPEN OUTPUT f-journal
     END-IF
     WRITE Ligne-Journal
     CLOSE f-journal.
