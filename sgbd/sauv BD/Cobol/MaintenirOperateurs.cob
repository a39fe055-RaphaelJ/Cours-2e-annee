IDENTIFICATION DIVISION.
PROGRAM-ID. MaintenirOperateurs.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-operateurs ASSIGN TO "Operateurs.dat"
                        ORGANIZATION INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS id-operateur
                        FILE STATUS IS WS-Statut-Operateurs.
    SELECT f-connexions ASSIGN TO DYNAMIC WS-Nom-Connexions
                        ORGANIZATION LINE SEQUENTIAL
                        FILE STATUS IS WS-Statut-Connexions.
DATA DIVISION.
FILE SECTION.
FD  f-operateurs.
    COPY "Operateurs.cpy".
FD  f-connexions.
01  Ligne-Connexion             PIC X(80).
WORKING-STORAGE SECTION.
01  WS-Statut-Operateurs    PIC XX.
01  WS-Statut-Connexions    PIC XX.
01  Choix-Operateur         PIC 9 VALUE 0.
01  WS-Identifiant          PIC X(08).
01  WS-Nom-Saisi            PIC X(30).
01  WS-Role-Saisi           PIC X(01).
01  WS-Mot-De-Passe         PIC X(30).
01  WS-Confirmation         PIC X(30).
01  WS-Reponse              PIC X.
    88  WS-Reponse-Oui      VALUE "O", "o".
01  WS-Saisie-Ok            PIC X VALUE "N".
    88  WS-Saisie-Valide    VALUE "O".
01  WS-Libelle-Role         PIC X(20).

*> Meme journal et meme disposition de ligne que
*> IdentifierOperateur.Journaliser-Connexion ; la colonne auteur
*> porte ici l'administrateur qui a fait la modification.
01  WS-Nom-Connexions       PIC X(25).
01  WS-Date-Jour            PIC 9(08).
01  WS-Heure-Jour           PIC 9(08).
01  WS-Evenement            PIC X(14).
01  WS-Ligne-Connexion-Sortie.
    02  WS-LC-Date              PIC 9(08).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LC-Heure             PIC 9(08).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LC-Operateur         PIC X(08).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LC-Evenement         PIC X(14).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LC-Auteur            PIC X(08).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LC-Echecs            PIC 9(02).
LINKAGE SECTION.
COPY "TransCtx.cpy".
PROCEDURE DIVISION USING contexte-transaction.
Debut.
     MOVE "MAINTOPE" TO ct-programme
     IF NOT ct-role-administrateur
        DISPLAY "Fonction reservee aux administrateurs. "
                LINE 22 COLUMN 1 ERASE TO END OF LINE
        GO TO Debut-Exit
     END-IF
     OPEN I-O f-operateurs
     IF WS-Statut-Operateurs NOT = "00"
        DISPLAY "Fichier des operateurs inaccessible (statut "
                WS-Statut-Operateurs ")" LINE 22 COLUMN 1
                ERASE TO END OF LINE
        GO TO Debut-Exit
     END-IF
     DISPLAY " " LINE 1 ERASE TO END OF SCREEN
     DISPLAY "GESTION DES OPERATEURS" LINE 3 COLUMN 10
     DISPLAY "Identifiant (vide = abandon) : " LINE 5 COLUMN 10
     MOVE SPACES TO WS-Identifiant
     ACCEPT WS-Identifiant LINE 5 COLUMN 42
     IF WS-Identifiant = SPACES
        GO TO Debut-Close
     END-IF
     MOVE WS-Identifiant TO id-operateur
     READ f-operateurs
     IF WS-Statut-Operateurs NOT = "00"
        DISPLAY "Operateur inconnu - le creer (O/N) ? " LINE 7 COLUMN 10
        ACCEPT WS-Reponse LINE 7 COLUMN 48
        IF WS-Reponse-Oui
           PERFORM Creer-Operateur
        END-IF
        GO TO Debut-Close
     END-IF

     PERFORM Afficher-Operateur
     DISPLAY "1. Modifier le nom / le role" LINE 13 COLUMN 10
     DISPLAY "2. Nouveau mot de passe (deverrouille le compte)"
             LINE 14 COLUMN 10
     IF op-actif
        DISPLAY "3. Desactiver le compte" LINE 15 COLUMN 10
     ELSE
        DISPLAY "3. Reactiver le compte" LINE 15 COLUMN 10
     END-IF
     DISPLAY "9. Annuler" LINE 16 COLUMN 10
     ACCEPT Choix-Operateur LINE 17 COLUMN 25
     EVALUATE Choix-Operateur
        WHEN 1 PERFORM Modifier-Operateur
        WHEN 2 PERFORM Reinitialiser-Mot-De-Passe
        WHEN 3 PERFORM Basculer-Activite
     END-EVALUATE.
Debut-Close.
     CLOSE f-operateurs.
Debut-Exit.
     EXIT PROGRAM.

Afficher-Operateur.
     PERFORM Determiner-Libelle-Role
     DISPLAY "Nom          : " nom-operateur LINE 7 COLUMN 10
     DISPLAY "Role         : " role-operateur " " WS-Libelle-Role
             LINE 8 COLUMN 10
     IF op-actif
        DISPLAY "Compte       : ACTIF" LINE 9 COLUMN 10
     ELSE
        DISPLAY "Compte       : DESACTIVE" LINE 9 COLUMN 10
     END-IF
     IF op-verrouille
        DISPLAY "Verrouille le : " date-verrouillage-operateur
                LINE 10 COLUMN 10
     END-IF
     DISPLAY "Echecs       : " nb-echecs-operateur
             "   Derniere signature : " date-connexion-operateur
             LINE 11 COLUMN 10.

Determiner-Libelle-Role.
     EVALUATE TRUE
        WHEN op-role-administrateur MOVE "ADMINISTRATEUR"    TO WS-Libelle-Role
        WHEN op-role-rh             MOVE "RESSOURCES HUMAINES" TO WS-Libelle-Role
        WHEN op-role-personnel      MOVE "GESTION PERSONNEL" TO WS-Libelle-Role
        WHEN op-role-scolarite      MOVE "SCOLARITE"         TO WS-Libelle-Role
        WHEN op-role-consultation   MOVE "CONSULTATION"      TO WS-Libelle-Role
        WHEN OTHER                  MOVE "INCONNU"           TO WS-Libelle-Role
     END-EVALUATE.

*> Redemande le role tant qu'il n'est pas l'un des cinq connus des
*> menus MenuEmployes / MenuEtudiants.
Saisir-Role.
     DISPLAY "A=Administrateur R=Ressources humaines P=Personnel "
             "S=Scolarite C=Consultation" LINE 20 COLUMN 1
             ERASE TO END OF LINE
     DISPLAY "Role : " LINE 19 COLUMN 10 ERASE TO END OF LINE
     ACCEPT WS-Role-Saisi LINE 19 COLUMN 17
     MOVE WS-Role-Saisi TO role-operateur
     PERFORM TEST BEFORE UNTIL op-role-valide
        DISPLAY "Role inconnu. " LINE 22 COLUMN 1 ERASE TO END OF LINE
        ACCEPT WS-Role-Saisi LINE 19 COLUMN 17
        MOVE WS-Role-Saisi TO role-operateur
     END-PERFORM
     DISPLAY " " LINE 20 COLUMN 1 ERASE TO END OF LINE
     DISPLAY " " LINE 22 COLUMN 1 ERASE TO END OF LINE.

Saisir-Mot-De-Passe.
     MOVE "O" TO WS-Saisie-Ok
     MOVE SPACES TO WS-Mot-De-Passe
     MOVE SPACES TO WS-Confirmation
     DISPLAY "Mot de passe : " LINE 20 COLUMN 10 ERASE TO END OF LINE
     ACCEPT WS-Mot-De-Passe LINE 20 COLUMN 26 WITH NO ECHO
     DISPLAY "Confirmation : " LINE 21 COLUMN 10 ERASE TO END OF LINE
     ACCEPT WS-Confirmation LINE 21 COLUMN 26 WITH NO ECHO
     IF WS-Mot-De-Passe = SPACES
        OR WS-Mot-De-Passe NOT = WS-Confirmation
        DISPLAY "Mot de passe vide ou confirmation differente. "
                LINE 22 COLUMN 1 ERASE TO END OF LINE
        MOVE "N" TO WS-Saisie-Ok
     END-IF.

Creer-Operateur.
     MOVE SPACES         TO enreg-operateur
     MOVE WS-Identifiant TO id-operateur
     DISPLAY "Nom : " LINE 18 COLUMN 10
     ACCEPT nom-operateur LINE 18 COLUMN 17
     IF nom-operateur = SPACES
        DISPLAY "Nom obligatoire - creation abandonnee. "
                LINE 22 COLUMN 1 ERASE TO END OF LINE
     ELSE
        PERFORM Saisir-Role
        PERFORM Saisir-Mot-De-Passe
        IF WS-Saisie-Valide
           SET op-actif        TO TRUE
           SET op-deverrouille TO TRUE
           MOVE 0 TO nb-echecs-operateur
           MOVE 0 TO date-verrouillage-operateur
           MOVE 0 TO date-connexion-operateur
           CALL "HacherMotDePasse" USING id-operateur,
                                         WS-Mot-De-Passe,
                                         hash-mot-de-passe
           WRITE enreg-operateur
           IF WS-Statut-Operateurs = "00"
              MOVE "CREATION" TO WS-Evenement
              PERFORM Journaliser-Connexion
              DISPLAY "Operateur cree. " LINE 22 COLUMN 1
                      ERASE TO END OF LINE
           ELSE
              DISPLAY "Erreur d'ecriture (statut "
                      WS-Statut-Operateurs ")" LINE 22 COLUMN 1
                      ERASE TO END OF LINE
           END-IF
        END-IF
     END-IF.

*> Un administrateur ne peut pas se retirer lui-meme son role : le
*> fichier pourrait se retrouver sans aucun administrateur.
Modifier-Operateur.
     MOVE SPACES TO WS-Nom-Saisi
     DISPLAY "Nouveau nom (vide = inchange) : " LINE 18 COLUMN 10
     ACCEPT WS-Nom-Saisi LINE 18 COLUMN 43
     IF WS-Nom-Saisi NOT = SPACES
        MOVE WS-Nom-Saisi TO nom-operateur
     END-IF
     IF id-operateur = ct-operateur
        DISPLAY "Role de l'operateur signe inchange. "
                LINE 21 COLUMN 1 ERASE TO END OF LINE
     ELSE
        PERFORM Saisir-Role
     END-IF
     REWRITE enreg-operateur
     IF WS-Statut-Operateurs = "00"
        MOVE "MODIFICATION" TO WS-Evenement
        PERFORM Journaliser-Connexion
        DISPLAY "Operateur modifie. " LINE 22 COLUMN 1
                ERASE TO END OF LINE
     ELSE
        DISPLAY "Erreur de mise a jour (statut " WS-Statut-Operateurs
                ")" LINE 22 COLUMN 1 ERASE TO END OF LINE
     END-IF.

*> Seule voie de sortie d'un verrouillage pose par
*> IdentifierOperateur.Refuser-Mot-De-Passe : le compteur d'echecs
*> est remis a zero avec le nouveau mot de passe.
Reinitialiser-Mot-De-Passe.
     PERFORM Saisir-Mot-De-Passe
     IF WS-Saisie-Valide
        CALL "HacherMotDePasse" USING id-operateur, WS-Mot-De-Passe,
                                      hash-mot-de-passe
        MOVE 0 TO nb-echecs-operateur
        MOVE 0 TO date-verrouillage-operateur
        SET op-deverrouille TO TRUE
        REWRITE enreg-operateur
        IF WS-Statut-Operateurs = "00"
           MOVE "REINIT-MDP" TO WS-Evenement
           PERFORM Journaliser-Connexion
           DISPLAY "Mot de passe remplace, compte deverrouille. "
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
        ELSE
           DISPLAY "Erreur de mise a jour (statut "
                   WS-Statut-Operateurs ")" LINE 22 COLUMN 1
                   ERASE TO END OF LINE
        END-IF
     END-IF.

*> Un compte n'est jamais supprime, seulement desactive, pour que
*> l'identifiant reste explicable dans les journaux ou il figure.
Basculer-Activite.
     IF id-operateur = ct-operateur
        DISPLAY "Impossible de desactiver l'operateur signe. "
                LINE 22 COLUMN 1 ERASE TO END OF LINE
     ELSE
        IF op-actif
           SET op-inactif TO TRUE
           MOVE "DESACTIVATION" TO WS-Evenement
        ELSE
           SET op-actif TO TRUE
           MOVE "REACTIVATION" TO WS-Evenement
        END-IF
        REWRITE enreg-operateur
        IF WS-Statut-Operateurs = "00"
           PERFORM Journaliser-Connexion
           DISPLAY "Compte mis a jour. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
        ELSE
           DISPLAY "Erreur de mise a jour (statut "
                   WS-Statut-Operateurs ")" LINE 22 COLUMN 1
                   ERASE TO END OF LINE
        END-IF
     END-IF.

Journaliser-Connexion.
     ACCEPT WS-Date-Jour  FROM DATE YYYYMMDD
     ACCEPT WS-Heure-Jour FROM TIME
     STRING "Connexions" WS-Date-Jour "." "log"
        DELIMITED BY SIZE INTO WS-Nom-Connexions
     MOVE WS-Date-Jour        TO WS-LC-Date
     MOVE WS-Heure-Jour       TO WS-LC-Heure
     MOVE id-operateur        TO WS-LC-Operateur
     MOVE WS-Evenement        TO WS-LC-Evenement
     MOVE ct-operateur        TO WS-LC-Auteur
     MOVE nb-echecs-operateur TO WS-LC-Echecs
     MOVE WS-Ligne-Connexion-Sortie TO Ligne-Connexion
     OPEN EXTEND f-connexions
     IF WS-Statut-Connexions = "35"
        OPEN OUTPUT f-connexions
     END-IF
     WRITE Ligne-Connexion
     CLOSE f-connexions.
