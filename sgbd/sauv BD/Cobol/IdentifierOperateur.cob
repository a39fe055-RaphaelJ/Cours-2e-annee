IDENTIFICATION DIVISION.
PROGRAM-ID. IdentifierOperateur.
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
01  WS-Identifiant          PIC X(08).
01  WS-Mot-De-Passe         PIC X(30).
01  WS-Confirmation         PIC X(30).
01  WS-Hash-Saisi           PIC 9(10).
01  WS-Nb-Tentatives        PIC 9(02) VALUE 0.
01  WS-Max-Tentatives       PIC 9(02) VALUE 5.
01  WS-Max-Echecs           PIC 9(02) VALUE 3.
01  WS-Signature-Ok         PIC X VALUE "N".
    88  WS-Signature-Valide VALUE "O".
01  WS-Abandon              PIC X VALUE "N".
    88  WS-Abandon-Demande  VALUE "O".
01  WS-Fichier-Vide         PIC X VALUE "N".
    88  WS-Aucun-Operateur  VALUE "O".

*> Journal des signatures, un fichier par jour (Connexions<date>.log),
*> meme convention qu'ORAError.Journaliser-Erreur. Les verrouillages
*> y sont repris par RapportFinJournee.Copier-Verrouillages : la
*> disposition de la ligne est partagee avec ce programme et avec
*> MaintenirOperateurs.
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
     MOVE "IDENTOP"   TO ct-programme
     MOVE "DEBUT"     TO ct-paragraphe
     MOVE SPACES      TO ct-operateur
     MOVE SPACES      TO ct-role-operateur
     MOVE "N"         TO WS-Signature-Ok
     MOVE "N"         TO WS-Abandon
     MOVE 0           TO WS-Nb-Tentatives
     PERFORM Ouvrir-Fichier-Operateurs
     IF WS-Statut-Operateurs NOT = "00"
        DISPLAY "Fichier des operateurs inaccessible (statut "
                WS-Statut-Operateurs ")" LINE 22 COLUMN 1
                ERASE TO END OF LINE
        SET ct-abandonner TO TRUE
        GO TO Debut-Exit
     END-IF
     DISPLAY " " LINE 1 ERASE TO END OF SCREEN
     DISPLAY "IDENTIFICATION DE L'OPERATEUR" LINE 3 COLUMN 10
     PERFORM Verifier-Fichier-Vide
     IF WS-Aucun-Operateur
        PERFORM Creer-Premier-Administrateur
     END-IF
     PERFORM TEST BEFORE UNTIL WS-Signature-Valide
             OR WS-Abandon-Demande
        PERFORM Saisir-Identification
     END-PERFORM
     CLOSE f-operateurs
     IF WS-Signature-Valide
        SET ct-poursuivre TO TRUE
     ELSE
        SET ct-abandonner TO TRUE
     END-IF.
Debut-Exit.
     EXIT PROGRAM.

*> Meme reflexe qu'AjouterEtudiants.Ouvrir-Fichier-Maitre : le
*> fichier est cree vide a la premiere utilisation.
Ouvrir-Fichier-Operateurs.
     OPEN I-O f-operateurs
     IF WS-Statut-Operateurs = "35"
        OPEN OUTPUT f-operateurs
        CLOSE f-operateurs
        OPEN I-O f-operateurs
     END-IF.

Verifier-Fichier-Vide.
     MOVE "N" TO WS-Fichier-Vide
     MOVE LOW-VALUES TO id-operateur
     START f-operateurs KEY IS NOT LESS THAN id-operateur
        INVALID KEY SET WS-Aucun-Operateur TO TRUE
     END-START.

*> Sans aucun operateur, personne ne pourrait se signer pour en
*> creer un : le tout premier passage cree donc un administrateur,
*> qui ouvrira ensuite les autres comptes par MaintenirOperateurs.
Creer-Premier-Administrateur.
     DISPLAY "Aucun operateur defini - creation de l'administrateur"
             LINE 5 COLUMN 10
     MOVE SPACES TO enreg-operateur
     DISPLAY "Identifiant  : " LINE 7 COLUMN 10
     ACCEPT id-operateur LINE 7 COLUMN 26
     DISPLAY "Nom          : " LINE 8 COLUMN 10
     ACCEPT nom-operateur LINE 8 COLUMN 26
     DISPLAY "Mot de passe : " LINE 9 COLUMN 10
     MOVE SPACES TO WS-Mot-De-Passe
     ACCEPT WS-Mot-De-Passe LINE 9 COLUMN 26 WITH NO ECHO
     DISPLAY "Confirmation : " LINE 10 COLUMN 10
     MOVE SPACES TO WS-Confirmation
     ACCEPT WS-Confirmation LINE 10 COLUMN 26 WITH NO ECHO
     IF id-operateur = SPACES OR nom-operateur = SPACES
        OR WS-Mot-De-Passe = SPACES
        OR WS-Mot-De-Passe NOT = WS-Confirmation
        DISPLAY "Creation abandonnee (zone vide ou confirmation "
                "differente). " LINE 22 COLUMN 1 ERASE TO END OF LINE
        SET WS-Abandon-Demande TO TRUE
     ELSE
        SET op-role-administrateur TO TRUE
        SET op-actif               TO TRUE
        SET op-deverrouille        TO TRUE
        MOVE 0 TO nb-echecs-operateur
        MOVE 0 TO date-verrouillage-operateur
        MOVE 0 TO date-connexion-operateur
        CALL "HacherMotDePasse" USING id-operateur, WS-Mot-De-Passe,
                                      hash-mot-de-passe
        WRITE enreg-operateur
        IF WS-Statut-Operateurs NOT = "00"
           DISPLAY "Erreur d'ecriture (statut " WS-Statut-Operateurs
                   ")" LINE 22 COLUMN 1 ERASE TO END OF LINE
           SET WS-Abandon-Demande TO TRUE
        ELSE
           MOVE "CREATION"   TO WS-Evenement
           MOVE id-operateur TO WS-LC-Auteur
           PERFORM Journaliser-Connexion
        END-IF
     END-IF
     DISPLAY " " LINE 5 COLUMN 1 ERASE TO END OF SCREEN.

Saisir-Identification.
     DISPLAY "Identifiant (vide = quitter) : " LINE 5 COLUMN 10
             ERASE TO END OF LINE
     MOVE SPACES TO WS-Identifiant
     ACCEPT WS-Identifiant LINE 5 COLUMN 42
     IF WS-Identifiant = SPACES
        SET WS-Abandon-Demande TO TRUE
     ELSE
        DISPLAY "Mot de passe                 : " LINE 6 COLUMN 10
                ERASE TO END OF LINE
        MOVE SPACES TO WS-Mot-De-Passe
        ACCEPT WS-Mot-De-Passe LINE 6 COLUMN 42 WITH NO ECHO
        PERFORM Controler-Identification
        ADD 1 TO WS-Nb-Tentatives
        IF NOT WS-Signature-Valide
           AND WS-Nb-Tentatives >= WS-Max-Tentatives
           DISPLAY "Trop de tentatives - fin de la session. "
                   LINE 23 COLUMN 1 ERASE TO END OF LINE
           SET WS-Abandon-Demande TO TRUE
        END-IF
     END-IF.

*> Meme message pour un identifiant inconnu et un mot de passe faux,
*> pour ne pas indiquer a un curieux quels identifiants existent.
*> Un compte desactive ou verrouille est refuse sans meme comparer
*> le mot de passe.
Controler-Identification.
     MOVE SPACES         TO WS-LC-Auteur
     MOVE WS-Identifiant TO id-operateur
     READ f-operateurs
     EVALUATE TRUE
        WHEN WS-Statut-Operateurs NOT = "00"
           DISPLAY "Identifiant ou mot de passe incorrect. "
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
           MOVE SPACES          TO enreg-operateur
           MOVE WS-Identifiant  TO id-operateur
           MOVE 0               TO nb-echecs-operateur
           MOVE "ECHEC-INCONNU" TO WS-Evenement
           PERFORM Journaliser-Connexion
        WHEN op-inactif
           DISPLAY "Compte desactive - contacter l'administrateur. "
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
           MOVE "REFUS-INACTIF" TO WS-Evenement
           PERFORM Journaliser-Connexion
        WHEN op-verrouille
           DISPLAY "Compte verrouille - contacter l'administrateur. "
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
           MOVE "REFUS-VERROU" TO WS-Evenement
           PERFORM Journaliser-Connexion
        WHEN OTHER
           CALL "HacherMotDePasse" USING WS-Identifiant,
                                         WS-Mot-De-Passe, WS-Hash-Saisi
           IF WS-Hash-Saisi = hash-mot-de-passe
              PERFORM Accepter-Connexion
           ELSE
              PERFORM Refuser-Mot-De-Passe
           END-IF
     END-EVALUATE.

Accepter-Connexion.
     ACCEPT WS-Date-Jour FROM DATE YYYYMMDD
     MOVE 0            TO nb-echecs-operateur
     MOVE WS-Date-Jour TO date-connexion-operateur
     REWRITE enreg-operateur
     IF WS-Statut-Operateurs NOT = "00"
        DISPLAY "Erreur d'ecriture (statut " WS-Statut-Operateurs
                ") - connexion refusee. " LINE 22 COLUMN 1
                ERASE TO END OF LINE
     ELSE
        MOVE id-operateur   TO ct-operateur
        MOVE role-operateur TO ct-role-operateur
        SET WS-Signature-Valide TO TRUE
        MOVE "CONNEXION" TO WS-Evenement
        PERFORM Journaliser-Connexion
     END-IF.

*> Les echecs se cumulent dans le dossier de l'operateur, d'une
*> session a l'autre, jusqu'a la signature reussie suivante ; au
*> seuil, le compte est verrouille et seul un administrateur peut le
*> rouvrir (MaintenirOperateurs, nouveau mot de passe). Un
*> verrouillage qui n'a pu etre enregistre n'est pas journalise comme
*> tel : RapportFinJournee signalerait un compte qui ne l'est pas.
Refuser-Mot-De-Passe.
     ADD 1 TO nb-echecs-operateur
     IF nb-echecs-operateur >= WS-Max-Echecs
        ACCEPT WS-Date-Jour FROM DATE YYYYMMDD
        SET op-verrouille TO TRUE
        MOVE WS-Date-Jour TO date-verrouillage-operateur
     END-IF
     REWRITE enreg-operateur
     EVALUATE TRUE
        WHEN WS-Statut-Operateurs NOT = "00"
           MOVE "ECHEC" TO WS-Evenement
           DISPLAY "Erreur d'ecriture (statut " WS-Statut-Operateurs
                   ") - connexion refusee. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
        WHEN op-verrouille
           MOVE "VERROUILLAGE" TO WS-Evenement
           DISPLAY "Trop d'echecs - compte verrouille. "
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
        WHEN OTHER
           MOVE "ECHEC" TO WS-Evenement
           DISPLAY "Identifiant ou mot de passe incorrect. "
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
     END-EVALUATE
     PERFORM Journaliser-Connexion.

Journaliser-Connexion.
     ACCEPT WS-Date-Jour  FROM DATE YYYYMMDD
     ACCEPT WS-Heure-Jour FROM TIME
     STRING "Connexions" WS-Date-Jour "." "log"
        DELIMITED BY SIZE INTO WS-Nom-Connexions
     MOVE WS-Date-Jour        TO WS-LC-Date
     MOVE WS-Heure-Jour       TO WS-LC-Heure
     MOVE id-operateur        TO WS-LC-Operateur
     MOVE WS-Evenement        TO WS-LC-Evenement
     MOVE nb-echecs-operateur TO WS-LC-Echecs
     MOVE WS-Ligne-Connexion-Sortie TO Ligne-Connexion
     OPEN EXTEND f-connexions
     IF WS-Statut-Connexions = "35"
        OPEN OUTPUT f-connexions
     END-IF
     WRITE Ligne-Connexion
     CLOSE f-connexions.
