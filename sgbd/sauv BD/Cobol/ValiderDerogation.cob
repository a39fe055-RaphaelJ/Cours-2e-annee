IDENTIFICATION DIVISION.
PROGRAM-ID. ValiderDerogation.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-operateurs ASSIGN TO "Operateurs.dat"
                        ORGANIZATION INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS id-operateur
                        FILE STATUS IS WS-Statut-Operateurs.
DATA DIVISION.
FILE SECTION.
FD  f-operateurs.
    COPY "Operateurs.cpy".
WORKING-STORAGE SECTION.
01  WS-Statut-Operateurs    PIC XX.
01  WS-Identifiant          PIC X(08).
01  WS-Mot-De-Passe         PIC X(30).
01  WS-Hash-Saisi           PIC 9(10).
01  WS-Nb-Tentatives        PIC 9(02) VALUE 0.
01  WS-Max-Tentatives       PIC 9(02) VALUE 3.
01  WS-Fin-Saisie           PIC X VALUE "N".
    88  WS-Saisie-Terminee  VALUE "O".
LINKAGE SECTION.
COPY "TransCtx.cpy".
01  Derogation-Superviseur  PIC X(08).

*> Code de derogation d'un superviseur : un salaire hors bareme n'est
*> enregistre que si un administrateur ou un responsable RH, autre que
*> l'operateur signe, s'identifie sur le poste avec son propre mot de
*> passe (meme controle qu'IdentifierOperateur : compte actif, non
*> verrouille, empreinte HacherMotDePasse). Derogation-Superviseur
*> revient avec l'identifiant du superviseur, ou a blanc si la
*> derogation est refusee ou abandonnee (identifiant vide). Le fichier
*> des operateurs n'est que lu : les echecs ne comptent pas pour le
*> verrouillage du compte, mais la saisie est limitee a trois essais.
PROCEDURE DIVISION USING contexte-transaction, Derogation-Superviseur.
Debut.
     MOVE SPACES TO Derogation-Superviseur
     MOVE "N"    TO WS-Fin-Saisie
     MOVE 0      TO WS-Nb-Tentatives
     OPEN INPUT f-operateurs
     IF WS-Statut-Operateurs NOT = "00"
        DISPLAY "Fichier des operateurs inaccessible - derogation "
                "impossible. " LINE 22 COLUMN 1 ERASE TO END OF LINE
        GO TO Debut-Exit
     END-IF
     PERFORM TEST BEFORE UNTIL WS-Saisie-Terminee
        PERFORM Saisir-Superviseur
     END-PERFORM
     CLOSE f-operateurs.
Debut-Exit.
     EXIT PROGRAM.

Saisir-Superviseur.
     DISPLAY "Derogation - superviseur (vide = abandon) : "
             LINE 19 COLUMN 5 ERASE TO END OF LINE
     MOVE SPACES TO WS-Identifiant
     ACCEPT WS-Identifiant LINE 19 COLUMN 50
     DISPLAY " " LINE 20 COLUMN 1 ERASE TO END OF LINE
     IF WS-Identifiant = SPACES
        SET WS-Saisie-Terminee TO TRUE
     ELSE
        DISPLAY "Mot de passe du superviseur              : "
                LINE 20 COLUMN 5 ERASE TO END OF LINE
        MOVE SPACES TO WS-Mot-De-Passe
        ACCEPT WS-Mot-De-Passe LINE 20 COLUMN 50 WITH NO ECHO
        PERFORM Controler-Superviseur
        ADD 1 TO WS-Nb-Tentatives
        IF Derogation-Superviseur NOT = SPACES
           OR WS-Nb-Tentatives >= WS-Max-Tentatives
           SET WS-Saisie-Terminee TO TRUE
        END-IF
     END-IF.

*> Meme message pour un identifiant inconnu et un mot de passe faux,
*> comme a la signature ; le role et l'identite du superviseur ne sont
*> examines qu'une fois le mot de passe reconnu.
Controler-Superviseur.
     MOVE WS-Identifiant TO id-operateur
     READ f-operateurs
     EVALUATE TRUE
        WHEN WS-Statut-Operateurs NOT = "00"
           DISPLAY "Identifiant ou mot de passe incorrect. "
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
        WHEN op-inactif OR op-verrouille
           DISPLAY "Compte du superviseur desactive ou verrouille. "
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
        WHEN OTHER
           CALL "HacherMotDePasse" USING WS-Identifiant,
                                         WS-Mot-De-Passe, WS-Hash-Saisi
           EVALUATE TRUE
              WHEN WS-Hash-Saisi NOT = hash-mot-de-passe
                 DISPLAY "Identifiant ou mot de passe incorrect. "
                         LINE 22 COLUMN 1 ERASE TO END OF LINE
              WHEN id-operateur = ct-operateur
                 DISPLAY "La derogation doit venir d'un autre "
                         "operateur. " LINE 22 COLUMN 1
                         ERASE TO END OF LINE
              WHEN NOT (op-role-administrateur OR op-role-rh)
                 DISPLAY "Derogation reservee aux roles administrateur "
                         "et RH. " LINE 22 COLUMN 1 ERASE TO END OF LINE
              WHEN OTHER
                 MOVE id-operateur TO Derogation-Superviseur
                 DISPLAY "Derogation accordee par " id-operateur ". "
                         LINE 22 COLUMN 1 ERASE TO END OF LINE
           END-EVALUATE
     END-EVALUATE.
