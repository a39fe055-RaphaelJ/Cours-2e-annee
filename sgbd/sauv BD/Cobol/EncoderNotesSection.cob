IDENTIFICATION DIVISION.
PROGRAM-ID. EncoderNotesSection.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
   DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-etudiants-maitre ASSIGN TO "EtudiantsMaitre.dat"
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS matricule
                               ALTERNATE RECORD KEY IS nom WITH DUPLICATES
                               ALTERNATE RECORD KEY IS institut WITH DUPLICATES
                               FILE STATUS IS WS-Statut-Maitre.
    SELECT f-cours            ASSIGN TO "Cours.dat"
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-Statut-Cours.
    SELECT f-notes            ASSIGN TO "Notes.dat"
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS cle-note
                               FILE STATUS IS WS-Statut-Notes.
DATA DIVISION.
FILE SECTION.
FD  f-etudiants-maitre.
    COPY "Etudiants.cpy".
FD  f-cours.
    COPY "Cours.cpy".
FD  f-notes.
    COPY "Notes.cpy".
WORKING-STORAGE SECTION.
01  WS-Statut-Maitre        PIC XX.
01  WS-Statut-Cours         PIC XX.
01  WS-Statut-Notes         PIC XX.
01  WS-Section-Cle          PIC X(04).
01  WS-Reponse              PIC X.
    88  WS-Reponse-Oui      VALUE "O", "o".
01  WS-Date-Jour            PIC 9(08).
01  WS-Ligne-Ecran          PIC 9(02) VALUE 5.
01  WS-Nbre-Notes           PIC 9(03) VALUE 0.
01  WS-Nbre-Absents         PIC 9(03) VALUE 0.
01  WS-Nbre-Laisses-Vides   PIC 9(03) VALUE 0.
01  WS-Nbre-Ecrits          PIC 9(03) VALUE 0.
01  WS-Nbre-Ignores         PIC 9(04) VALUE 0.
01  eof                     PIC 9.
    88  eof-true            VALUE 1.
    88  eof-false           VALUE 0.

*> Annee d'etude de la section (institut, type de graduat, annee),
*> relevee sur le premier etudiant charge : une section n'appartient
*> qu'a une seule annee, c'est elle qui determine la liste des cours.
01  WS-Annee-Section.
    02  WS-Sect-Institut     PIC X(02).
    02  WS-Sect-Type-Graduat PIC 9(02).
    02  WS-Sect-Annee-Etude  PIC X(01).

*> Cours de l'annee de la section, repris de Cours.dat pour la
*> liste affichee et le controle du code saisi.
01  WS-Table-Cours.
    02  WS-Cours-Ligne OCCURS 40 TIMES.
        03  WS-Crs-Code          PIC X(06).
        03  WS-Crs-Libelle       PIC X(30).
        03  WS-Crs-Credits       PIC 9(02).
        03  WS-Crs-Passage       PIC 99V9.
01  WS-Nb-Cours             PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Cours            PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Cours-Choisi     PIC S9(4) BINARY VALUE 0.
01  WS-Code-Cours-Saisi     PIC X(06).
01  WS-Credits-Aff          PIC Z9.
01  WS-Passage-Aff          PIC Z9,9.

*> Liste de travail de la section, meme principe que
*> EncoderResultatsSection : la note actuelle de chaque etudiant pour
*> le cours choisi est relue avant la saisie, et les WRITE/REWRITE
*> dans Notes.dat ne partent qu'apres le recapitulatif confirme.
*> Saisie : une note de 0 a 20 (virgule ou point decimal), A pour
*> un absent (la note reste manquante a la deliberation), vide pour
*> ne rien changer.
01  WS-Table-Section.
    02  WS-Etudiant-Ligne OCCURS 999 TIMES.
        03  WS-Etu-Matricule     PIC 9(06).
        03  WS-Etu-Nom           PIC X(20).
        03  WS-Etu-Prenom        PIC X(15).
        03  WS-Etu-Note-Existe   PIC X(01).
            88  WS-Etu-Note-Connue VALUE "O".
        03  WS-Etu-Actuelle      PIC X(04).
        03  WS-Etu-Saisie        PIC X(04).
        03  WS-Etu-Nouvelle      PIC 99V9.
01  WS-Nb-Etudiants         PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Etudiant         PIC S9(4) BINARY VALUE 0.
01  WS-Saisie-Note          PIC X(04).
01  WS-Note-Numerique       PIC S9(03)V99.
01  WS-Note-Aff             PIC Z9,9.
01  WS-Saisie-Ok            PIC X VALUE "N".
    88  WS-Saisie-Valide    VALUE "O".
LINKAGE SECTION.
COPY "TransCtx.cpy".
PROCEDURE DIVISION USING contexte-transaction.
Debut.
     MOVE "ENCNOTES" TO ct-programme
     ACCEPT WS-Date-Jour FROM DATE YYYYMMDD
     OPEN INPUT f-etudiants-maitre
     IF WS-Statut-Maitre NOT = "00"
        DISPLAY "Fichier des etudiants introuvable. "
                LINE 22 COLUMN 1 ERASE TO END OF LINE
        GO TO Debut-Exit
     END-IF
     OPEN I-O f-notes
     IF WS-Statut-Notes = "35"
        OPEN OUTPUT f-notes
        CLOSE f-notes
        OPEN I-O f-notes
     END-IF
     IF WS-Statut-Notes NOT = "00"
        DISPLAY "Fichier des notes inaccessible (statut "
                WS-Statut-Notes "). "
                LINE 22 COLUMN 1 ERASE TO END OF LINE
        CLOSE f-etudiants-maitre
        GO TO Debut-Exit
     END-IF
     DISPLAY " " LINE 1 ERASE TO END OF SCREEN
     DISPLAY "ENCODAGE DES NOTES PAR SECTION" LINE 3 COLUMN 10
     DISPLAY "Section : " LINE 5 COLUMN 10
     ACCEPT WS-Section-Cle LINE 5 COLUMN 21
     PERFORM Charger-Section
     IF WS-Nb-Etudiants = 0
        DISPLAY "Aucun etudiant dans cette section. "
                LINE 22 COLUMN 1 ERASE TO END OF LINE
        GO TO Debut-Close
     END-IF
     PERFORM Charger-Cours-Annee
     IF WS-Nb-Cours = 0
        DISPLAY "Aucun cours defini dans Cours.dat pour "
                WS-Sect-Institut " " WS-Sect-Type-Graduat " "
                WS-Sect-Annee-Etude ". "
                LINE 22 COLUMN 1 ERASE TO END OF LINE
        GO TO Debut-Close
     END-IF
     IF WS-Nbre-Ignores > 0
        DISPLAY "ATTENTION: section au-dela de la capacite de la "
                "liste - " WS-Nbre-Ignores " etudiant(s) non "
                "presente(s), un second passage sera necessaire. "
                LINE 22 COLUMN 1 ERASE TO END OF LINE
        DISPLAY "Appuyer sur ENTREE pour continuer. " LINE 23 COLUMN 1
        ACCEPT WS-Reponse LINE 23 COLUMN 40
     END-IF
     PERFORM Choisir-Cours
     IF WS-Idx-Cours-Choisi = 0
        DISPLAY "Encodage abandonne. "
                LINE 22 COLUMN 1 ERASE TO END OF LINE
        GO TO Debut-Close
     END-IF
     PERFORM Lire-Notes-Actuelles
     PERFORM Saisir-Notes
     PERFORM Afficher-Recapitulatif
     DISPLAY "Enregistrer ces notes (O/N) ? " LINE 20 COLUMN 10
     ACCEPT WS-Reponse LINE 20 COLUMN 41
     IF WS-Reponse-Oui
        PERFORM Appliquer-Notes
        DISPLAY "Notes enregistrees : " WS-Nbre-Ecrits
                LINE 22 COLUMN 1 ERASE TO END OF LINE
     ELSE
        DISPLAY "Aucune mise a jour effectuee. "
                LINE 22 COLUMN 1 ERASE TO END OF LINE
     END-IF.
Debut-Close.
     CLOSE f-etudiants-maitre, f-notes.
Debut-Exit.
     EXIT PROGRAM.

*> Meme parcours complet par cle primaire que
*> EncoderResultatsSection.Charger-Section.
Charger-Section.
     MOVE 0 TO WS-Nb-Etudiants
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
        IF num-section = WS-Section-Cle
           IF WS-Nb-Etudiants < 999
              ADD 1 TO WS-Nb-Etudiants
              IF WS-Nb-Etudiants = 1
                 MOVE institut     TO WS-Sect-Institut
                 MOVE type-graduat TO WS-Sect-Type-Graduat
                 MOVE annee-etude  TO WS-Sect-Annee-Etude
              END-IF
              MOVE matricule TO WS-Etu-Matricule (WS-Nb-Etudiants)
              MOVE nom       TO WS-Etu-Nom (WS-Nb-Etudiants)
              MOVE prenom    TO WS-Etu-Prenom (WS-Nb-Etudiants)
           ELSE
              ADD 1 TO WS-Nbre-Ignores
           END-IF
        END-IF
        READ f-etudiants-maitre NEXT RECORD
           AT END SET eof-true TO TRUE
        END-READ
     END-PERFORM.

Charger-Cours-Annee.
     MOVE 0 TO WS-Nb-Cours
     OPEN INPUT f-cours
     IF WS-Statut-Cours = "00"
        SET eof-false TO TRUE
        READ f-cours AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           IF cours-institut = WS-Sect-Institut
              AND cours-type-graduat = WS-Sect-Type-Graduat
              AND cours-annee-etude = WS-Sect-Annee-Etude
              AND WS-Nb-Cours < 40
              ADD 1 TO WS-Nb-Cours
              MOVE code-cours         TO WS-Crs-Code (WS-Nb-Cours)
              MOVE libelle-cours      TO WS-Crs-Libelle (WS-Nb-Cours)
              MOVE credits-cours      TO WS-Crs-Credits (WS-Nb-Cours)
              MOVE note-passage-cours TO WS-Crs-Passage (WS-Nb-Cours)
           END-IF
           READ f-cours AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-cours
     END-IF.

*> Liste des cours de l'annee puis saisie du code ; un code absent
*> de la liste est redemande, un code vide abandonne l'encodage.
Choisir-Cours.
     DISPLAY " " LINE 1 ERASE TO END OF SCREEN
     DISPLAY "SECTION " LINE 2 COLUMN 10
     DISPLAY WS-Section-Cle LINE 2 COLUMN 18
     DISPLAY "Code   Cours                          Cr. Passage"
             LINE 4 COLUMN 5
     MOVE 5 TO WS-Ligne-Ecran
     PERFORM VARYING WS-Idx-Cours FROM 1 BY 1
             UNTIL WS-Idx-Cours > WS-Nb-Cours OR WS-Ligne-Ecran > 18
        MOVE WS-Crs-Credits (WS-Idx-Cours) TO WS-Credits-Aff
        MOVE WS-Crs-Passage (WS-Idx-Cours) TO WS-Passage-Aff
        DISPLAY WS-Crs-Code (WS-Idx-Cours) " "
                WS-Crs-Libelle (WS-Idx-Cours) " "
                WS-Credits-Aff "  " WS-Passage-Aff
                LINE WS-Ligne-Ecran COLUMN 5
        ADD 1 TO WS-Ligne-Ecran
     END-PERFORM
     MOVE 0 TO WS-Idx-Cours-Choisi
     MOVE "N" TO WS-Saisie-Ok
     PERFORM TEST BEFORE UNTIL WS-Saisie-Valide
        DISPLAY "Code du cours (vide pour abandonner) : "
                LINE 20 COLUMN 5
        MOVE SPACES TO WS-Code-Cours-Saisi
        ACCEPT WS-Code-Cours-Saisi LINE 20 COLUMN 45
        IF WS-Code-Cours-Saisi = SPACES
           SET WS-Saisie-Valide TO TRUE
        ELSE
           PERFORM VARYING WS-Idx-Cours FROM 1 BY 1
                   UNTIL WS-Idx-Cours > WS-Nb-Cours
              IF WS-Crs-Code (WS-Idx-Cours) = WS-Code-Cours-Saisi
                 MOVE WS-Idx-Cours TO WS-Idx-Cours-Choisi
                 SET WS-Idx-Cours TO WS-Nb-Cours
              END-IF
           END-PERFORM
           IF WS-Idx-Cours-Choisi > 0
              SET WS-Saisie-Valide TO TRUE
           ELSE
              DISPLAY "Cours inconnu pour cette annee. "
                      LINE 22 COLUMN 1 ERASE TO END OF LINE
           END-IF
        END-IF
     END-PERFORM
     DISPLAY " " LINE 22 COLUMN 1 ERASE TO END OF LINE.

Lire-Notes-Actuelles.
     PERFORM VARYING WS-Idx-Etudiant FROM 1 BY 1
             UNTIL WS-Idx-Etudiant > WS-Nb-Etudiants
        MOVE WS-Etu-Matricule (WS-Idx-Etudiant) TO note-matricule
        MOVE WS-Crs-Code (WS-Idx-Cours-Choisi)  TO note-code-cours
        MOVE SPACES TO WS-Etu-Saisie (WS-Idx-Etudiant)
        READ f-notes
        IF WS-Statut-Notes = "00"
           MOVE "O" TO WS-Etu-Note-Existe (WS-Idx-Etudiant)
           IF note-absent
              MOVE "  A " TO WS-Etu-Actuelle (WS-Idx-Etudiant)
           ELSE
              MOVE note-valeur TO WS-Note-Aff
              MOVE WS-Note-Aff TO WS-Etu-Actuelle (WS-Idx-Etudiant)
           END-IF
        ELSE
           MOVE "N" TO WS-Etu-Note-Existe (WS-Idx-Etudiant)
           MOVE "  - " TO WS-Etu-Actuelle (WS-Idx-Etudiant)
        END-IF
     END-PERFORM.

Saisir-Notes.
     PERFORM Afficher-Entete-Saisie
     PERFORM VARYING WS-Idx-Etudiant FROM 1 BY 1
             UNTIL WS-Idx-Etudiant > WS-Nb-Etudiants
        PERFORM Saisir-Une-Note
     END-PERFORM.

Afficher-Entete-Saisie.
     DISPLAY " " LINE 1 ERASE TO END OF SCREEN
     DISPLAY "SECTION " LINE 2 COLUMN 10
     DISPLAY WS-Section-Cle LINE 2 COLUMN 18
     DISPLAY WS-Crs-Code (WS-Idx-Cours-Choisi) LINE 2 COLUMN 24
     DISPLAY WS-Crs-Libelle (WS-Idx-Cours-Choisi) LINE 2 COLUMN 31
     DISPLAY "Note sur 20, A = absent, vide pour passer" LINE 3 COLUMN 10
     DISPLAY "Matricule Nom                  Actuel Nouveau"
             LINE 4 COLUMN 5
     MOVE 5 TO WS-Ligne-Ecran.

*> Meme deroulement que EncoderResultatsSection.Saisir-Un-Resultat :
*> une ligne par etudiant, nouvelle page en bas d'ecran, saisie
*> invalide redemandee sur place.
Saisir-Une-Note.
     IF WS-Ligne-Ecran > 16
        PERFORM Afficher-Entete-Saisie
     END-IF
     DISPLAY WS-Etu-Matricule (WS-Idx-Etudiant) "    "
             WS-Etu-Nom (WS-Idx-Etudiant) " "
             WS-Etu-Actuelle (WS-Idx-Etudiant)
             LINE WS-Ligne-Ecran COLUMN 5
     MOVE "N" TO WS-Saisie-Ok
     PERFORM TEST BEFORE UNTIL WS-Saisie-Valide
        MOVE SPACES TO WS-Saisie-Note
        ACCEPT WS-Saisie-Note LINE WS-Ligne-Ecran COLUMN 44
        PERFORM Controler-Saisie-Note
        IF NOT WS-Saisie-Valide
           DISPLAY "Note de 0 a 20 (une decimale), A ou vide uniquement. "
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
        END-IF
     END-PERFORM
     DISPLAY " " LINE 22 COLUMN 1 ERASE TO END OF LINE
     ADD 1 TO WS-Ligne-Ecran.

Controler-Saisie-Note.
     MOVE "N" TO WS-Saisie-Ok
     EVALUATE TRUE
        WHEN WS-Saisie-Note = SPACES
           MOVE SPACES TO WS-Etu-Saisie (WS-Idx-Etudiant)
           SET WS-Saisie-Valide TO TRUE
        WHEN WS-Saisie-Note = "A" OR WS-Saisie-Note = "a"
           MOVE "A" TO WS-Etu-Saisie (WS-Idx-Etudiant)
           SET WS-Saisie-Valide TO TRUE
        WHEN OTHER
           INSPECT WS-Saisie-Note REPLACING ALL "." BY ","
           IF FUNCTION TEST-NUMVAL (WS-Saisie-Note) = 0
              COMPUTE WS-Note-Numerique =
                      FUNCTION NUMVAL (WS-Saisie-Note)
              IF WS-Note-Numerique NOT < 0
                 AND WS-Note-Numerique NOT > 20
                 AND WS-Note-Numerique * 10 =
                     FUNCTION INTEGER (WS-Note-Numerique * 10)
                 MOVE WS-Note-Numerique TO WS-Etu-Nouvelle
                                           (WS-Idx-Etudiant)
                 MOVE "N" TO WS-Etu-Saisie (WS-Idx-Etudiant)
                 SET WS-Saisie-Valide TO TRUE
              END-IF
           END-IF
     END-EVALUATE.

Afficher-Recapitulatif.
     MOVE 0 TO WS-Nbre-Notes
     MOVE 0 TO WS-Nbre-Absents
     MOVE 0 TO WS-Nbre-Laisses-Vides
     PERFORM VARYING WS-Idx-Etudiant FROM 1 BY 1
             UNTIL WS-Idx-Etudiant > WS-Nb-Etudiants
        EVALUATE WS-Etu-Saisie (WS-Idx-Etudiant)
           WHEN "N"   ADD 1 TO WS-Nbre-Notes
           WHEN "A"   ADD 1 TO WS-Nbre-Absents
           WHEN OTHER ADD 1 TO WS-Nbre-Laisses-Vides
        END-EVALUATE
     END-PERFORM
     DISPLAY " " LINE 1 ERASE TO END OF SCREEN
     DISPLAY "RECAPITULATIF SECTION " LINE 3 COLUMN 10
     DISPLAY WS-Section-Cle LINE 3 COLUMN 33
     DISPLAY WS-Crs-Code (WS-Idx-Cours-Choisi) LINE 3 COLUMN 39
     DISPLAY "Notes encodees    : " WS-Nbre-Notes LINE 5 COLUMN 10
     DISPLAY "Absents (A)       : " WS-Nbre-Absents LINE 6 COLUMN 10
     DISPLAY "Laisses en blanc  : " WS-Nbre-Laisses-Vides
             LINE 7 COLUMN 10.

*> La note est ecrite si elle est nouvelle pour ce cours, reecrite
*> sinon ; la date et l'operateur de la derniere saisie restent sur
*> l'enregistrement.
Appliquer-Notes.
     MOVE 0 TO WS-Nbre-Ecrits
     PERFORM VARYING WS-Idx-Etudiant FROM 1 BY 1
             UNTIL WS-Idx-Etudiant > WS-Nb-Etudiants
        IF WS-Etu-Saisie (WS-Idx-Etudiant) NOT = SPACES
           PERFORM Ecrire-Une-Note
        END-IF
     END-PERFORM.

Ecrire-Une-Note.
     MOVE WS-Etu-Matricule (WS-Idx-Etudiant) TO note-matricule
     MOVE WS-Crs-Code (WS-Idx-Cours-Choisi)  TO note-code-cours
     IF WS-Etu-Saisie (WS-Idx-Etudiant) = "A"
        MOVE 0 TO note-valeur
        SET note-absent TO TRUE
     ELSE
        MOVE WS-Etu-Nouvelle (WS-Idx-Etudiant) TO note-valeur
        SET note-encodee TO TRUE
     END-IF
     MOVE WS-Date-Jour TO note-date-encodage
     MOVE ct-operateur TO note-operateur
     IF WS-Etu-Note-Connue (WS-Idx-Etudiant)
        REWRITE enreg-note
     ELSE
        WRITE enreg-note
     END-IF
     IF WS-Statut-Notes = "00"
        ADD 1 TO WS-Nbre-Ecrits
     ELSE
        DISPLAY "Erreur d'ecriture de la note (statut "
                WS-Statut-Notes ") matricule "
                WS-Etu-Matricule (WS-Idx-Etudiant)
                LINE 22 COLUMN 1 ERASE TO END OF LINE
     END-IF.
