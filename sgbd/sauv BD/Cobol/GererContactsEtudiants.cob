IDENTIFICATION DIVISION.
PROGRAM-ID. GererContactsEtudiants.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-etudiants-maitre ASSIGN TO "EtudiantsMaitre.dat"
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS matricule
                               ALTERNATE RECORD KEY IS nom WITH DUPLICATES
                               ALTERNATE RECORD KEY IS institut WITH DUPLICATES
                               FILE STATUS IS WS-Statut-Maitre.
    SELECT f-contacts         ASSIGN TO "ContactsEtudiants.dat"
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS adr-matricule
                               FILE STATUS IS WS-Statut-Contacts.
DATA DIVISION.
FILE SECTION.
FD  f-etudiants-maitre.
    COPY "Etudiants.cpy".
FD  f-contacts.
    COPY "ContactsEtudiants.cpy".
WORKING-STORAGE SECTION.
01  WS-Statut-Maitre        PIC XX.
01  WS-Statut-Contacts      PIC XX.
01  WS-Matricule-Cle        PIC 9(06).
01  WS-Reponse              PIC X.
    88  WS-Reponse-Oui      VALUE "O", "o".
01  WS-Fiche                PIC X VALUE "N".
    88  WS-Fiche-Existante  VALUE "O".
    88  WS-Fiche-Nouvelle   VALUE "N".

*> Meme controle de version que ModifierEtudiants : la fiche telle
*> qu'affichee est gardee en image, relue juste avant le REWRITE et
*> comparee ; une fiche creee entre-temps par un autre poste (WRITE
*> en statut 22) passe par le meme choix reappliquer / abandonner.
01  WS-Contact-Affiche      PIC X(260).
01  WS-Contact-Propose      PIC X(260).
01  WS-Contact-Actuel       PIC X(260).
01  WS-Operation            PIC X(12).
01  WS-Ecriture-Ok          PIC X VALUE "N".
    88  WS-Ecriture-Autorisee VALUE "O".
01  WS-Decision             PIC X VALUE SPACE.
    88  WS-Decision-Reappliquer VALUE "R", "r".
    88  WS-Decision-Valide  VALUE "R", "r", "A", "a".
01  WS-Description-Contact.
    02  WS-DC-Rue           PIC X(30).
    02  FILLER              PIC X(01) VALUE SPACE.
    02  WS-DC-Code-Postal   PIC X(06).
    02  FILLER              PIC X(01) VALUE SPACE.
    02  WS-DC-Localite      PIC X(25).
01  WS-Date-Jour            PIC 9(08).
COPY "Conflits.cpy".
LINKAGE SECTION.
COPY "TransCtx.cpy".

*> Fiche adresse d'un etudiant (ContactsEtudiants.dat, une fiche par
*> matricule du fichier maitre) : adresse postale, courriel et, pour
*> un etudiant mineur, le representant legal a qui EditerLettresResultats
*> adresse le courrier. Creee a la premiere saisie, mise a jour
*> ensuite sur le meme ecran.
PROCEDURE DIVISION USING contexte-transaction.
Debut.
     MOVE "GERCONTA" TO ct-programme
     OPEN INPUT f-etudiants-maitre
     IF WS-Statut-Maitre NOT = "00"
        DISPLAY "Fichier des etudiants introuvable. "
                LINE 22 COLUMN 1 ERASE TO END OF LINE
        GO TO Debut-Exit
     END-IF
     OPEN I-O f-contacts
     IF WS-Statut-Contacts = "35"
        OPEN OUTPUT f-contacts
        CLOSE f-contacts
        OPEN I-O f-contacts
     END-IF
     IF WS-Statut-Contacts NOT = "00"
        DISPLAY "Fichier des adresses inaccessible (statut "
                WS-Statut-Contacts ")" LINE 22 COLUMN 1
                ERASE TO END OF LINE
        CLOSE f-etudiants-maitre
        GO TO Debut-Exit
     END-IF
     DISPLAY " " LINE 1 ERASE TO END OF SCREEN
     DISPLAY "ADRESSE D'UN ETUDIANT" LINE 3 COLUMN 10
     DISPLAY "Matricule de l'etudiant : " LINE 5 COLUMN 10
     ACCEPT WS-Matricule-Cle LINE 5 COLUMN 36
     MOVE WS-Matricule-Cle TO matricule
     READ f-etudiants-maitre
     IF WS-Statut-Maitre NOT = "00"
        DISPLAY "Etudiant introuvable. " LINE 22 COLUMN 1
                ERASE TO END OF LINE
        GO TO Debut-Close
     END-IF
     DISPLAY nom " " prenom " - " institut " " num-section
             " annee " annee-etude LINE 6 COLUMN 10

     MOVE WS-Matricule-Cle TO adr-matricule
     READ f-contacts
     IF WS-Statut-Contacts = "00"
        SET WS-Fiche-Existante TO TRUE
        MOVE enreg-contact TO WS-Contact-Affiche
     ELSE
        SET WS-Fiche-Nouvelle TO TRUE
        MOVE SPACES TO enreg-contact
        MOVE WS-Matricule-Cle TO adr-matricule
        MOVE "N" TO adr-mineur
        MOVE 0 TO adr-date-maj
        MOVE enreg-contact TO WS-Contact-Affiche
        DISPLAY "(nouvelle fiche)" LINE 6 COLUMN 65
     END-IF

     PERFORM Saisir-Contact
     PERFORM Signaler-Adresse-Incomplete
     DISPLAY "Enregistrer cette fiche (O/N) ? " LINE 21 COLUMN 3
             ERASE TO END OF LINE
     ACCEPT WS-Reponse LINE 21 COLUMN 36
     IF WS-Reponse-Oui
        PERFORM Enregistrer-Contact
     ELSE
        DISPLAY "Fiche non enregistree. " LINE 22 COLUMN 1
                ERASE TO END OF LINE
     END-IF.
Debut-Close.
     CLOSE f-etudiants-maitre, f-contacts.
Debut-Exit.
     EXIT PROGRAM.

*> Meme presentation que ModifierEtudiants.Modifier-Etudiant : valeur
*> courante entre crochets, saisie a la suite. Le courriel, trop long
*> pour tenir sur la ligne avec sa valeur, se saisit en dessous. Le
*> representant legal n'est demande que pour un mineur.
Saisir-Contact.
     DISPLAY "Rue         [" adr-rue "] : " LINE 7 COLUMN 3
             ERASE TO END OF LINE
     ACCEPT  adr-rue LINE 7 COLUMN 50
     DISPLAY "Code postal [" adr-code-postal "] : " LINE 8 COLUMN 3
             ERASE TO END OF LINE
     ACCEPT  adr-code-postal LINE 8 COLUMN 26
     DISPLAY "Localite    [" adr-localite "] : " LINE 9 COLUMN 3
             ERASE TO END OF LINE
     ACCEPT  adr-localite LINE 9 COLUMN 45
     DISPLAY "Pays        [" adr-pays "] : " LINE 10 COLUMN 3
             ERASE TO END OF LINE
     ACCEPT  adr-pays LINE 10 COLUMN 40
     DISPLAY "Courriel    [" adr-courriel "]" LINE 11 COLUMN 3
             ERASE TO END OF LINE
     DISPLAY "            : " LINE 12 COLUMN 3 ERASE TO END OF LINE
     ACCEPT  adr-courriel LINE 12 COLUMN 17
     DISPLAY "Mineur (O/N)[" adr-mineur "] : " LINE 13 COLUMN 3
             ERASE TO END OF LINE
     ACCEPT  adr-mineur LINE 13 COLUMN 21
     IF adr-etudiant-mineur
        MOVE "O" TO adr-mineur
        DISPLAY "Representant legal :" LINE 14 COLUMN 3
                ERASE TO END OF LINE
        DISPLAY "Nom         [" adr-tuteur-nom "] : " LINE 15 COLUMN 3
                ERASE TO END OF LINE
        ACCEPT  adr-tuteur-nom LINE 15 COLUMN 40
        DISPLAY "Prenom      [" adr-tuteur-prenom "] : " LINE 16 COLUMN 3
                ERASE TO END OF LINE
        ACCEPT  adr-tuteur-prenom LINE 16 COLUMN 35
        DISPLAY "Rue         [" adr-tuteur-rue "] : " LINE 17 COLUMN 3
                ERASE TO END OF LINE
        ACCEPT  adr-tuteur-rue LINE 17 COLUMN 50
        DISPLAY "Code postal [" adr-tuteur-code-postal "] : "
                LINE 18 COLUMN 3 ERASE TO END OF LINE
        ACCEPT  adr-tuteur-code-postal LINE 18 COLUMN 26
        DISPLAY "Localite    [" adr-tuteur-localite "] : "
                LINE 19 COLUMN 3 ERASE TO END OF LINE
        ACCEPT  adr-tuteur-localite LINE 19 COLUMN 45
        DISPLAY "Pays        [" adr-tuteur-pays "] : " LINE 20 COLUMN 3
                ERASE TO END OF LINE
        ACCEPT  adr-tuteur-pays LINE 20 COLUMN 40
     ELSE
        MOVE "N" TO adr-mineur
        MOVE SPACES TO adr-tuteur
     END-IF.

*> Simple avertissement : la fiche est enregistree quand meme, mais
*> EditerLettresResultats la mettra en exception tant qu'elle reste
*> incomplete.
Signaler-Adresse-Incomplete.
     IF adr-etudiant-mineur
        IF adr-tuteur-nom = SPACES OR adr-tuteur-rue = SPACES
           OR adr-tuteur-code-postal = SPACES
           OR adr-tuteur-localite = SPACES
           DISPLAY "Adresse du representant legal incomplete - pas "
                   "de courrier possible. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
        END-IF
     ELSE
        IF adr-rue = SPACES OR adr-code-postal = SPACES
           OR adr-localite = SPACES
           DISPLAY "Adresse incomplete - pas de courrier possible. "
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
        END-IF
     END-IF.

Enregistrer-Contact.
     ACCEPT WS-Date-Jour FROM DATE YYYYMMDD
     MOVE WS-Date-Jour  TO adr-date-maj
     MOVE ct-operateur  TO adr-operateur
     MOVE enreg-contact TO WS-Contact-Propose
     MOVE "O" TO WS-Ecriture-Ok
     IF WS-Fiche-Nouvelle
        MOVE "CREATION" TO WS-Operation
        WRITE enreg-contact
        IF WS-Statut-Contacts = "22"
           PERFORM Controler-Version
           IF WS-Ecriture-Autorisee
              MOVE WS-Contact-Propose TO enreg-contact
              REWRITE enreg-contact
           END-IF
        END-IF
     ELSE
        MOVE "MODIFICATION" TO WS-Operation
        PERFORM Controler-Version
        IF WS-Ecriture-Autorisee
           MOVE WS-Contact-Propose TO enreg-contact
           REWRITE enreg-contact
        END-IF
     END-IF
     IF WS-Ecriture-Autorisee
        IF WS-Statut-Contacts = "00"
           DISPLAY "Fiche adresse enregistree. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
        ELSE
           DISPLAY "Erreur d'ecriture (statut " WS-Statut-Contacts ")"
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
        END-IF
     END-IF.

*> Relecture de la fiche juste avant l'ecriture (meme principe que
*> ModifierEtudiants.Controler-Version).
Controler-Version.
     MOVE "O" TO WS-Ecriture-Ok
     MOVE WS-Matricule-Cle TO adr-matricule
     READ f-contacts
     EVALUATE TRUE
        WHEN WS-Statut-Contacts = "23"
           DISPLAY "Fiche supprimee par un autre poste - abandon. "
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
           MOVE "N" TO WS-Ecriture-Ok
           MOVE "A" TO WS-Decision
           PERFORM Journaliser-Conflit
        WHEN WS-Statut-Contacts NOT = "00"
           DISPLAY "Erreur de relecture (statut " WS-Statut-Contacts ")"
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
           MOVE "N" TO WS-Ecriture-Ok
        WHEN enreg-contact NOT = WS-Contact-Affiche
           PERFORM Resoudre-Conflit
     END-EVALUATE.

Resoudre-Conflit.
     MOVE enreg-contact TO WS-Contact-Actuel
     DISPLAY "ATTENTION : fiche modifiee par un autre poste depuis "
             "l'affichage" LINE 18 COLUMN 3 ERASE TO END OF LINE
     PERFORM Decrire-Contact
     DISPLAY "En fichier    : " WS-Description-Contact
             LINE 19 COLUMN 3 ERASE TO END OF LINE
     MOVE WS-Contact-Propose TO enreg-contact
     PERFORM Decrire-Contact
     DISPLAY "Votre version : " WS-Description-Contact
             LINE 20 COLUMN 3 ERASE TO END OF LINE
     MOVE WS-Contact-Actuel TO enreg-contact
     MOVE SPACE TO WS-Decision
     PERFORM TEST BEFORE UNTIL WS-Decision-Valide
        DISPLAY "R = reappliquer votre version, A = abandonner : "
                LINE 21 COLUMN 3 ERASE TO END OF LINE
        ACCEPT WS-Decision LINE 21 COLUMN 52
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

Decrire-Contact.
     MOVE adr-rue         TO WS-DC-Rue
     MOVE adr-code-postal TO WS-DC-Code-Postal
     MOVE adr-localite    TO WS-DC-Localite.

Journaliser-Conflit.
     MOVE SPACES           TO enreg-conflit
     MOVE ct-programme     TO cf-programme
     MOVE WS-Matricule-Cle TO cf-cle
     MOVE WS-Operation     TO cf-operation
     MOVE WS-Decision      TO cf-decision
     MOVE ct-operateur     TO cf-operateur
     CALL "EcrireConflit" USING enreg-conflit.
