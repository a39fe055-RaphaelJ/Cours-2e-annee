01  WS-Matricule-Cle        PIC 9(06).
01  WS-Reponse              PIC X.
	88 WS-Reponse-Oui VALUE "O", "o".

*> Controle de version avant ecriture : le dossier tel qu'affiche est
*> garde en image, relu juste avant le REWRITE/DELETE et compare. Un
*> autre poste l'a modifie entre-temps : l'operateur voit les deux
*> versions et choisit de reappliquer ses modifications ou
*> d'abandonner ; le conflit est trace par EcrireConflit.
01  WS-Etudiant-Affiche     PIC X(53).
01  WS-Etudiant-Propose     PIC X(53).
01  WS-Etudiant-Actuel      PIC X(53).
01  WS-Nom-Saisi            PIC X(20).
01  WS-Prenom-Saisi         PIC X(15).
01  WS-Resultat-Saisi       PIC X(01).
01  WS-Operation            PIC X(12).
01  WS-Ecriture-Ok          PIC X VALUE "N".
    88  WS-Ecriture-Autorisee VALUE "O".
01  WS-Decision             PIC X VALUE SPACE.
    88  WS-Decision-Reappliquer VALUE "R", "r".
    88  WS-Decision-Valide  VALUE "R", "r", "A", "a".
01  WS-Description-Etudiant.
    02  WS-DE-Nom           PIC X(20).
    02  FILLER              PIC X(01) VALUE SPACE.
    02  WS-DE-Prenom        PIC X(15).
    02  FILLER              PIC X(01) VALUE SPACE.
    02  WS-DE-Section       PIC X(04).
    02  FILLER              PIC X(01) VALUE SPACE.
    02  WS-DE-Annee         PIC X(01).
    02  FILLER              PIC X(06) VALUE " Res: ".
    02  WS-DE-Resultat      PIC X(01).
COPY "Conflits.cpy".
LINKAGE SECTION.
COPY "TransCtx.cpy".
PROCEDURE DIVISION USING contexte-transaction.
Debut.
     MOVE "MODIETU" TO ct-programme
     OPEN I-O f-etudiants-maitre
     IF WS-Statut-Maitre NOT = "00"
        DISPLAY "Fichier des etudiants introuvable. "
                ERASE TO END OF LINE
        GO TO Debut-Close
     END-IF
     MOVE enreg-etudiant TO WS-Etudiant-Affiche

     DISPLAY "1. Modifier cet etudiant" LINE 8  COLUMN 10
     DISPLAY "2. Supprimer cet etudiant" LINE 9  COLUMN 10
     DISPLAY "Resultat (R/E/I) [" resultat-etudiant "] : " LINE 16 COLUMN 10
             ERASE TO END OF LINE
     ACCEPT  resultat-etudiant LINE 16 COLUMN 48
     MOVE nom               TO WS-Nom-Saisi
     MOVE prenom            TO WS-Prenom-Saisi
     MOVE resultat-etudiant TO WS-Resultat-Saisi
     MOVE enreg-etudiant    TO WS-Etudiant-Propose

     MOVE "MODIFICATION" TO WS-Operation
     PERFORM Controler-Version
     IF WS-Ecriture-Autorisee
        MOVE WS-Nom-Saisi      TO nom
        MOVE WS-Prenom-Saisi   TO prenom
        MOVE WS-Resultat-Saisi TO resultat-etudiant
        REWRITE enreg-etudiant
        IF WS-Statut-Maitre = "00"
           DISPLAY "Etudiant modifie. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
        ELSE
           DISPLAY "Erreur de mise a jour (statut " WS-Statut-Maitre ")"
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
        END-IF
     END-IF.

*> Contrairement au depart d'un employe (statut + date de sortie,
     DISPLAY "Confirmer la suppression (O/N) ? " LINE 17 COLUMN 10
     ACCEPT WS-Reponse LINE 17 COLUMN 45
     IF WS-Reponse-Oui
        MOVE WS-Etudiant-Affiche TO WS-Etudiant-Propose
        MOVE "SUPPRESSION" TO WS-Operation
        PERFORM Controler-Version
     END-IF
     IF WS-Reponse-Oui AND WS-Ecriture-Autorisee
        DELETE f-etudiants-maitre
        IF WS-Statut-Maitre = "00"
           DISPLAY "Etudiant supprime. " LINE 22 COLUMN 1
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
        END-IF
     END-IF.

*> Relecture du dossier juste avant l'ecriture. Un dossier supprime
*> entre-temps ne peut qu'etre abandonne ; un dossier different de
*> l'image affichee passe par Resoudre-Conflit.
Controler-Version.
     MOVE "O" TO WS-Ecriture-Ok
     MOVE WS-Matricule-Cle TO matricule
     READ f-etudiants-maitre
     EVALUATE TRUE
        WHEN WS-Statut-Maitre = "23"
           DISPLAY "Dossier supprime par un autre poste - abandon. "
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
           MOVE "N" TO WS-Ecriture-Ok
           MOVE "A" TO WS-Decision
           PERFORM Journaliser-Conflit
        WHEN WS-Statut-Maitre NOT = "00"
           DISPLAY "Erreur de relecture (statut " WS-Statut-Maitre ")"
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
           MOVE "N" TO WS-Ecriture-Ok
        WHEN enreg-etudiant NOT = WS-Etudiant-Affiche
           PERFORM Resoudre-Conflit
     END-EVALUATE.

Resoudre-Conflit.
     MOVE enreg-etudiant TO WS-Etudiant-Actuel
     DISPLAY "ATTENTION : dossier modifie par un autre poste depuis "
             "l'affichage" LINE 18 COLUMN 10 ERASE TO END OF LINE
     PERFORM Decrire-Etudiant
     DISPLAY "En fichier    : " WS-Description-Etudiant
             LINE 19 COLUMN 10 ERASE TO END OF LINE
     MOVE WS-Etudiant-Propose TO enreg-etudiant
     PERFORM Decrire-Etudiant
     DISPLAY "Votre version : " WS-Description-Etudiant
             LINE 20 COLUMN 10 ERASE TO END OF LINE
     MOVE WS-Etudiant-Actuel TO enreg-etudiant
     MOVE SPACE TO WS-Decision
     PERFORM TEST BEFORE UNTIL WS-Decision-Valide
        DISPLAY "R = reappliquer votre version, A = abandonner : "
                LINE 21 COLUMN 10 ERASE TO END OF LINE
        ACCEPT WS-Decision LINE 21 COLUMN 59
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

Decrire-Etudiant.
     MOVE nom               TO WS-DE-Nom
     MOVE prenom            TO WS-DE-Prenom
     MOVE num-section       TO WS-DE-Section
     MOVE annee-etude       TO WS-DE-Annee
     MOVE resultat-etudiant TO WS-DE-Resultat.

Journaliser-Conflit.
     MOVE SPACES           TO enreg-conflit
     MOVE ct-programme     TO cf-programme
     MOVE WS-Matricule-Cle TO cf-cle
     MOVE WS-Operation     TO cf-operation
     MOVE WS-Decision      TO cf-decision
     MOVE ct-operateur     TO cf-operateur
     CALL "EcrireConflit" USING enreg-conflit.
