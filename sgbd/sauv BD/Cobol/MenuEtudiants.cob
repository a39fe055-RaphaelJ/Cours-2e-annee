ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
*> Droits par role, meme principe que MenuEmployes : une position par
*> numero d'option, la position 9 (Quitter) ouverte a tous. Seule la
*> scolarite (et l'administrateur) encode et corrige les resultats,
*> les notes et les adresses.
01  WS-Droits-Menu       PIC X(09).
01  WS-Choix-Ok          PIC X VALUE "N".
    88  WS-Choix-Autorise VALUE "O".
LINKAGE SECTION.
01  Choix PIC 9.
COPY "TransCtx.cpy".
PROCEDURE DIVISION USING Choix, contexte-transaction.
Debut.
     PERFORM Determiner-Droits
     DISPLAY " " LINE 1 ERASE TO END OF SCREEN
     DISPLAY "==========================================" LINE 3 COLUMN 10
     DISPLAY "          GESTION DES ETUDIANTS            " LINE 4 COLUMN 10
     DISPLAY "==========================================" LINE 5 COLUMN 10
     DISPLAY "Operateur : " ct-operateur LINE 6 COLUMN 10
     IF WS-Droits-Menu (1:1) = "O"
        DISPLAY "1. Ajouter un etudiant                     " LINE 7  COLUMN 10
     END-IF
     IF WS-Droits-Menu (2:1) = "O"
        DISPLAY "2. Rechercher des etudiants                 " LINE 8  COLUMN 10
     END-IF
     IF WS-Droits-Menu (3:1) = "O"
        DISPLAY "3. Modifier / supprimer un etudiant        " LINE 9  COLUMN 10
     END-IF
     IF WS-Droits-Menu (4:1) = "O"
        DISPLAY "4. Encoder les resultats par section       " LINE 10 COLUMN 10
     END-IF
     IF WS-Droits-Menu (5:1) = "O"
        DISPLAY "5. Tables des sections                     " LINE 11 COLUMN 10
     END-IF
     IF WS-Droits-Menu (6:1) = "O"
        DISPLAY "6. Encoder les notes par section          " LINE 12 COLUMN 10
     END-IF
     IF WS-Droits-Menu (7:1) = "O"
        DISPLAY "7. Adresses des etudiants                  " LINE 13 COLUMN 10
     END-IF
     IF WS-Droits-Menu (8:1) = "O"
        DISPLAY "8. Gestion des operateurs                  " LINE 14 COLUMN 10
     END-IF
     DISPLAY "9. Quitter                                 " LINE 15 COLUMN 10
     DISPLAY "Votre choix : " LINE 17 COLUMN 10
     ACCEPT Choix LINE 17 COLUMN 25
     PERFORM Verifier-Choix
     PERFORM TEST BEFORE UNTIL WS-Choix-Autorise
        DISPLAY "Choix non autorise. " LINE 22 COLUMN 1
                ERASE TO END OF LINE
        ACCEPT Choix LINE 17 COLUMN 25
        PERFORM Verifier-Choix
     END-PERFORM
     EXIT PROGRAM.

Determiner-Droits.
     EVALUATE TRUE
        WHEN ct-role-administrateur MOVE "OOOOOOOOO" TO WS-Droits-Menu
        WHEN ct-role-scolarite      MOVE "OOOOOOONO" TO WS-Droits-Menu
        WHEN OTHER                  MOVE "NONNNNNNO" TO WS-Droits-Menu
     END-EVALUATE.

Verifier-Choix.
     MOVE "N" TO WS-Choix-Ok
     IF Choix >= 1
        IF WS-Droits-Menu (Choix:1) = "O"
           SET WS-Choix-Autorise TO TRUE
        END-IF
     END-IF.
