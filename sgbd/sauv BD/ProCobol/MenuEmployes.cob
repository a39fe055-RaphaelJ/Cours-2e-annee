ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
*> Droits par role de l'operateur signe : une position par numero
*> d'option, "O" = option proposee et acceptee. La position 9
*> (Quitter) est ouverte a tous. Seuls les roles administrateur et
*> ressources humaines voient le budget (7) et peuvent, dans
*> ModifierEmployes, toucher aux salaires et aux sorties.
01  WS-Droits-Menu       PIC X(13).
01  WS-Choix-Ok          PIC X VALUE "N".
    88  WS-Choix-Autorise VALUE "O".
LINKAGE SECTION.
01  Choix PIC 99.
COPY "TransCtx.cpy".
PROCEDURE DIVISION USING Choix, contexte-transaction.
Debut.
     PERFORM Determiner-Droits
     DISPLAY " " LINE 1 ERASE TO END OF SCREEN
     DISPLAY "==========================================" LINE 3 COLUMN 10
     DISPLAY "          GESTION DES EMPLOYES             " LINE 4 COLUMN 10
     DISPLAY "==========================================" LINE 5 COLUMN 10
     DISPLAY "Operateur : " ct-operateur LINE 6 COLUMN 10
     IF WS-Droits-Menu (1:1) = "O"
        DISPLAY "1. Ajouter un employe                      " LINE 7  COLUMN 10
     END-IF
     IF WS-Droits-Menu (2:1) = "O"
        DISPLAY "2. Rechercher des employes                 " LINE 8  COLUMN 10
     END-IF
     IF WS-Droits-Menu (3:1) = "O"
        DISPLAY "3. Lister les employes                     " LINE 9  COLUMN 10
     END-IF
     IF WS-Droits-Menu (4:1) = "O"
        DISPLAY "4. Modifier / supprimer un employe         " LINE 10 COLUMN 10
     END-IF
     IF WS-Droits-Menu (5:1) = "O"
        DISPLAY "5. Statistiques des effectifs (par service)" LINE 11 COLUMN 10
     END-IF
     IF WS-Droits-Menu (6:1) = "O"
        DISPLAY "6. Imprimer le listing des employes        " LINE 12 COLUMN 10
     END-IF
     IF WS-Droits-Menu (7:1) = "O"
        DISPLAY "7. Budget salarial (par service)           " LINE 13 COLUMN 10
     END-IF
     IF WS-Droits-Menu (8:1) = "O"
        DISPLAY "8. Anniversaires d'embauche du mois        " LINE 14 COLUMN 10
     END-IF
     IF WS-Droits-Menu (10:1) = "O"
        DISPLAY "10. Tables des departements                " LINE 15 COLUMN 9
     END-IF
     IF WS-Droits-Menu (11:1) = "O"
        DISPLAY "11. Gestion des operateurs                 " LINE 16 COLUMN 9
     END-IF
     IF WS-Droits-Menu (12:1) = "O"
        DISPLAY "12. Affectations des enseignants           " LINE 17 COLUMN 9
     END-IF
     IF WS-Droits-Menu (13:1) = "O"
        DISPLAY "13. Absences et conges                     " LINE 18 COLUMN 9
     END-IF
     DISPLAY "9. Quitter                                 " LINE 19 COLUMN 10
     DISPLAY "Votre choix : " LINE 20 COLUMN 10
     ACCEPT Choix LINE 20 COLUMN 25
     PERFORM Verifier-Choix
     PERFORM TEST BEFORE UNTIL WS-Choix-Autorise
        DISPLAY "Choix non autorise. " LINE 22 COLUMN 1
                ERASE TO END OF LINE
        ACCEPT Choix LINE 20 COLUMN 25
        PERFORM Verifier-Choix
     END-PERFORM
     EXIT PROGRAM.

Determiner-Droits.
     EVALUATE TRUE
        WHEN ct-role-administrateur MOVE "OOOOOOOOOOOOO" TO WS-Droits-Menu
        WHEN ct-role-rh             MOVE "OOOOOOOOOONOO" TO WS-Droits-Menu
        WHEN ct-role-personnel      MOVE "OOOOOONOONNOO" TO WS-Droits-Menu
        WHEN ct-role-consultation   MOVE "NOONONNNONNNN" TO WS-Droits-Menu
        WHEN OTHER                  MOVE "NNNNNNNNONNNN" TO WS-Droits-Menu
     END-EVALUATE.

Verifier-Choix.
     MOVE "N" TO WS-Choix-Ok
     IF Choix >= 1 AND Choix <= 13
        IF WS-Droits-Menu (Choix:1) = "O"
           SET WS-Choix-Autorise TO TRUE
        END-IF
     END-IF.
