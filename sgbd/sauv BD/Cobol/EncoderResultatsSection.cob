        03  WS-Etu-Prenom        PIC X(15).
        03  WS-Etu-Resultat      PIC X(01).
        03  WS-Etu-Saisie        PIC X(01).
        03  WS-Etu-Image         PIC X(53).
        03  WS-Etu-Conflit       PIC X(01).
            88  WS-Etu-En-Conflit VALUE "O".
01  WS-Nb-Etudiants         PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Etudiant         PIC S9(4) BINARY VALUE 0.

*> Chaque dossier est garde tel que lu au chargement (WS-Etu-Image) ;
*> un dossier modifie ou supprime par un autre poste pendant la
*> saisie n'est pas ecrase : il est ecarte, trace par EcrireConflit
*> et liste en fin de traitement pour etre repris individuellement.
01  WS-Nbre-Conflits        PIC 9(03) VALUE 0.
COPY "Conflits.cpy".
LINKAGE SECTION.
COPY "TransCtx.cpy".
PROCEDURE DIVISION USING contexte-transaction.
Debut.
     MOVE "ENCRESU" TO ct-programme
     OPEN I-O f-etudiants-maitre
     IF WS-Statut-Maitre NOT = "00"
        DISPLAY "Fichier des etudiants introuvable. "
     ACCEPT WS-Reponse LINE 20 COLUMN 43
     IF WS-Reponse-Oui
        PERFORM Appliquer-Resultats
        IF WS-Nbre-Conflits > 0
           PERFORM Afficher-Conflits
        END-IF
        DISPLAY "Resultats enregistres : " WS-Nbre-Reecrits
                "   ecartes (modifies ailleurs) : " WS-Nbre-Conflits
                LINE 22 COLUMN 1 ERASE TO END OF LINE
     ELSE
        DISPLAY "Aucune mise a jour effectuee. "
              MOVE resultat-etudiant
                             TO WS-Etu-Resultat (WS-Nb-Etudiants)
              MOVE SPACE     TO WS-Etu-Saisie (WS-Nb-Etudiants)
              MOVE enreg-etudiant
                             TO WS-Etu-Image (WS-Nb-Etudiants)
              MOVE "N"       TO WS-Etu-Conflit (WS-Nb-Etudiants)
           ELSE
              ADD 1 TO WS-Nbre-Ignores
           END-IF
*> resultat, les lignes laissees en blanc restant intactes.
Appliquer-Resultats.
     MOVE 0 TO WS-Nbre-Reecrits
     MOVE 0 TO WS-Nbre-Conflits
     PERFORM VARYING WS-Idx-Etudiant FROM 1 BY 1
             UNTIL WS-Idx-Etudiant > WS-Nb-Etudiants
        IF WS-Etu-Saisie (WS-Idx-Etudiant) NOT = SPACE
Reecrire-Un-Resultat.
     MOVE WS-Etu-Matricule (WS-Idx-Etudiant) TO matricule
     READ f-etudiants-maitre
     IF WS-Statut-Maitre = "23"
     OR (WS-Statut-Maitre = "00"
         AND enreg-etudiant NOT = WS-Etu-Image (WS-Idx-Etudiant))
        PERFORM Ecarter-Conflit
     ELSE
        IF WS-Statut-Maitre = "00"
           MOVE WS-Etu-Saisie (WS-Idx-Etudiant) TO resultat-etudiant
           REWRITE enreg-etudiant
           IF WS-Statut-Maitre = "00"
              ADD 1 TO WS-Nbre-Reecrits
           ELSE
              DISPLAY "Erreur de mise a jour (statut " WS-Statut-Maitre
                      ") matricule " WS-Etu-Matricule (WS-Idx-Etudiant)
                      LINE 22 COLUMN 1 ERASE TO END OF LINE
           END-IF
        ELSE
           DISPLAY "Erreur de relecture (statut " WS-Statut-Maitre
                   ") matricule " WS-Etu-Matricule (WS-Idx-Etudiant)
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
        END-IF
     END-IF.

Ecarter-Conflit.
     ADD 1 TO WS-Nbre-Conflits
     SET WS-Etu-En-Conflit (WS-Idx-Etudiant) TO TRUE
     MOVE SPACES       TO enreg-conflit
     MOVE ct-programme TO cf-programme
     MOVE WS-Etu-Matricule (WS-Idx-Etudiant) TO cf-cle
     MOVE "RESULTAT"   TO cf-operation
     SET cf-ignoree    TO TRUE
     MOVE ct-operateur TO cf-operateur
     CALL "EcrireConflit" USING enreg-conflit.

*> Liste des dossiers ecartes, meme mise en page par ecran que la
*> saisie, pour que le clerc les reprenne dans ModifierEtudiants.
Afficher-Conflits.
     PERFORM Entete-Conflits
     PERFORM VARYING WS-Idx-Etudiant FROM 1 BY 1
             UNTIL WS-Idx-Etudiant > WS-Nb-Etudiants
        IF WS-Etu-En-Conflit (WS-Idx-Etudiant)
           IF WS-Ligne-Ecran > 16
              DISPLAY "Appuyer sur ENTREE pour continuer. "
                      LINE 23 COLUMN 1
              ACCEPT WS-Reponse LINE 23 COLUMN 40
              PERFORM Entete-Conflits
           END-IF
           DISPLAY WS-Etu-Matricule (WS-Idx-Etudiant) "    "
                   WS-Etu-Nom (WS-Idx-Etudiant) "   "
                   WS-Etu-Saisie (WS-Idx-Etudiant)
                   LINE WS-Ligne-Ecran COLUMN 5
           ADD 1 TO WS-Ligne-Ecran
        END-IF
     END-PERFORM.

Entete-Conflits.
     DISPLAY " " LINE 1 ERASE TO END OF SCREEN
     DISPLAY "SECTION " LINE 2 COLUMN 10
     DISPLAY WS-Section-Cle LINE 2 COLUMN 18
     DISPLAY "Dossiers modifies par un autre poste - NON mis a jour"
             LINE 3 COLUMN 10
     DISPLAY "Matricule Nom                  Saisi" LINE 4 COLUMN 5
     MOVE 5 TO WS-Ligne-Ecran.
