WORKING-STORAGE SECTION.
COPY "Employes.cpy".
COPY "TransCtx.cpy".
COPY "CompteRendu.cpy".
01  WS-Nom-Fichier-Retour     PIC X(40) VALUE SPACES.
01  WS-Statut-Retour          PIC XX.
01  WS-Nom-Journal            PIC X(22).
     CALL "ORALogoff"
     DISPLAY "Rejets paie journalises : " WS-Nbre-Traites
     DISPLAY "Matricules inconnus     : " WS-Nbre-Inconnus
     PERFORM Ecrire-Compte-Rendu
     STOP RUN.

*> Nom du fichier de retour livre par le bureau de paie, renseigne
     WRITE Ligne-Inconnu
     CLOSE f-inconnus
     ADD 1 TO WS-Nbre-Inconnus.

*> Compte rendu d'etape pour PiloterChaineNuit (sans effet hors
*> chaine) et code retour non nul en cas d'echec, pour que le pilote
*> ou l'ordonnanceur arrete la chaine sans avoir a lire la console.
Ecrire-Compte-Rendu.
     MOVE SPACES TO enreg-compte-rendu
     MOVE ct-programme TO cr-programme
     COMPUTE cr-nbre-lus = WS-Nbre-Traites + WS-Nbre-Inconnus
     MOVE WS-Nbre-Traites  TO cr-nbre-ecrits
     MOVE WS-Nbre-Inconnus TO cr-nbre-rejetes
     IF NOT ct-poursuivre OR WS-Statut-Retour NOT = "00"
        SET cr-echec TO TRUE
     ELSE
        SET cr-succes TO TRUE
     END-IF
     CALL "EcrireCompteRendu" USING enreg-compte-rendu
     IF cr-echec
        MOVE 8 TO RETURN-CODE
     END-IF.
