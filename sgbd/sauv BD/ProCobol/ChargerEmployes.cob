    SELECT f-rejets   ASSIGN TO "RejetsEmployes.res"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS IS WS-Statut-Rejets.
    SELECT f-revue    ASSIGN TO "ReembauchesARevoir.res"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS IS WS-Statut-Revue.
    SELECT f-checkpoint ASSIGN TO "ChargementCheckpoint.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS IS WS-Statut-Checkpoint.
    COPY "Employes.cpy" REPLACING enreg-employe BY rec-nouveau.
FD  f-rejets.
01  ligne-rejet               PIC X(80).
*> Reembauches probables, une ligne par ancien dossier au meme nom :
*> l'enregistrement d'entree tel quel (il peut etre recharge apres
*> revue s'il s'agit bien d'une nouvelle personne), puis l'ancien
*> matricule, sa source (B = EMPLOYES, A = archives), sa date de
*> sortie et les indices de concordance (D = meme departement,
*> F = meme fonction). La reactivation se fait a l'ecran, par
*> AjouterEmployes.
FD  f-revue.
01  ligne-revue               PIC X(111).
FD  f-checkpoint.
01  enreg-checkpoint.
    02  chk-position           PIC 9(06).
    02  chk-nbre-charges       PIC 9(06).
    02  chk-nbre-rejetes       PIC 9(06).
    02  chk-nbre-a-revoir      PIC 9(06).
WORKING-STORAGE SECTION.
COPY "Employes.cpy".
COPY "TransCtx.cpy".
COPY "CompteRendu.cpy".
COPY "AnciensEmployes.cpy".
COPY "ControleBareme.cpy".
01  WS-Statut-Revue           PIC XX.
01  WS-Nbre-A-Revoir          PIC 9(06) VALUE 0.
01  WS-Idx-Ancien             PIC S9(4) BINARY VALUE 0.
01  WS-Ligne-Revue.
    02  WS-LR-Entree          PIC X(90).
    02  FILLER                PIC X(01) VALUE SPACE.
    02  WS-LR-Matricule       PIC 9(06).
    02  FILLER                PIC X(01) VALUE SPACE.
    02  WS-LR-Source          PIC X(01).
    02  FILLER                PIC X(01) VALUE SPACE.
    02  WS-LR-Sortie          PIC 9(08).
    02  FILLER                PIC X(01) VALUE SPACE.
    02  WS-LR-Indice-Dep      PIC X(01).
    02  WS-LR-Indice-Fonc     PIC X(01).
01  WS-Nom-Fichier-Entree     PIC X(40) VALUE SPACES.
01  WS-Statut-Entree          PIC XX.
01  WS-Statut-Rejets          PIC XX.
     CALL "ORALogoff"
     DISPLAY "Employes charges : " WS-Nbre-Charges
     DISPLAY "Employes rejetes : " WS-Nbre-Rejetes
     DISPLAY "Reembauches a revoir : " WS-Nbre-A-Revoir
             " (ReembauchesARevoir.res)"
     PERFORM Ecrire-Compte-Rendu
     STOP RUN.

*> Nom du fichier plat livre par les RH (un nouveau cohorte = un
        IF WS-Statut-Rejets = "35"
           OPEN OUTPUT f-rejets
        END-IF
        OPEN EXTEND f-revue
        IF WS-Statut-Revue = "35"
           OPEN OUTPUT f-revue
        END-IF
     ELSE
        OPEN OUTPUT f-rejets
        OPEN OUTPUT f-revue
     END-IF
     MOVE 0 TO WS-Position-Courante
     SET eof-false TO TRUE
        READ f-nouveaux INTO enreg-employe AT END SET eof-true TO TRUE
        END-READ
     END-PERFORM
     CLOSE f-nouveaux, f-rejets, f-revue
     PERFORM Supprimer-Checkpoint.

*> Recherche un point de reprise laisse par un run precedent
              MOVE chk-position     TO WS-Position-Reprise
              MOVE chk-nbre-charges TO WS-Nbre-Charges
              MOVE chk-nbre-rejetes TO WS-Nbre-Rejetes
              IF chk-nbre-a-revoir IS NUMERIC
                 MOVE chk-nbre-a-revoir TO WS-Nbre-A-Revoir
              END-IF
              SET WS-Reprise-Oui TO TRUE
        END-READ
        CLOSE f-checkpoint
     MOVE WS-Position-Courante TO chk-position
     MOVE WS-Nbre-Charges      TO chk-nbre-charges
     MOVE WS-Nbre-Rejetes      TO chk-nbre-rejetes
     MOVE WS-Nbre-A-Revoir     TO chk-nbre-a-revoir
     WRITE enreg-checkpoint
     CLOSE f-checkpoint.

           MOVE "Doublon - matricule existant" TO WS-Motif-Rejet
           PERFORM Rejeter-Enregistrement
        ELSE
           PERFORM Controler-Bareme-Lot
           IF cb-hors-bareme
              PERFORM Rejeter-Enregistrement
           ELSE
              PERFORM Rechercher-Anciens-Lot
           END-IF
        END-IF
     END-IF.

*> Pas de derogation possible sans operateur au poste : un salaire
*> hors du bareme de sa fonction part dans les rejets, a reprendre
*> par AjouterEmployes avec l'accord d'un superviseur.
Controler-Bareme-Lot.
     MOVE fonction-employe OF enreg-employe TO cb-fonction
     MOVE salaire-employe OF enreg-employe  TO cb-salaire
     CALL "ControlerBareme" USING controle-bareme
     EVALUATE TRUE
        WHEN cb-sous-minimum
           MOVE "Salaire sous le bareme" TO WS-Motif-Rejet
        WHEN cb-au-dessus-maximum
           MOVE "Salaire au-dessus du bareme" TO WS-Motif-Rejet
     END-EVALUATE.

*> Meme recherche d'anciens employes que AjouterEmployes : un nouveau
*> au meme nom et prenom qu'un sorti ou un archive n'est pas insere
*> sous un nouveau matricule mais mis en revue, la decision
*> (reactivation ou nouvelle personne) restant a un operateur.
Rechercher-Anciens-Lot.
     MOVE nom-employe OF enreg-employe         TO ra-nom
     MOVE prenom-employe OF enreg-employe      TO ra-prenom
     MOVE departement-employe OF enreg-employe TO ra-departement
     MOVE fonction-employe OF enreg-employe    TO ra-fonction
     CALL "RechercherAnciens" USING contexte-transaction,
                                    recherche-anciens
     EVALUATE TRUE
        WHEN ra-recherche-erreur
           MOVE "Erreur Oracle a la verification" TO WS-Motif-Rejet
           PERFORM Rejeter-Enregistrement
        WHEN ra-nbre-anciens > 0
           PERFORM Mettre-En-Revue
        WHEN OTHER
           PERFORM Inserer-Nouvel-Employe
     END-EVALUATE.

Mettre-En-Revue.
     PERFORM VARYING WS-Idx-Ancien FROM 1 BY 1
             UNTIL WS-Idx-Ancien > ra-nbre-anciens
        MOVE enreg-employe                     TO WS-LR-Entree
        MOVE ra-matricule (WS-Idx-Ancien)      TO WS-LR-Matricule
        MOVE ra-source (WS-Idx-Ancien)         TO WS-LR-Source
        MOVE ra-date-sortie (WS-Idx-Ancien)    TO WS-LR-Sortie
        MOVE SPACES TO WS-LR-Indice-Dep, WS-LR-Indice-Fonc
        IF ra-meme-departement (WS-Idx-Ancien) = "O"
           MOVE "D" TO WS-LR-Indice-Dep
        END-IF
        IF ra-meme-fonction (WS-Idx-Ancien) = "O"
           MOVE "F" TO WS-LR-Indice-Fonc
        END-IF
        WRITE ligne-revue FROM WS-Ligne-Revue
     END-PERFORM
     ADD 1 TO WS-Nbre-A-Revoir.

Verifier-Doublon-Lot.
     MOVE "VERIFIER-DOUBLON-LOT" TO ct-paragraphe
     MOVE 0 TO WS-Nb-Trouves
            DELIMITED BY SIZE INTO ligne-rejet
     WRITE ligne-rejet
     ADD 1 TO WS-Nbre-Rejetes.

*> Compte rendu d'etape pour PiloterChaineNuit (sans effet hors
*> chaine) et code retour non nul en cas d'echec, pour que le pilote
*> ou l'ordonnanceur arrete la chaine sans avoir a lire la console.
Ecrire-Compte-Rendu.
     MOVE SPACES TO enreg-compte-rendu
     MOVE ct-programme TO cr-programme
     COMPUTE cr-nbre-lus = WS-Nbre-Charges + WS-Nbre-Rejetes
                         + WS-Nbre-A-Revoir
     MOVE WS-Nbre-Charges TO cr-nbre-ecrits
     COMPUTE cr-nbre-rejetes = WS-Nbre-Rejetes + WS-Nbre-A-Revoir
     IF NOT ct-poursuivre
        SET cr-echec TO TRUE
     ELSE
        SET cr-succes TO TRUE
     END-IF
     CALL "EcrireCompteRendu" USING enreg-compte-rendu
     IF cr-echec
        MOVE 8 TO RETURN-CODE
     END-IF.
