       SELECT f-reconciliation ASSIGN TO DYNAMIC WS-Nom-Reconciliation
								ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WS-Statut-Reconciliation.
       SELECT f-affectations ASSIGN TO "Affectations.dat"
								ORGANIZATION INDEXED
								ACCESS MODE IS DYNAMIC
								RECORD KEY IS cle-affectation
								ALTERNATE RECORD KEY IS aff-matricule-employe
								   WITH DUPLICATES
                       FILE STATUS IS WS-Statut-Affectations.
DATA DIVISION.
FILE SECTION.
FD     f-input-brut.
01     ligne-comparaison            PIC X(80).
FD     f-reconciliation.
01     Ligne-Reconciliation         PIC X(80).
FD     f-affectations.
       COPY "Affectations.cpy".
WORKING-STORAGE SECTION.
77  file-statut PIC XX.
COPY "CompteRendu.cpy".
01  WS-Statut-Valide PIC XX.
01  WS-Statut-Rejets PIC XX.
01  WS-Statut-Precedent PIC XX.
    02  FILLER                 PIC X VALUE SPACE.
    02  WS-LR-Etat             PIC X(11).

*> Titulaire de chaque section, repris d'Affectations.dat au debut
*> du run et imprime en tete de chaque groupe ; un fichier absent ou
*> une section sans titulaire laisse simplement la mention vide.
01  WS-Statut-Affectations     PIC XX.
01  WS-Table-Titulaires.
    02  WS-Titulaire-Ligne OCCURS 200 TIMES.
        03  WS-Tit-Section         PIC X(04).
        03  WS-Tit-Nom             PIC X(20).
        03  WS-Tit-Prenom          PIC X(15).
01  WS-Nb-Titulaires           PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Titulaire           PIC S9(4) BINARY VALUE 0.
01  WS-Titulaire-Section       PIC X(36) VALUE SPACES.
01  eof-affectation            PIC 9.
    88  eof-affectation-true   VALUE 1.
    88  eof-affectation-false  VALUE 0.

REPORT SECTION.
RD  rapport-etudiant  PAGE LIMIT IS 66
                      HEADING        1
         03 COLUMN 30 PIC X(9) VALUE "Matricule".
         03 COLUMN 40 PIC X(20) VALUE "Nom".
         03 COLUMN 61 PIC X(15) VALUE "Prenom".
01  TYPE IS CONTROL HEADING nr-groupe OF f-temp.
    02   LINE PLUS 1.
         03 COLUMN 30 PIC X(8) VALUE "Section:".
         03 COLUMN 39 PIC X(4) SOURCE num-section OF f-temp.
         03 COLUMN 45 PIC X(10) VALUE "Titulaire:".
         03 COLUMN 56 PIC X(36) SOURCE WS-Titulaire-Section.
01  detail-etudiant TYPE IS DETAIL.
    02   LINE PLUS 1.
         03 COLUMN 30 PIC 9(06) SOURCE matricule OF f-temp.
             WHEN OTHER DISPLAY "Erreur d'entree/sortie"
             file-statut
     END-EVALUATE
     MOVE 12 TO RETURN-CODE
     STOP RUN.

*> Les trois sections suivantes recalculent le taux de reussite du
     PERFORM Determiner-Parametres-Run
     PERFORM Valider-Fichier-Entree
     PERFORM Verifier-Reprise
     PERFORM Charger-Titulaires

     SORT f-sort ON ASCENDING	KEY institut OF rec-fsort,
                                         type-graduat OF rec-fsort,
        PERFORM Generer-Comparaison
     END-IF

     PERFORM Ecrire-Compte-Rendu

     STOP RUN.

*> Recupere en variables d'environnement le nom du fichier de
             WS-Cle-Groupe-Courante NOT = WS-Cle-Groupe-Precedente
             PERFORM Ecrire-Checkpoint
          END-IF
          PERFORM Determiner-Titulaire-Section
          GENERATE detail-etudiant
          ADD 1 TO WS-Nbre-Imprimes-Total
       END-IF
        WHEN OTHER                       MOVE 1 TO nbre-incomplet-unit
     END-EVALUATE.

*> Table section -> titulaire, lue une fois par cle primaire (meme
*> parcours START/READ NEXT que MaintenirReferences) ; les
*> assistants ne sont pas repris dans la liste de classe.
Charger-Titulaires.
     MOVE 0 TO WS-Nb-Titulaires
     OPEN INPUT f-affectations
     IF WS-Statut-Affectations = "00"
        SET eof-affectation-false TO TRUE
        MOVE LOW-VALUES TO cle-affectation
        START f-affectations KEY IS NOT LESS THAN cle-affectation
           INVALID KEY SET eof-affectation-true TO TRUE
        END-START
        IF NOT eof-affectation-true
           READ f-affectations NEXT RECORD
              AT END SET eof-affectation-true TO TRUE
           END-READ
        END-IF
        PERFORM TEST BEFORE UNTIL eof-affectation-true
           IF aff-titulaire AND WS-Nb-Titulaires < 200
              ADD 1 TO WS-Nb-Titulaires
              MOVE aff-num-section    TO WS-Tit-Section (WS-Nb-Titulaires)
              MOVE aff-nom-employe    TO WS-Tit-Nom (WS-Nb-Titulaires)
              MOVE aff-prenom-employe TO WS-Tit-Prenom (WS-Nb-Titulaires)
           END-IF
           READ f-affectations NEXT RECORD
              AT END SET eof-affectation-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-affectations
     END-IF.

*> Alimente la zone imprimee par l'en-tete de groupe juste avant le
*> GENERATE : le report writer imprime l'en-tete du nouveau groupe
*> avec l'enregistrement courant de f-temp.
Determiner-Titulaire-Section.
     MOVE "(aucun)" TO WS-Titulaire-Section
     PERFORM VARYING WS-Idx-Titulaire FROM 1 BY 1
             UNTIL WS-Idx-Titulaire > WS-Nb-Titulaires
        IF WS-Tit-Section (WS-Idx-Titulaire) = num-section OF rc-foutput
           MOVE SPACES TO WS-Titulaire-Section
           STRING WS-Tit-Nom (WS-Idx-Titulaire) DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-Tit-Prenom (WS-Idx-Titulaire) DELIMITED BY "  "
                  INTO WS-Titulaire-Section
           SET WS-Idx-Titulaire TO WS-Nb-Titulaires
        END-IF
     END-PERFORM.

*> Mode alternatif demande par le service de scolarite : les memes
*> champs, tries de la meme facon, mais en CSV plutot qu'en rapport
*> imprime, pour un chargement direct dans un tableur.
               DELIMITED BY SIZE INTO ligne-comparaison
        WRITE ligne-comparaison
     END-IF.

*> Compte rendu d'etape pour PiloterChaineNuit (sans effet hors
*> chaine) ; une divergence de comptage fait echouer l'etape, pour
*> que le rapport ne parte pas a la direction sans verification.
Ecrire-Compte-Rendu.
     MOVE SPACES TO enreg-compte-rendu
     MOVE "REPRUPT" TO cr-programme
     COMPUTE cr-nbre-lus = WS-Nbre-Valides + WS-Nbre-Rejetes
     MOVE WS-Nbre-Valides TO cr-nbre-ecrits
     MOVE WS-Nbre-Rejetes TO cr-nbre-rejetes
     IF WS-Reconciliation-Etat = "DIVERGENCE"
        SET cr-echec TO TRUE
     ELSE
        SET cr-succes TO TRUE
     END-IF
     CALL "EcrireCompteRendu" USING enreg-compte-rendu
     IF cr-echec
        MOVE 8 TO RETURN-CODE
     END-IF.
