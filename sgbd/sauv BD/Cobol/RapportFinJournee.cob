    SELECT f-paie-inconnus ASSIGN TO DYNAMIC WS-Nom-Paie-Inconnus
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WS-Statut-Paie-Inconnus.
    SELECT f-connexions    ASSIGN TO DYNAMIC WS-Nom-Connexions
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WS-Statut-Connexions.
    SELECT f-controle      ASSIGN TO DYNAMIC WS-Nom-Controle
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WS-Statut-Controle.
    SELECT f-integrite     ASSIGN TO "ControleIntegrite.dat"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WS-Statut-Integrite.
    SELECT f-conflits      ASSIGN TO DYNAMIC WS-Nom-Conflits
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WS-Statut-Conflits.
    SELECT f-sortie        ASSIGN TO DYNAMIC WS-Nom-Sortie
                            ORGANIZATION LINE SEQUENTIAL.
DATA DIVISION.
01  ligne-retour-paie-in       PIC X(80).
FD  f-paie-inconnus.
01  ligne-paie-inconnus-in     PIC X(80).
*> Meme disposition que IdentifierOperateur.WS-Ligne-Connexion-Sortie.
FD  f-connexions.
01  ligne-connexion-in.
    02  cnx-date               PIC X(08).
    02  FILLER                 PIC X.
    02  cnx-heure              PIC X(08).
    02  FILLER                 PIC X.
    02  cnx-operateur          PIC X(08).
    02  FILLER                 PIC X.
    02  cnx-evenement          PIC X(14).
        88  cnx-verrouillage   VALUE "VERROUILLAGE".
        88  cnx-echec          VALUE "ECHEC", "ECHEC-INCONNU".
        88  cnx-refus          VALUE "REFUS-INACTIF", "REFUS-VERROU".
    02  FILLER                 PIC X(39).
FD  f-controle.
01  ligne-controle-in          PIC X(115).
FD  f-integrite.
01  ligne-integrite-in         PIC X(137).
FD  f-conflits.
01  ligne-conflit-in           PIC X(61).
FD  f-sortie.
01  ligne-sortie               PIC X(80).
WORKING-STORAGE SECTION.
COPY "ControleChaine.cpy".
COPY "CompteRendu.cpy".
COPY "ControleIntegrite.cpy".
COPY "Conflits.cpy".
01  WS-Date-Rapport            PIC X(08) VALUE SPACES.
01  WS-Nom-Erreurs              PIC X(20).
01  WS-Nom-Reconciliation       PIC X(26).
01  WS-Nom-Sortie                PIC X(29).
01  WS-Nom-Retour-Paie          PIC X(22).
01  WS-Nom-Paie-Inconnus        PIC X(30).
01  WS-Nom-Connexions           PIC X(25).
01  WS-Statut-Erreurs           PIC XX.
01  WS-Statut-Reconciliation    PIC XX.
01  WS-Statut-Retour-Paie       PIC XX.
01  WS-Statut-Paie-Inconnus     PIC XX.
01  WS-Statut-Connexions        PIC XX.
01  WS-Nom-Conflits             PIC X(23).
01  WS-Statut-Conflits          PIC XX.
01  WS-Nb-Conflits-Reappliques  PIC 9(04) VALUE 0.
01  WS-Nb-Conflits-Abandonnes   PIC 9(04) VALUE 0.
01  WS-Nb-Conflits-Ignores      PIC 9(04) VALUE 0.
01  WS-Nom-Controle             PIC X(60) VALUE SPACES.
01  WS-Statut-Controle          PIC XX.
01  WS-Passage-Retenu           PIC X(14) VALUE SPACES.
01  WS-Nb-Etapes-Passage        PIC 9(04) VALUE 0.
01  WS-Nb-Etapes-Echec          PIC 9(04) VALUE 0.
*> Une ligne par etape du passage retenu, dans l'ordre du fichier de
*> controle de PiloterChaineNuit.
01  WS-Ligne-Chaine.
    02  WS-LC-Etape             PIC 9(02).
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LC-Programme         PIC X(20).
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LC-Statut            PIC X(10).
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LC-Debut             PIC X(06).
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LC-Fin               PIC X(06).
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LC-Lus               PIC Z(6)9.
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LC-Ecrits            PIC Z(6)9.
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LC-Rejetes           PIC Z(6)9.
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LC-Code-Retour       PIC ZZ9.
01  WS-Nb-Lignes-Erreurs        PIC 9(04) VALUE 0.
01  WS-Nb-Lignes-Reconciliation PIC 9(04) VALUE 0.
01  WS-Nb-Lignes-Retour-Paie    PIC 9(04) VALUE 0.
01  WS-Nb-Verrouillages         PIC 9(04) VALUE 0.
01  WS-Nb-Echecs-Signature      PIC 9(04) VALUE 0.
01  WS-Nb-Refus-Signature       PIC 9(04) VALUE 0.
01  WS-Statut-Integrite         PIC XX.
01  WS-Integrite-Trouvee        PIC X VALUE "N".
    88  WS-Integrite-Presente   VALUE "O".
01  WS-Idx-Regle                PIC S9(4) BINARY VALUE 0.
01  WS-Ptr-Regles               PIC 9(03) VALUE 1.
01  eof                        PIC 9.
    88  eof-true               VALUE 1.
    88  eof-false              VALUE 0.
     PERFORM Copier-Journal-Erreurs
     PERFORM Copier-Reconciliation
     PERFORM Copier-Retour-Paie
     PERFORM Copier-Verrouillages
     PERFORM Copier-Conflits
     PERFORM Copier-Controle-Chaine
     PERFORM Copier-Controle-Integrite
     CLOSE f-sortie
     DISPLAY "Rapport de fin de service ecrit : " WS-Nom-Sortie
     PERFORM Ecrire-Compte-Rendu
     STOP RUN.

*> La date du jour de releve peut etre imposee par variable
        DELIMITED BY SIZE INTO WS-Nom-Retour-Paie
     STRING "RetourPaieInconnus" WS-Date-Rapport "." "log"
        DELIMITED BY SIZE INTO WS-Nom-Paie-Inconnus
     STRING "Connexions" WS-Date-Rapport "." "log"
        DELIMITED BY SIZE INTO WS-Nom-Connexions
     STRING "Conflits" WS-Date-Rapport "." "log"
        DELIMITED BY SIZE INTO WS-Nom-Conflits
     STRING "RapportFinJournee" WS-Date-Rapport "." "res"
        DELIMITED BY SIZE INTO WS-Nom-Sortie
     DISPLAY "CHAINE_FICHIER_CONTROLE" UPON ENVIRONMENT-NAME
     ACCEPT WS-Nom-Controle FROM ENVIRONMENT-VALUE
     IF WS-Nom-Controle = SPACES
        MOVE "ControleChaine.dat" TO WS-Nom-Controle
     END-IF
     DISPLAY "CHAINE_ID_PASSAGE" UPON ENVIRONMENT-NAME
     ACCEPT WS-Passage-Retenu FROM ENVIRONMENT-VALUE.

Ecrire-Entete.
     MOVE SPACES TO ligne-sortie
        END-PERFORM
        CLOSE f-paie-inconnus
     END-IF.

*> Reprend du journal des signatures (Connexions<date>.log, ecrit par
*> IdentifierOperateur) les seuls verrouillages de compte, suivis
*> d'une ligne de comptage des echecs et refus du jour : un compte
*> verrouille la nuit doit etre rouvert par un administrateur avant
*> l'arrivee de son titulaire, et une rafale d'echecs merite un coup
*> d'oeil meme sans verrouillage.
Copier-Verrouillages.
     MOVE SPACES TO ligne-sortie
     WRITE ligne-sortie
     MOVE SPACES TO ligne-sortie
     STRING "--- COMPTES OPERATEURS VERROUILLES ---"
        DELIMITED BY SIZE INTO ligne-sortie
     WRITE ligne-sortie
     OPEN INPUT f-connexions
     IF WS-Statut-Connexions NOT = "00"
        MOVE SPACES TO ligne-sortie
        STRING "(aucune signature journalisee ce jour)"
           DELIMITED BY SIZE INTO ligne-sortie
        WRITE ligne-sortie
     ELSE
        SET eof-false TO TRUE
        READ f-connexions AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           EVALUATE TRUE
              WHEN cnx-verrouillage
                 WRITE ligne-sortie FROM ligne-connexion-in
                 ADD 1 TO WS-Nb-Verrouillages
              WHEN cnx-echec
                 ADD 1 TO WS-Nb-Echecs-Signature
              WHEN cnx-refus
                 ADD 1 TO WS-Nb-Refus-Signature
           END-EVALUATE
           READ f-connexions AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-connexions
        IF WS-Nb-Verrouillages = 0
           MOVE SPACES TO ligne-sortie
           STRING "(aucun verrouillage ce jour)"
              DELIMITED BY SIZE INTO ligne-sortie
           WRITE ligne-sortie
        END-IF
        MOVE SPACES TO ligne-sortie
        STRING "Echecs de signature : " WS-Nb-Echecs-Signature
               "   Refus (compte desactive ou verrouille) : "
               WS-Nb-Refus-Signature
           DELIMITED BY SIZE INTO ligne-sortie
        WRITE ligne-sortie
     END-IF.

*> Reprend le journal des mises a jour concurrentes (Conflits<date>.log,
*> ecrit par EcrireConflit depuis les ecrans de modification) suivi
*> d'un comptage par decision : des conflits frequents sur un meme
*> dossier disent que deux services travaillent sur le meme cas.
Copier-Conflits.
     MOVE SPACES TO ligne-sortie
     WRITE ligne-sortie
     MOVE SPACES TO ligne-sortie
     STRING "--- MISES A JOUR CONCURRENTES ---"
        DELIMITED BY SIZE INTO ligne-sortie
     WRITE ligne-sortie
     OPEN INPUT f-conflits
     IF WS-Statut-Conflits NOT = "00"
        MOVE SPACES TO ligne-sortie
        STRING "(aucun conflit de mise a jour ce jour)"
           DELIMITED BY SIZE INTO ligne-sortie
        WRITE ligne-sortie
     ELSE
        SET eof-false TO TRUE
        READ f-conflits AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           WRITE ligne-sortie FROM ligne-conflit-in
           MOVE ligne-conflit-in TO enreg-conflit
           EVALUATE TRUE
              WHEN cf-reappliquee ADD 1 TO WS-Nb-Conflits-Reappliques
              WHEN cf-abandonnee  ADD 1 TO WS-Nb-Conflits-Abandonnes
              WHEN cf-ignoree     ADD 1 TO WS-Nb-Conflits-Ignores
           END-EVALUATE
           READ f-conflits AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-conflits
        MOVE SPACES TO ligne-sortie
        STRING "Reappliques : " WS-Nb-Conflits-Reappliques
               "   Abandonnes : " WS-Nb-Conflits-Abandonnes
               "   Ecartes (encodage section) : " WS-Nb-Conflits-Ignores
           DELIMITED BY SIZE INTO ligne-sortie
        WRITE ligne-sortie
     END-IF.

*> Reprend du fichier de controle de PiloterChaineNuit les etapes du
*> passage en cours (CHAINE_ID_PASSAGE, pose par le pilote quand ce
*> rapport est la derniere etape de la chaine) ou, lance a la main,
*> du dernier passage enregistre. L'etape du present rapport n'y
*> figure pas encore : le pilote ne l'ecrit qu'a son retour.
Copier-Controle-Chaine.
     MOVE SPACES TO ligne-sortie
     WRITE ligne-sortie
     MOVE SPACES TO ligne-sortie
     STRING "--- CHAINE DE NUIT ---"
        DELIMITED BY SIZE INTO ligne-sortie
     WRITE ligne-sortie
     IF WS-Passage-Retenu = SPACES
        PERFORM Rechercher-Dernier-Passage
     END-IF
     IF WS-Passage-Retenu = SPACES
        MOVE SPACES TO ligne-sortie
        STRING "(aucun passage de la chaine enregistre)"
           DELIMITED BY SIZE INTO ligne-sortie
        WRITE ligne-sortie
     ELSE
        MOVE SPACES TO ligne-sortie
        STRING "Passage " WS-Passage-Retenu
           DELIMITED BY SIZE INTO ligne-sortie
        WRITE ligne-sortie
        MOVE SPACES TO ligne-sortie
        STRING "Et Programme            Statut     Debut  Fin    "
               "    Lus  Ecrits Rejets  RC"
           DELIMITED BY SIZE INTO ligne-sortie
        WRITE ligne-sortie
        OPEN INPUT f-controle
        IF WS-Statut-Controle = "00"
           SET eof-false TO TRUE
           READ f-controle INTO enreg-controle-chaine
              AT END SET eof-true TO TRUE
           END-READ
           PERFORM TEST BEFORE UNTIL eof-true
              IF ctl-id-passage = WS-Passage-Retenu
                 PERFORM Ecrire-Ligne-Chaine
              END-IF
              READ f-controle INTO enreg-controle-chaine
                 AT END SET eof-true TO TRUE
              END-READ
           END-PERFORM
           CLOSE f-controle
        END-IF
        MOVE SPACES TO ligne-sortie
        STRING "Etapes tracees : " WS-Nb-Etapes-Passage
               "   dont en echec bloquant : " WS-Nb-Etapes-Echec
           DELIMITED BY SIZE INTO ligne-sortie
        WRITE ligne-sortie
     END-IF.

Rechercher-Dernier-Passage.
     OPEN INPUT f-controle
     IF WS-Statut-Controle = "00"
        SET eof-false TO TRUE
        READ f-controle INTO enreg-controle-chaine
           AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           MOVE ctl-id-passage TO WS-Passage-Retenu
           READ f-controle INTO enreg-controle-chaine
              AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-controle
     END-IF.

Ecrire-Ligne-Chaine.
     ADD 1 TO WS-Nb-Etapes-Passage
     MOVE ctl-numero-etape      TO WS-LC-Etape
     MOVE ctl-programme         TO WS-LC-Programme
     EVALUATE TRUE
        WHEN ctl-termine      MOVE "TERMINEE"   TO WS-LC-Statut
        WHEN ctl-echec        MOVE "ECHEC"      TO WS-LC-Statut
                              ADD 1 TO WS-Nb-Etapes-Echec
        WHEN ctl-echec-tolere MOVE "ECHEC TOL." TO WS-LC-Statut
        WHEN ctl-non-lance    MOVE "NON LANCEE" TO WS-LC-Statut
        WHEN ctl-deja-fait    MOVE "DEJA FAITE" TO WS-LC-Statut
        WHEN OTHER            MOVE ctl-statut   TO WS-LC-Statut
     END-EVALUATE
     MOVE ctl-debut (9:6)       TO WS-LC-Debut
     MOVE ctl-fin (9:6)         TO WS-LC-Fin
     MOVE ctl-nbre-lus          TO WS-LC-Lus
     MOVE ctl-nbre-ecrits       TO WS-LC-Ecrits
     MOVE ctl-nbre-rejetes      TO WS-LC-Rejetes
     MOVE ctl-code-retour       TO WS-LC-Code-Retour
     WRITE ligne-sortie FROM WS-Ligne-Chaine.

*> Reprend la derniere ligne de ControleIntegrite.dat (ecrite par
*> ControlerIntegrite, lance chaque semaine) : date du controle,
*> nombre d'anomalies et, s'il y en a, le detail par regle et le nom
*> du rapport a consulter, pour qu'un fichier maitre en derive se
*> voie sur le document du matin et pas au prochain rapport faux.
Copier-Controle-Integrite.
     MOVE SPACES TO ligne-sortie
     WRITE ligne-sortie
     MOVE SPACES TO ligne-sortie
     STRING "--- INTEGRITE DES FICHIERS MAITRES ---"
        DELIMITED BY SIZE INTO ligne-sortie
     WRITE ligne-sortie
     MOVE "N" TO WS-Integrite-Trouvee
     OPEN INPUT f-integrite
     IF WS-Statut-Integrite = "00"
        SET eof-false TO TRUE
        READ f-integrite AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           MOVE ligne-integrite-in TO enreg-controle-integrite
           SET WS-Integrite-Presente TO TRUE
           READ f-integrite AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-integrite
     END-IF
     IF NOT WS-Integrite-Presente
        MOVE SPACES TO ligne-sortie
        STRING "(aucun controle d'integrite enregistre)"
           DELIMITED BY SIZE INTO ligne-sortie
        WRITE ligne-sortie
     ELSE
        MOVE SPACES TO ligne-sortie
        STRING "Dernier controle : " ci-date " " ci-heure
               "   employes " ci-nbre-employes
               "   etudiants " ci-nbre-etudiants
           DELIMITED BY SIZE INTO ligne-sortie
        WRITE ligne-sortie
        IF ci-partiel
           MOVE SPACES TO ligne-sortie
           STRING "CONTROLE PARTIEL : un fichier maitre etait "
                  "inaccessible"
              DELIMITED BY SIZE INTO ligne-sortie
           WRITE ligne-sortie
        END-IF
        MOVE SPACES TO ligne-sortie
        IF ci-nbre-anomalies = 0
           STRING "Fichiers maitres sans anomalie"
              DELIMITED BY SIZE INTO ligne-sortie
           WRITE ligne-sortie
        ELSE
           STRING "FICHIERS MAITRES A CORRIGER : " ci-nbre-anomalies
                  " anomalie(s), voir Integrite" ci-date ".res"
              DELIMITED BY SIZE INTO ligne-sortie
           WRITE ligne-sortie
           MOVE SPACES TO ligne-sortie
           MOVE 1 TO WS-Ptr-Regles
           PERFORM VARYING WS-Idx-Regle FROM 1 BY 1
                   UNTIL WS-Idx-Regle > 11
              IF ci-nbre-regle (WS-Idx-Regle) > 0
                 IF WS-Ptr-Regles > 72
                    WRITE ligne-sortie
                    MOVE SPACES TO ligne-sortie
                    MOVE 1 TO WS-Ptr-Regles
                 END-IF
                 STRING ci-code-regle (WS-Idx-Regle) ":"
                        ci-nbre-regle (WS-Idx-Regle) " "
                    DELIMITED BY SIZE INTO ligne-sortie
                    WITH POINTER WS-Ptr-Regles
              END-IF
           END-PERFORM
           WRITE ligne-sortie
        END-IF
     END-IF.

*> Compte rendu d'etape pour PiloterChaineNuit (sans effet hors
*> chaine) : ce rapport ne fait que recopier, il ne fait jamais
*> echouer la chaine.
Ecrire-Compte-Rendu.
     MOVE SPACES TO enreg-compte-rendu
     MOVE "RAPFINJ" TO cr-programme
     COMPUTE cr-nbre-lus = WS-Nb-Lignes-Erreurs
                         + WS-Nb-Lignes-Reconciliation
                         + WS-Nb-Lignes-Retour-Paie
                         + WS-Nb-Etapes-Passage
     MOVE 0 TO cr-nbre-ecrits, cr-nbre-rejetes
     SET cr-succes TO TRUE
     CALL "EcrireCompteRendu" USING enreg-compte-rendu.
