    SELECT f-temp       ASSIGN TO "AttestationsTemp.res".
    SELECT f-sort       ASSIGN TO "sortwkatt".
    SELECT f-output     ASSIGN TO "Attestations.res".
    SELECT f-factures   ASSIGN TO "Factures.dat"
                        ORGANIZATION INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS num-facture
                        ALTERNATE RECORD KEY IS fac-matricule
                           WITH DUPLICATES
                        FILE STATUS IS WS-Statut-Factures.
    SELECT f-retenues   ASSIGN TO "AttestationsRetenues.res"
                        ORGANIZATION LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  f-input-brut.
SD  f-sort.
    COPY "Etudiants.cpy" REPLACING enreg-etudiant BY rec-fsort.
FD  f-output REPORT IS rapport-attestation.
FD  f-factures.
    COPY "Factures.cpy".
FD  f-retenues.
01  ligne-retenue            PIC X(80).
WORKING-STORAGE SECTION.
01  WS-Nom-Fichier-Entree    PIC X(40) VALUE SPACES.
01  WS-Statut-Entree         PIC XX.
01  WS-Section-Filtre        PIC X(04) VALUE SPACES.
01  WS-Matricule-Filtre      PIC 9(06) VALUE 0.
01  WS-Nbre-Selectionnes     PIC 9(06) VALUE 0.
01  WS-Statut-Factures       PIC XX.
*> ATTESTATION_RETENIR_IMPAYES = O : l'etudiant qui doit encore des
*> minervals ne recoit pas son attestation ; sinon elle est produite
*> et l'etudiant est seulement signale dans AttestationsRetenues.res.
01  WS-Retenir-Impayes       PIC X(01) VALUE "N".
    88  WS-Retenir           VALUE "O".
01  WS-Controle-Impayes      PIC X(01) VALUE "N".
    88  WS-Controle-Actif    VALUE "O".
01  WS-Solde-Du              PIC 9(07)V99 VALUE 0.
01  WS-Solde-Du-Aff          PIC Z(6)9,99.
01  WS-Fin-Factures-Etudiant PIC X VALUE "N".
    88  WS-Plus-De-Facture   VALUE "O".
01  WS-Nbre-Retenues         PIC 9(06) VALUE 0.
01  WS-Nbre-Signalees        PIC 9(06) VALUE 0.
01  nbre-att                 PIC S9(4) BINARY VALUE 1.
01  total-att-sauv           PIC Z.ZZZ.
01  date-jour.
     ACCEPT date-jour FROM DATE
     PERFORM Generer-Attestations
     DISPLAY "Attestations produites : " WS-Nbre-Selectionnes
     IF WS-Controle-Actif
        DISPLAY "Signalees (minervals dus) : " WS-Nbre-Signalees
        DISPLAY "Retenues  (minervals dus) : " WS-Nbre-Retenues
     END-IF
     STOP RUN.

*> Le fichier annuel arrive par ETUDIANTS_FICHIER (meme convention
     DISPLAY "ATTESTATION_SECTION" UPON ENVIRONMENT-NAME
     ACCEPT WS-Section-Filtre FROM ENVIRONMENT-VALUE
     DISPLAY "ATTESTATION_MATRICULE" UPON ENVIRONMENT-NAME
     ACCEPT WS-Matricule-Filtre FROM ENVIRONMENT-VALUE
     DISPLAY "ATTESTATION_RETENIR_IMPAYES" UPON ENVIRONMENT-NAME
     ACCEPT WS-Retenir-Impayes FROM ENVIRONMENT-VALUE.

*> Passe de selection avant le SORT, meme decoupage que
*> ReportRupture.Valider-Fichier-Entree : seuls les etudiants en
        STOP RUN
     END-IF
     OPEN OUTPUT f-selection
     OPEN INPUT f-factures
     IF WS-Statut-Factures = "00"
        SET WS-Controle-Actif TO TRUE
        OPEN OUTPUT f-retenues
     ELSE
        DISPLAY "Factures.dat absent - minervals non controles"
     END-IF
     SET eof-false TO TRUE
     READ f-input-brut AT END SET eof-true TO TRUE
     END-READ
        READ f-input-brut AT END SET eof-true TO TRUE
        END-READ
     END-PERFORM
     CLOSE f-input-brut, f-selection
     IF WS-Controle-Actif
        CLOSE f-factures, f-retenues
     END-IF.

Selectionner-Un-Etudiant.
     IF NOT etu-reussite OF rec-brut
                 AND matricule OF rec-brut NOT = WS-Matricule-Filtre
                 CONTINUE
              ELSE
                 PERFORM Controler-Minervals
                 IF WS-Solde-Du > 0 AND WS-Retenir
                    CONTINUE
                 ELSE
                    MOVE rec-brut TO enreg-etudiant
                    WRITE enreg-etudiant
                    ADD 1 TO WS-Nbre-Selectionnes
                 END-IF
              END-IF
           END-IF
        END-IF
     END-IF.

*> Solde restant du sur toutes les factures ouvertes de l'etudiant,
*> toutes annees confondues, par la cle alternative fac-matricule
*> (meme parcours que FacturerMinervals.Verifier-Facture-Existante).
Controler-Minervals.
     MOVE 0 TO WS-Solde-Du
     IF WS-Controle-Actif
        MOVE "N" TO WS-Fin-Factures-Etudiant
        MOVE matricule OF rec-brut TO fac-matricule
        START f-factures KEY IS EQUAL TO fac-matricule
           INVALID KEY SET WS-Plus-De-Facture TO TRUE
        END-START
        PERFORM TEST BEFORE UNTIL WS-Plus-De-Facture
           READ f-factures NEXT RECORD
              AT END SET WS-Plus-De-Facture TO TRUE
           END-READ
           IF NOT WS-Plus-De-Facture
              IF fac-matricule NOT = matricule OF rec-brut
                 SET WS-Plus-De-Facture TO TRUE
              ELSE
                 IF fac-ouverte AND fac-montant > fac-montant-paye
                    COMPUTE WS-Solde-Du = WS-Solde-Du
                                        + fac-montant - fac-montant-paye
                 END-IF
              END-IF
           END-IF
        END-PERFORM
        IF WS-Solde-Du > 0
           MOVE WS-Solde-Du TO WS-Solde-Du-Aff
           MOVE SPACES TO ligne-retenue
           IF WS-Retenir
              STRING matricule OF rec-brut " " nom OF rec-brut " "
                     prenom OF rec-brut " " num-section OF rec-brut
                     " du " WS-Solde-Du-Aff " RETENUE"
                 DELIMITED BY SIZE INTO ligne-retenue
              ADD 1 TO WS-Nbre-Retenues
           ELSE
              STRING matricule OF rec-brut " " nom OF rec-brut " "
                     prenom OF rec-brut " " num-section OF rec-brut
                     " du " WS-Solde-Du-Aff " SIGNALEE"
                 DELIMITED BY SIZE INTO ligne-retenue
              ADD 1 TO WS-Nbre-Signalees
           END-IF
           WRITE ligne-retenue
        END-IF
     END-IF.

*> Meme mecanique INITIATE/GENERATE/TERMINATE que
*> ReportRupture.Generer-Rapport : un GENERATE par etudiant trie, le
*> report writer posant chaque attestation sur sa propre page.
