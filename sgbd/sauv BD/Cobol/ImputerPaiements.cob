IDENTIFICATION DIVISION.
PROGRAM-ID. ImputerPaiements.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
   DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-paiements        ASSIGN TO DYNAMIC WS-Nom-Fichier-Paiements
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-Statut-Paiements.
    SELECT f-factures         ASSIGN TO "Factures.dat"
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS num-facture
                               ALTERNATE RECORD KEY IS fac-matricule
                                  WITH DUPLICATES
                               FILE STATUS IS WS-Statut-Factures.
    SELECT f-references       ASSIGN TO "ReferencesImputees.dat"
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ri-reference-banque
                               FILE STATUS IS WS-Statut-References.
    SELECT f-attente          ASSIGN TO "PaiementsAttente.dat"
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-Statut-Attente.
    SELECT f-journal          ASSIGN TO DYNAMIC WS-Nom-Journal
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-Statut-Journal.
DATA DIVISION.
FILE SECTION.
FD  f-paiements.
    COPY "PaiementBanque.cpy".
FD  f-factures.
    COPY "Factures.cpy".
*> Toutes les references bancaires deja imputees, quelle que soit la
*> facture : un virement rejoue n'est imputable qu'une fois.
FD  f-references.
    COPY "ReferencesImputees.cpy".
*> Fichier d'attente : la ligne de la banque telle quelle, suivie du
*> motif du rejet, pour que la comptabilite la corrige et la
*> represente dans un prochain fichier.
FD  f-attente.
01  ligne-attente.
    02  att-paiement            PIC X(49).
    02  FILLER                  PIC X(01).
    02  att-date-traitement     PIC 9(08).
    02  FILLER                  PIC X(01).
    02  att-motif               PIC X(30).
FD  f-journal.
01  ligne-journal               PIC X(100).
WORKING-STORAGE SECTION.
COPY "CompteRendu.cpy".
01  WS-Nom-Fichier-Paiements    PIC X(40) VALUE SPACES.
01  WS-Nom-Journal              PIC X(24).
01  WS-Statut-Paiements         PIC XX.
01  WS-Statut-Factures          PIC XX.
01  WS-Statut-References        PIC XX.
01  WS-Statut-Attente           PIC XX.
01  WS-Statut-Journal           PIC XX.
01  WS-Date-Jour                PIC 9(08).
01  WS-Motif-Rejet              PIC X(30).
01  WS-Nbre-Lus                 PIC 9(06) VALUE 0.
01  WS-Nbre-Imputes             PIC 9(06) VALUE 0.
01  WS-Nbre-Attente             PIC 9(06) VALUE 0.
01  WS-Nbre-Soldees             PIC 9(06) VALUE 0.
01  WS-Total-Impute             PIC 9(09)V99 VALUE 0.
01  WS-Total-Impute-Aff         PIC Z(8)9,99.
01  WS-Nouveau-Paye             PIC 9(07)V99.
01  WS-Trop-Percu               PIC 9(07)V99.
01  WS-Montant-Aff              PIC Z(6)9,99.
01  WS-Solde-Aff                PIC Z(6)9,99.
01  WS-Trop-Percu-Aff           PIC Z(6)9,99.
01  eof                         PIC 9.
    88  eof-true                VALUE 1.
    88  eof-false               VALUE 0.
PROCEDURE DIVISION.
pp SECTION.
Debut.
     ACCEPT WS-Date-Jour FROM DATE YYYYMMDD
     PERFORM Determiner-Parametres-Run
     OPEN INPUT f-paiements
     IF WS-Statut-Paiements NOT = "00"
        DISPLAY "Fichier de paiements introuvable : "
                WS-Nom-Fichier-Paiements
        MOVE 12 TO RETURN-CODE
        GO TO Debut-Fin
     END-IF
     OPEN I-O f-factures
     IF WS-Statut-Factures NOT = "00"
        DISPLAY "Fichier des factures inaccessible (statut "
                WS-Statut-Factures ") - imputation annulee"
        CLOSE f-paiements
        MOVE 12 TO RETURN-CODE
        GO TO Debut-Fin
     END-IF
     OPEN I-O f-references
     IF WS-Statut-References = "35"
        OPEN OUTPUT f-references
        CLOSE f-references
        OPEN I-O f-references
     END-IF
     IF WS-Statut-References NOT = "00"
        DISPLAY "Fichier des references imputees inaccessible (statut "
                WS-Statut-References ") - imputation annulee"
        CLOSE f-paiements, f-factures
        MOVE 12 TO RETURN-CODE
        GO TO Debut-Fin
     END-IF
     OPEN EXTEND f-attente
     IF WS-Statut-Attente = "35"
        OPEN OUTPUT f-attente
     END-IF
     OPEN EXTEND f-journal
     IF WS-Statut-Journal = "35"
        OPEN OUTPUT f-journal
     END-IF
     PERFORM Imputer-Fichier
     CLOSE f-paiements, f-factures, f-references, f-attente, f-journal
     MOVE WS-Total-Impute TO WS-Total-Impute-Aff
     DISPLAY "Paiements lus            : " WS-Nbre-Lus
     DISPLAY "Paiements imputes        : " WS-Nbre-Imputes
     DISPLAY "  dont factures soldees  : " WS-Nbre-Soldees
     DISPLAY "Paiements en attente     : " WS-Nbre-Attente
     DISPLAY "Montant total impute     : " WS-Total-Impute-Aff
     PERFORM Ecrire-Compte-Rendu.
Debut-Fin.
     STOP RUN.

*> Nom du fichier livre par la banque, renseigne par variable
*> d'environnement (meme principe que TraiterRetourPaie) ; le journal
*> des imputations est date, un fichier par jour.
Determiner-Parametres-Run.
     DISPLAY "PAIEMENTS_FICHIER" UPON ENVIRONMENT-NAME
     ACCEPT WS-Nom-Fichier-Paiements FROM ENVIRONMENT-VALUE
     IF WS-Nom-Fichier-Paiements = SPACES
        MOVE "PaiementsBanque.dat" TO WS-Nom-Fichier-Paiements
     END-IF
     STRING "Paiements" WS-Date-Jour "." "log"
        DELIMITED BY SIZE INTO WS-Nom-Journal.

Imputer-Fichier.
     SET eof-false TO TRUE
     READ f-paiements AT END SET eof-true TO TRUE
     END-READ
     PERFORM TEST BEFORE UNTIL eof-true
        ADD 1 TO WS-Nbre-Lus
        PERFORM Imputer-Un-Paiement
        READ f-paiements AT END SET eof-true TO TRUE
        END-READ
     END-PERFORM.

*> Le rapprochement exige le numero de facture ET le matricule de
*> l'etudiant : un virement dont la communication ne porte que l'un
*> des deux, ou qui ne concorde pas, part en attente plutot que
*> d'etre impute au hasard. Une reference bancaire deja presente dans
*> ReferencesImputees.dat, ou egale a la derniere reference de la
*> facture (paiements imputes avant la tenue de ce fichier), est
*> refusee comme doublon (fichier de la banque rejoue, meme en
*> partie, ou virement presente sur une autre facture).
Imputer-Un-Paiement.
     MOVE SPACES TO WS-Motif-Rejet
     EVALUATE TRUE
        WHEN pmt-num-facture NOT NUMERIC OR pmt-matricule NOT NUMERIC
             OR pmt-montant NOT NUMERIC
           MOVE "LIGNE MAL FORMEE" TO WS-Motif-Rejet
        WHEN pmt-montant = 0
           MOVE "MONTANT NUL" TO WS-Motif-Rejet
        WHEN pmt-reference-banque = SPACES
           MOVE "REFERENCE BANCAIRE ABSENTE" TO WS-Motif-Rejet
        WHEN OTHER
           MOVE pmt-num-facture TO num-facture
           READ f-factures
              INVALID KEY MOVE "FACTURE INCONNUE" TO WS-Motif-Rejet
           END-READ
           IF WS-Motif-Rejet = SPACES
              EVALUATE TRUE
                 WHEN fac-matricule NOT = pmt-matricule
                    MOVE "MATRICULE NE CONCORDE PAS" TO WS-Motif-Rejet
                 WHEN fac-annulee
                    MOVE "FACTURE ANNULEE" TO WS-Motif-Rejet
                 WHEN fac-derniere-reference = pmt-reference-banque
                    MOVE "PAIEMENT DEJA IMPUTE" TO WS-Motif-Rejet
              END-EVALUATE
           END-IF
           IF WS-Motif-Rejet = SPACES
              MOVE pmt-reference-banque TO ri-reference-banque
              READ f-references
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "PAIEMENT DEJA IMPUTE" TO WS-Motif-Rejet
              END-READ
           END-IF
     END-EVALUATE
     IF WS-Motif-Rejet NOT = SPACES
        PERFORM Mettre-En-Attente
     ELSE
        PERFORM Appliquer-Paiement
     END-IF.

*> Un trop-percu est impute tel quel (la facture est soldee) et
*> signale dans le journal pour remboursement par la comptabilite.
*> La reference est enregistree avant la facture et retiree si la
*> facture ne peut etre reecrite : elle ne figure dans
*> ReferencesImputees.dat que pour un paiement effectivement impute.
Appliquer-Paiement.
     MOVE pmt-reference-banque  TO ri-reference-banque
     MOVE WS-Date-Jour          TO ri-date-imputation
     MOVE pmt-date              TO ri-date-paiement
     MOVE num-facture           TO ri-num-facture
     MOVE pmt-matricule         TO ri-matricule
     MOVE pmt-montant           TO ri-montant
     WRITE enreg-reference-imputee
     IF WS-Statut-References NOT = "00"
        MOVE "ERREUR DE MISE A JOUR" TO WS-Motif-Rejet
        PERFORM Mettre-En-Attente
     ELSE
        PERFORM Mettre-A-Jour-Facture
     END-IF.

Mettre-A-Jour-Facture.
     COMPUTE WS-Nouveau-Paye = fac-montant-paye + pmt-montant
     MOVE 0 TO WS-Trop-Percu
     IF WS-Nouveau-Paye > fac-montant
        COMPUTE WS-Trop-Percu = WS-Nouveau-Paye - fac-montant
        MOVE fac-montant TO fac-montant-paye
     ELSE
        MOVE WS-Nouveau-Paye TO fac-montant-paye
     END-IF
     MOVE pmt-date              TO fac-date-dernier-paiement
     MOVE pmt-reference-banque  TO fac-derniere-reference
     IF fac-montant-paye NOT < fac-montant
        SET fac-soldee TO TRUE
     END-IF
     REWRITE enreg-facture
     IF WS-Statut-Factures NOT = "00"
        DELETE f-references
        IF WS-Statut-References NOT = "00"
           DISPLAY "Reference " pmt-reference-banque
                   " non retiree de ReferencesImputees.dat (statut "
                   WS-Statut-References ") - a retirer avant de "
                   "representer le paiement"
        END-IF
        MOVE "ERREUR DE MISE A JOUR" TO WS-Motif-Rejet
        PERFORM Mettre-En-Attente
     ELSE
        ADD 1 TO WS-Nbre-Imputes
        ADD pmt-montant TO WS-Total-Impute
        IF fac-soldee
           ADD 1 TO WS-Nbre-Soldees
        END-IF
        MOVE pmt-montant TO WS-Montant-Aff
        COMPUTE WS-Solde-Aff = fac-montant - fac-montant-paye
        MOVE SPACES TO ligne-journal
        STRING WS-Date-Jour " " pmt-reference-banque " " num-facture
               " " fac-matricule " paye " WS-Montant-Aff
               " solde " WS-Solde-Aff " " fac-statut
           DELIMITED BY SIZE INTO ligne-journal
        WRITE ligne-journal
        IF WS-Trop-Percu > 0
           MOVE WS-Trop-Percu TO WS-Trop-Percu-Aff
           MOVE SPACES TO ligne-journal
           STRING WS-Date-Jour " " pmt-reference-banque " "
                  num-facture " " fac-matricule
                  " TROP-PERCU A REMBOURSER " WS-Trop-Percu-Aff
              DELIMITED BY SIZE INTO ligne-journal
           WRITE ligne-journal
        END-IF
     END-IF.

Mettre-En-Attente.
     MOVE SPACES TO ligne-attente
     MOVE enreg-paiement TO att-paiement
     MOVE WS-Date-Jour   TO att-date-traitement
     MOVE WS-Motif-Rejet TO att-motif
     WRITE ligne-attente
     ADD 1 TO WS-Nbre-Attente.

*> Compte rendu d'etape pour PiloterChaineNuit (sans effet hors
*> chaine) ; les paiements en attente sont des rejets a traiter, pas
*> un echec de l'imputation.
Ecrire-Compte-Rendu.
     MOVE SPACES TO enreg-compte-rendu
     MOVE "IMPUPAIE" TO cr-programme
     MOVE WS-Nbre-Lus     TO cr-nbre-lus
     MOVE WS-Nbre-Imputes TO cr-nbre-ecrits
     MOVE WS-Nbre-Attente TO cr-nbre-rejetes
     SET cr-succes TO TRUE
     CALL "EcrireCompteRendu" USING enreg-compte-rendu.
