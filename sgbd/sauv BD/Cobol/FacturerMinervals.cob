IDENTIFICATION DIVISION.
PROGRAM-ID. FacturerMinervals.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
   DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-etudiants-maitre ASSIGN TO "EtudiantsMaitre.dat"
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS matricule
                               ALTERNATE RECORD KEY IS nom WITH DUPLICATES
                               ALTERNATE RECORD KEY IS institut WITH DUPLICATES
                               FILE STATUS IS WS-Statut-Maitre.
    SELECT f-frais            ASSIGN TO "FraisScolarite.dat"
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-Statut-Frais.
    SELECT f-factures         ASSIGN TO "Factures.dat"
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS num-facture
                               ALTERNATE RECORD KEY IS fac-matricule
                                  WITH DUPLICATES
                               FILE STATUS IS WS-Statut-Factures.
    SELECT f-anomalies        ASSIGN TO "FacturationAnomalies.res"
                               ORGANIZATION LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  f-etudiants-maitre.
    COPY "Etudiants.cpy".
FD  f-frais.
    COPY "FraisScolarite.cpy".
FD  f-factures.
    COPY "Factures.cpy".
FD  f-anomalies.
01  ligne-anomalie              PIC X(80).
WORKING-STORAGE SECTION.
COPY "CompteRendu.cpy".
01  WS-Statut-Maitre            PIC XX.
01  WS-Statut-Frais             PIC XX.
01  WS-Statut-Factures          PIC XX.
01  WS-Date-Jour                PIC 9(08).
01  WS-Annee-Facturation        PIC 9(04) VALUE 0.
01  WS-Date-Echeance            PIC 9(08).
01  WS-Numero-Suivant           PIC 9(10) VALUE 0.
01  WS-Premier-Numero           PIC 9(10) VALUE 0.
01  WS-Nbre-Lus                 PIC 9(06) VALUE 0.
01  WS-Nbre-Factures            PIC 9(06) VALUE 0.
01  WS-Nbre-Deja-Factures       PIC 9(06) VALUE 0.
01  WS-Nbre-Sans-Tarif          PIC 9(06) VALUE 0.
01  WS-Total-Facture            PIC 9(09)V99 VALUE 0.
01  WS-Total-Facture-Aff        PIC Z(8)9,99.
01  WS-Deja-Facture             PIC X VALUE "N".
    88  WS-Facture-Existante    VALUE "O".
01  WS-Fin-Factures-Etudiant    PIC X VALUE "N".
    88  WS-Plus-De-Facture      VALUE "O".
01  eof                         PIC 9.
    88  eof-true                VALUE 1.
    88  eof-false               VALUE 0.

*> Bareme de l'annee facturee, repris de FraisScolarite.dat : un
*> montant par institut/type de graduat/annee d'etude.
01  WS-Table-Frais.
    02  WS-Frais-Ligne OCCURS 200 TIMES.
        03  WS-Frs-Cle.
            04  WS-Frs-Institut      PIC X(02).
            04  WS-Frs-Type-Graduat  PIC 9(02).
            04  WS-Frs-Annee-Etude   PIC X(01).
        03  WS-Frs-Montant       PIC 9(05)V99.
        03  WS-Frs-Delai         PIC 9(03).
        03  WS-Frs-Libelle       PIC X(30).
01  WS-Nb-Frais                 PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Frais                PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Frais-Trouve         PIC S9(4) BINARY VALUE 0.
01  WS-Cle-Annee.
    02  WS-Cle-Institut         PIC X(02).
    02  WS-Cle-Type-Graduat     PIC 9(02).
    02  WS-Cle-Annee-Etude      PIC X(01).
PROCEDURE DIVISION.
pp SECTION.
Debut.
     ACCEPT WS-Date-Jour FROM DATE YYYYMMDD
     PERFORM Determiner-Parametres-Run
     PERFORM Charger-Frais
     IF WS-Nb-Frais = 0
        DISPLAY "Aucun tarif pour l'annee " WS-Annee-Facturation
                " dans FraisScolarite.dat - facturation annulee"
        MOVE 12 TO RETURN-CODE
        GO TO Debut-Fin
     END-IF
     OPEN INPUT f-etudiants-maitre
     IF WS-Statut-Maitre NOT = "00"
        DISPLAY "Fichier des etudiants introuvable (statut "
                WS-Statut-Maitre ") - facturation annulee"
        MOVE 12 TO RETURN-CODE
        GO TO Debut-Fin
     END-IF
     OPEN I-O f-factures
     IF WS-Statut-Factures = "35"
        OPEN OUTPUT f-factures
        CLOSE f-factures
        OPEN I-O f-factures
     END-IF
     IF WS-Statut-Factures NOT = "00"
        DISPLAY "Fichier des factures inaccessible (statut "
                WS-Statut-Factures ") - facturation annulee"
        CLOSE f-etudiants-maitre
        MOVE 12 TO RETURN-CODE
        GO TO Debut-Fin
     END-IF
     OPEN OUTPUT f-anomalies
     PERFORM Determiner-Numero-Suivant
     PERFORM Facturer-Etudiants
     CLOSE f-etudiants-maitre, f-factures, f-anomalies
     MOVE WS-Total-Facture TO WS-Total-Facture-Aff
     DISPLAY "Etudiants lus            : " WS-Nbre-Lus
     DISPLAY "Factures emises          : " WS-Nbre-Factures
     DISPLAY "Deja factures cette annee: " WS-Nbre-Deja-Factures
     DISPLAY "Sans tarif (anomalies)   : " WS-Nbre-Sans-Tarif
     DISPLAY "Montant total facture    : " WS-Total-Facture-Aff
     PERFORM Ecrire-Compte-Rendu.
Debut-Fin.
     STOP RUN.

*> FACTURATION_ANNEE designe l'annee academique facturee (celle de
*> FraisScolarite.dat), par defaut l'annee civile en cours.
Determiner-Parametres-Run.
     DISPLAY "FACTURATION_ANNEE" UPON ENVIRONMENT-NAME
     ACCEPT WS-Annee-Facturation FROM ENVIRONMENT-VALUE
     IF WS-Annee-Facturation = 0
        MOVE WS-Date-Jour (1:4) TO WS-Annee-Facturation
     END-IF.

Charger-Frais.
     MOVE 0 TO WS-Nb-Frais
     OPEN INPUT f-frais
     IF WS-Statut-Frais = "00"
        SET eof-false TO TRUE
        READ f-frais AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           IF frais-annee-academique = WS-Annee-Facturation
              AND WS-Nb-Frais < 200
              ADD 1 TO WS-Nb-Frais
              MOVE frais-institut       TO WS-Frs-Institut (WS-Nb-Frais)
              MOVE frais-type-graduat
                               TO WS-Frs-Type-Graduat (WS-Nb-Frais)
              MOVE frais-annee-etude
                               TO WS-Frs-Annee-Etude (WS-Nb-Frais)
              MOVE frais-montant        TO WS-Frs-Montant (WS-Nb-Frais)
              MOVE frais-delai-paiement TO WS-Frs-Delai (WS-Nb-Frais)
              MOVE frais-libelle        TO WS-Frs-Libelle (WS-Nb-Frais)
           END-IF
           READ f-frais AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-frais
     END-IF.

*> Les numeros de facture sont AAAA suivi d'un compteur sur six
*> chiffres, par annee academique : on repart derriere le plus grand
*> numero deja attribue pour l'annee, ce qui permet de relancer la
*> facturation (nouveaux inscrits) sans collision.
Determiner-Numero-Suivant.
     COMPUTE WS-Premier-Numero = WS-Annee-Facturation * 1000000
     MOVE WS-Premier-Numero TO WS-Numero-Suivant
     MOVE WS-Premier-Numero TO num-facture
     SET eof-false TO TRUE
     START f-factures KEY IS NOT LESS THAN num-facture
        INVALID KEY SET eof-true TO TRUE
     END-START
     IF NOT eof-true
        READ f-factures NEXT RECORD AT END SET eof-true TO TRUE
        END-READ
     END-IF
     PERFORM TEST BEFORE UNTIL eof-true
        IF num-facture NOT < WS-Premier-Numero + 1000000
           SET eof-true TO TRUE
        ELSE
           MOVE num-facture TO WS-Numero-Suivant
           READ f-factures NEXT RECORD AT END SET eof-true TO TRUE
           END-READ
        END-IF
     END-PERFORM.

*> Parcours complet du fichier maitre par cle primaire (meme
*> technique que EncoderResultatsSection.Charger-Section) : une
*> facture par etudiant inscrit, sauf s'il en a deja une pour l'annee.
Facturer-Etudiants.
     SET eof-false TO TRUE
     MOVE LOW-VALUES TO matricule
     START f-etudiants-maitre KEY IS NOT LESS THAN matricule
        INVALID KEY SET eof-true TO TRUE
     END-START
     IF NOT eof-true
        READ f-etudiants-maitre NEXT RECORD
           AT END SET eof-true TO TRUE
        END-READ
     END-IF
     PERFORM TEST BEFORE UNTIL eof-true
        ADD 1 TO WS-Nbre-Lus
        PERFORM Facturer-Un-Etudiant
        READ f-etudiants-maitre NEXT RECORD
           AT END SET eof-true TO TRUE
        END-READ
     END-PERFORM.

Facturer-Un-Etudiant.
     PERFORM Verifier-Facture-Existante
     IF WS-Facture-Existante
        ADD 1 TO WS-Nbre-Deja-Factures
     ELSE
        MOVE institut     TO WS-Cle-Institut
        MOVE type-graduat TO WS-Cle-Type-Graduat
        MOVE annee-etude  TO WS-Cle-Annee-Etude
        MOVE 0 TO WS-Idx-Frais-Trouve
        PERFORM VARYING WS-Idx-Frais FROM 1 BY 1
                UNTIL WS-Idx-Frais > WS-Nb-Frais
           IF WS-Frs-Cle (WS-Idx-Frais) = WS-Cle-Annee
              MOVE WS-Idx-Frais TO WS-Idx-Frais-Trouve
              SET WS-Idx-Frais TO WS-Nb-Frais
           END-IF
        END-PERFORM
        IF WS-Idx-Frais-Trouve = 0
           MOVE SPACES TO ligne-anomalie
           STRING matricule " " nom " " prenom " - pas de tarif pour "
                  institut "/" type-graduat "/" annee-etude
              DELIMITED BY SIZE INTO ligne-anomalie
           WRITE ligne-anomalie
           ADD 1 TO WS-Nbre-Sans-Tarif
        ELSE
           PERFORM Emettre-Facture
        END-IF
     END-IF.

*> Recherche par la cle alternative fac-matricule de toutes les
*> factures de l'etudiant, pour n'en garder qu'une par annee.
Verifier-Facture-Existante.
     MOVE "N" TO WS-Deja-Facture
     MOVE "N" TO WS-Fin-Factures-Etudiant
     MOVE matricule TO fac-matricule
     START f-factures KEY IS EQUAL TO fac-matricule
        INVALID KEY SET WS-Plus-De-Facture TO TRUE
     END-START
     PERFORM TEST BEFORE UNTIL WS-Plus-De-Facture
        READ f-factures NEXT RECORD
           AT END SET WS-Plus-De-Facture TO TRUE
        END-READ
        IF NOT WS-Plus-De-Facture
           IF fac-matricule NOT = matricule
              SET WS-Plus-De-Facture TO TRUE
           ELSE
              IF fac-annee-academique = WS-Annee-Facturation
                 AND NOT fac-annulee
                 SET WS-Facture-Existante TO TRUE
                 SET WS-Plus-De-Facture TO TRUE
              END-IF
           END-IF
        END-IF
     END-PERFORM.

*> Echeance = date d'emission + delai du bareme, par le numero de
*> jour (INTEGER-OF-DATE) pour franchir proprement les fins de mois.
Emettre-Facture.
     ADD 1 TO WS-Numero-Suivant
     MOVE SPACES TO enreg-facture
     MOVE WS-Numero-Suivant    TO num-facture
     MOVE matricule            TO fac-matricule
     MOVE WS-Annee-Facturation TO fac-annee-academique
     MOVE institut             TO fac-institut
     MOVE type-graduat         TO fac-type-graduat
     MOVE annee-etude          TO fac-annee-etude
     MOVE num-section          TO fac-num-section
     MOVE WS-Frs-Libelle (WS-Idx-Frais-Trouve) TO fac-libelle
     MOVE WS-Date-Jour         TO fac-date-emission
     COMPUTE WS-Date-Echeance = FUNCTION DATE-OF-INTEGER (
             FUNCTION INTEGER-OF-DATE (WS-Date-Jour)
             + WS-Frs-Delai (WS-Idx-Frais-Trouve))
     MOVE WS-Date-Echeance     TO fac-date-echeance
     MOVE WS-Frs-Montant (WS-Idx-Frais-Trouve) TO fac-montant
     MOVE 0                    TO fac-montant-paye
     MOVE 0                    TO fac-date-dernier-paiement
     SET fac-ouverte TO TRUE
     WRITE enreg-facture
     IF WS-Statut-Factures = "00"
        ADD 1 TO WS-Nbre-Factures
        ADD fac-montant TO WS-Total-Facture
     ELSE
        MOVE SPACES TO ligne-anomalie
        STRING matricule " " nom " " prenom
               " - facture non ecrite, statut " WS-Statut-Factures
           DELIMITED BY SIZE INTO ligne-anomalie
        WRITE ligne-anomalie
     END-IF.

*> Compte rendu d'etape pour PiloterChaineNuit (sans effet hors
*> chaine) ; un etudiant sans tarif est une anomalie a traiter, pas
*> un echec de la facturation.
Ecrire-Compte-Rendu.
     MOVE SPACES TO enreg-compte-rendu
     MOVE "FACTMINE" TO cr-programme
     MOVE WS-Nbre-Lus        TO cr-nbre-lus
     MOVE WS-Nbre-Factures   TO cr-nbre-ecrits
     MOVE WS-Nbre-Sans-Tarif TO cr-nbre-rejetes
     SET cr-succes TO TRUE
     CALL "EcrireCompteRendu" USING enreg-compte-rendu.
