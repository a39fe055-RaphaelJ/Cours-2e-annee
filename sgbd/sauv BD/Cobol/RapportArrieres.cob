IDENTIFICATION DIVISION.
PROGRAM-ID. RapportArrieres.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
   DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-factures         ASSIGN TO "Factures.dat"
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS num-facture
                               ALTERNATE RECORD KEY IS fac-matricule
                                  WITH DUPLICATES
                               FILE STATUS IS WS-Statut-Factures.
    SELECT f-etudiants-maitre ASSIGN TO "EtudiantsMaitre.dat"
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS matricule
                               ALTERNATE RECORD KEY IS nom WITH DUPLICATES
                               ALTERNATE RECORD KEY IS institut WITH DUPLICATES
                               FILE STATUS IS WS-Statut-Maitre.
    SELECT f-travail          ASSIGN TO "ArrieresTravail.tmp"
                               ORGANIZATION LINE SEQUENTIAL.
    SELECT f-trie             ASSIGN TO "ArrieresTries.tmp"
                               ORGANIZATION LINE SEQUENTIAL.
    SELECT f-sort             ASSIGN TO "sortwkarr".
    SELECT f-output           ASSIGN TO "RapportArrieres.res".
DATA DIVISION.
FILE SECTION.
FD  f-factures.
    COPY "Factures.cpy".
FD  f-etudiants-maitre.
    COPY "Etudiants.cpy".
FD  f-travail.
01  ligne-travail               PIC X(125).
*> Une ligne par facture ouverte qui presente un solde, triee par
*> section puis nom ; le solde est reporte dans la colonne de sa
*> tranche d'anciennete, les autres tranches restant a zero, pour que
*> les SUM du pied de section donnent la ventilation par tranche.
FD  f-trie.
01  rec-arriere.
    02  arr-section             PIC X(04).
    02  arr-nom                 PIC X(20).
    02  arr-prenom              PIC X(15).
    02  arr-matricule           PIC 9(06).
    02  arr-num-facture         PIC 9(10).
    02  arr-institut            PIC X(02).
    02  arr-type-graduat        PIC 9(02).
    02  arr-annee-etude         PIC X(01).
    02  arr-echeance.
        03  arr-echeance-aaaa   PIC 9(04).
        03  arr-echeance-mm     PIC 9(02).
        03  arr-echeance-jj     PIC 9(02).
    02  arr-jours-retard        PIC 9(05).
    02  arr-libelle-tranche     PIC X(10).
    02  arr-solde               PIC 9(05)V99.
    02  arr-non-echu            PIC 9(05)V99.
    02  arr-tranche-30          PIC 9(05)V99.
    02  arr-tranche-60          PIC 9(05)V99.
    02  arr-tranche-90          PIC 9(05)V99.
    02  arr-tranche-plus        PIC 9(05)V99.
SD  f-sort.
01  rec-sort-arriere.
    02  srt-section             PIC X(04).
    02  srt-nom                 PIC X(20).
    02  FILLER                  PIC X(101).
FD  f-output REPORT IS rapport-arrieres.
WORKING-STORAGE SECTION.
01  WS-Statut-Factures          PIC XX.
01  WS-Statut-Maitre            PIC XX.
01  WS-Annee-Filtre             PIC 9(04) VALUE 0.
01  WS-Date-Jour.
    02  WS-Jour-Aaaa            PIC 9(04).
    02  WS-Jour-Mm              PIC 9(02).
    02  WS-Jour-Jj              PIC 9(02).
01  WS-Date-Jour-N REDEFINES WS-Date-Jour PIC 9(08).
01  WS-Jour-Numero              PIC 9(07).
01  WS-Echeance-Numero          PIC 9(07).
01  WS-Nbre-Factures-Lues       PIC 9(06) VALUE 0.
01  WS-Nbre-Arrieres            PIC 9(06) VALUE 0.
01  WS-Total-Arrieres           PIC 9(09)V99 VALUE 0.
01  WS-Total-Arrieres-Aff       PIC Z(8)9,99.
01  WS-Annee-Aff                PIC X(04).
01  eof                         PIC 9.
    88  eof-true                VALUE 1.
    88  eof-false               VALUE 0.

01  WS-Ligne-Arriere.
    02  WS-Arr-Section          PIC X(04).
    02  WS-Arr-Nom              PIC X(20).
    02  WS-Arr-Prenom           PIC X(15).
    02  WS-Arr-Matricule        PIC 9(06).
    02  WS-Arr-Num-Facture      PIC 9(10).
    02  WS-Arr-Institut         PIC X(02).
    02  WS-Arr-Type-Graduat     PIC 9(02).
    02  WS-Arr-Annee-Etude      PIC X(01).
    02  WS-Arr-Echeance         PIC 9(08).
    02  WS-Arr-Jours-Retard     PIC 9(05).
    02  WS-Arr-Libelle-Tranche  PIC X(10).
    02  WS-Arr-Solde            PIC 9(05)V99.
    02  WS-Arr-Non-Echu         PIC 9(05)V99.
    02  WS-Arr-Tranche-30       PIC 9(05)V99.
    02  WS-Arr-Tranche-60       PIC 9(05)V99.
    02  WS-Arr-Tranche-90       PIC 9(05)V99.
    02  WS-Arr-Tranche-Plus     PIC 9(05)V99.

*> Compteur unitaire pour le SUM du nombre de factures, meme
*> technique que ReportRupture.
01  nbre-rec                    PIC S9(4) BINARY VALUE 1.
REPORT SECTION.
RD  rapport-arrieres  PAGE LIMIT IS 66
                      HEADING        1
                      FIRST DETAIL   7
                      LAST DETAIL   58
                      FOOTING       63
    CONTROLS ARE FINAL, arr-section.
01  TYPE IS PAGE HEADING.
    02   LINE PLUS 1.
         03  COLUMN 4 PIC X(33)
           VALUE "Minervals impayes - situation au ".
         03  COLUMN 37 PIC 99   SOURCE WS-Jour-Jj.
         03  COLUMN 39 PIC X VALUE "/".
         03  COLUMN 40 PIC 99   SOURCE WS-Jour-Mm.
         03  COLUMN 42 PIC X VALUE "/".
         03  COLUMN 43 PIC 9(4) SOURCE WS-Jour-Aaaa.
         03  COLUMN 60 PIC X(5) VALUE "Page:".
         03  COLUMN 66 PIC ZZZ9 SOURCE PAGE-COUNTER.
    02   LINE PLUS 1.
         03  COLUMN 4 PIC X(18) VALUE "Annee academique :".
         03  COLUMN 23 PIC X(04) SOURCE WS-Annee-Aff.

01  TYPE IS CONTROL HEADING arr-section.
    02   LINE PLUS 2.
         03 COLUMN 1  PIC X(8)  VALUE "Section:".
         03 COLUMN 10 PIC X(04) SOURCE arr-section.
         03 COLUMN 16 PIC X(9)  VALUE "Institut:".
         03 COLUMN 26 PIC X(02) SOURCE arr-institut.
         03 COLUMN 30 PIC X(8)  VALUE "Graduat:".
         03 COLUMN 39 PIC 99    SOURCE arr-type-graduat.
         03 COLUMN 43 PIC X(6)  VALUE "Annee:".
         03 COLUMN 50 PIC X     SOURCE arr-annee-etude.
    02   LINE PLUS 2.
         03 COLUMN 1  PIC X(9)  VALUE "Matricule".
         03 COLUMN 11 PIC X(20) VALUE "Nom".
         03 COLUMN 32 PIC X(15) VALUE "Prenom".
         03 COLUMN 48 PIC X(7)  VALUE "Facture".
         03 COLUMN 59 PIC X(8)  VALUE "Echeance".
         03 COLUMN 70 PIC X(5)  VALUE "Jours".
         03 COLUMN 79 PIC X(5)  VALUE "Solde".
         03 COLUMN 87 PIC X(7)  VALUE "Tranche".

01  detail-arriere TYPE IS DETAIL.
    02   LINE PLUS 1.
         03 COLUMN 1  PIC 9(06)     SOURCE arr-matricule.
         03 COLUMN 11 PIC X(20)     SOURCE arr-nom.
         03 COLUMN 32 PIC X(15)     SOURCE arr-prenom.
         03 COLUMN 48 PIC 9(10)     SOURCE arr-num-facture.
         03 COLUMN 59 PIC 99        SOURCE arr-echeance-jj.
         03 COLUMN 61 PIC X VALUE "/".
         03 COLUMN 62 PIC 99        SOURCE arr-echeance-mm.
         03 COLUMN 64 PIC X VALUE "/".
         03 COLUMN 65 PIC 9(4)      SOURCE arr-echeance-aaaa.
         03 COLUMN 70 PIC ZZZZ9     SOURCE arr-jours-retard.
         03 COLUMN 76 PIC ZZZZ9,99  SOURCE arr-solde.
         03 COLUMN 87 PIC X(10)     SOURCE arr-libelle-tranche.

01  footing-section TYPE IS CONTROL FOOTING arr-section
                     NEXT GROUP NEXT PAGE.
    02   LINE PLUS 2.
         03 COLUMN 1  PIC X(14) VALUE "Total section:".
         03 total-sect COLUMN 16 PIC ZZZ9 SUM nbre-rec.
         03 COLUMN 21 PIC X(9)  VALUE "facture/s".
         03 COLUMN 73 PIC ZZZZZZZ9,99 SUM arr-solde.
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(10) VALUE "Non echu :".
         03 COLUMN 15 PIC ZZZZZZ9,99 SUM arr-non-echu.
         03 COLUMN 30 PIC X(10) VALUE "1-30 j   :".
         03 COLUMN 41 PIC ZZZZZZ9,99 SUM arr-tranche-30.
         03 COLUMN 56 PIC X(10) VALUE "31-60 j  :".
         03 COLUMN 67 PIC ZZZZZZ9,99 SUM arr-tranche-60.
    02   LINE PLUS 1.
         03 COLUMN 30 PIC X(10) VALUE "61-90 j  :".
         03 COLUMN 41 PIC ZZZZZZ9,99 SUM arr-tranche-90.
         03 COLUMN 56 PIC X(10) VALUE "+ 90 j   :".
         03 COLUMN 67 PIC ZZZZZZ9,99 SUM arr-tranche-plus.

01  TYPE IS CONTROL FOOTING FINAL.
    02   LINE PLUS 2.
         03 COLUMN 1  PIC X(16) VALUE "Total general  :".
         03 COLUMN 18 PIC ZZZZZ9 SUM nbre-rec.
         03 COLUMN 25 PIC X(9)  VALUE "facture/s".
         03 COLUMN 70 PIC Z(8)9,99 SUM arr-solde.
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(10) VALUE "Non echu :".
         03 COLUMN 15 PIC Z(7)9,99 SUM arr-non-echu.
         03 COLUMN 30 PIC X(10) VALUE "1-30 j   :".
         03 COLUMN 41 PIC Z(7)9,99 SUM arr-tranche-30.
         03 COLUMN 56 PIC X(10) VALUE "31-60 j  :".
         03 COLUMN 67 PIC Z(7)9,99 SUM arr-tranche-60.
    02   LINE PLUS 1.
         03 COLUMN 30 PIC X(10) VALUE "61-90 j  :".
         03 COLUMN 41 PIC Z(7)9,99 SUM arr-tranche-90.
         03 COLUMN 56 PIC X(10) VALUE "+ 90 j   :".
         03 COLUMN 67 PIC Z(7)9,99 SUM arr-tranche-plus.
PROCEDURE DIVISION.
pp SECTION.
Debut.
     ACCEPT WS-Date-Jour FROM DATE YYYYMMDD
     COMPUTE WS-Jour-Numero = FUNCTION INTEGER-OF-DATE (WS-Date-Jour-N)
     PERFORM Determiner-Parametres-Run
     OPEN INPUT f-factures
     IF WS-Statut-Factures NOT = "00"
        DISPLAY "Fichier des factures introuvable (statut "
                WS-Statut-Factures ") - rapport annule"
        MOVE 12 TO RETURN-CODE
        GO TO Debut-Fin
     END-IF
     OPEN INPUT f-etudiants-maitre
     IF WS-Statut-Maitre NOT = "00"
        DISPLAY "Fichier des etudiants introuvable (statut "
                WS-Statut-Maitre ") - rapport annule"
        CLOSE f-factures
        MOVE 12 TO RETURN-CODE
        GO TO Debut-Fin
     END-IF
     OPEN OUTPUT f-travail
     PERFORM Selectionner-Arrieres
     CLOSE f-travail, f-factures, f-etudiants-maitre
     IF WS-Nbre-Arrieres = 0
        DISPLAY "Aucune facture ouverte avec un solde a payer."
        GO TO Debut-Fin
     END-IF

     SORT f-sort ON ASCENDING KEY srt-section, srt-nom
          USING f-travail
          GIVING f-trie

     PERFORM Imprimer-Rapport
     MOVE WS-Total-Arrieres TO WS-Total-Arrieres-Aff
     DISPLAY "Factures lues            : " WS-Nbre-Factures-Lues
     DISPLAY "Factures en arrieres     : " WS-Nbre-Arrieres
     DISPLAY "Montant total du         : " WS-Total-Arrieres-Aff.
Debut-Fin.
     STOP RUN.

*> ARRIERES_ANNEE limite le rapport a une annee academique ; vide,
*> toutes les annees encore ouvertes sont reprises.
Determiner-Parametres-Run.
     DISPLAY "ARRIERES_ANNEE" UPON ENVIRONMENT-NAME
     ACCEPT WS-Annee-Filtre FROM ENVIRONMENT-VALUE
     IF WS-Annee-Filtre = 0
        MOVE "TOUS" TO WS-Annee-Aff
     ELSE
        MOVE WS-Annee-Filtre TO WS-Annee-Aff
     END-IF.

Selectionner-Arrieres.
     SET eof-false TO TRUE
     MOVE LOW-VALUES TO num-facture
     START f-factures KEY IS NOT LESS THAN num-facture
        INVALID KEY SET eof-true TO TRUE
     END-START
     IF NOT eof-true
        READ f-factures NEXT RECORD AT END SET eof-true TO TRUE
        END-READ
     END-IF
     PERFORM TEST BEFORE UNTIL eof-true
        ADD 1 TO WS-Nbre-Factures-Lues
        IF fac-ouverte AND fac-montant > fac-montant-paye
           AND (WS-Annee-Filtre = 0
                OR fac-annee-academique = WS-Annee-Filtre)
           PERFORM Retenir-Arriere
        END-IF
        READ f-factures NEXT RECORD AT END SET eof-true TO TRUE
        END-READ
     END-PERFORM.

*> Nom et prenom repris du fichier maitre ; la section est celle de
*> la facture (inscription au moment de la facturation). Le retard se
*> compte en jours depuis l'echeance, par INTEGER-OF-DATE comme pour
*> le calcul de l'echeance dans FacturerMinervals.
Retenir-Arriere.
     MOVE ZEROS TO WS-Ligne-Arriere
     MOVE fac-num-section      TO WS-Arr-Section
     MOVE fac-matricule        TO WS-Arr-Matricule
     MOVE num-facture          TO WS-Arr-Num-Facture
     MOVE fac-institut         TO WS-Arr-Institut
     MOVE fac-type-graduat     TO WS-Arr-Type-Graduat
     MOVE fac-annee-etude      TO WS-Arr-Annee-Etude
     MOVE fac-date-echeance    TO WS-Arr-Echeance
     COMPUTE WS-Arr-Solde = fac-montant - fac-montant-paye
     MOVE fac-matricule TO matricule
     READ f-etudiants-maitre
        INVALID KEY
           MOVE "*** INCONNU ***" TO WS-Arr-Nom
           MOVE SPACES            TO WS-Arr-Prenom
        NOT INVALID KEY
           MOVE nom    TO WS-Arr-Nom
           MOVE prenom TO WS-Arr-Prenom
     END-READ
     COMPUTE WS-Echeance-Numero =
             FUNCTION INTEGER-OF-DATE (fac-date-echeance)
     IF WS-Echeance-Numero NOT < WS-Jour-Numero
        MOVE 0 TO WS-Arr-Jours-Retard
     ELSE
        COMPUTE WS-Arr-Jours-Retard =
                WS-Jour-Numero - WS-Echeance-Numero
     END-IF
     EVALUATE TRUE
        WHEN WS-Arr-Jours-Retard = 0
           MOVE "NON ECHU"  TO WS-Arr-Libelle-Tranche
           MOVE WS-Arr-Solde TO WS-Arr-Non-Echu
        WHEN WS-Arr-Jours-Retard NOT > 30
           MOVE "1-30 J"    TO WS-Arr-Libelle-Tranche
           MOVE WS-Arr-Solde TO WS-Arr-Tranche-30
        WHEN WS-Arr-Jours-Retard NOT > 60
           MOVE "31-60 J"   TO WS-Arr-Libelle-Tranche
           MOVE WS-Arr-Solde TO WS-Arr-Tranche-60
        WHEN WS-Arr-Jours-Retard NOT > 90
           MOVE "61-90 J"   TO WS-Arr-Libelle-Tranche
           MOVE WS-Arr-Solde TO WS-Arr-Tranche-90
        WHEN OTHER
           MOVE "+ 90 J"    TO WS-Arr-Libelle-Tranche
           MOVE WS-Arr-Solde TO WS-Arr-Tranche-Plus
     END-EVALUATE
     MOVE WS-Ligne-Arriere TO ligne-travail
     WRITE ligne-travail
     ADD 1 TO WS-Nbre-Arrieres
     ADD WS-Arr-Solde TO WS-Total-Arrieres.

Imprimer-Rapport.
     OPEN INPUT f-trie
     OPEN OUTPUT f-output
     INITIATE rapport-arrieres
     SET eof-false TO TRUE
     READ f-trie AT END SET eof-true TO TRUE
     END-READ
     PERFORM TEST BEFORE UNTIL eof-true
        GENERATE detail-arriere
        READ f-trie AT END SET eof-true TO TRUE
        END-READ
     END-PERFORM
     TERMINATE rapport-arrieres
     CLOSE f-trie, f-output.
