IDENTIFICATION DIVISION.
PROGRAM-ID. RapportChargesEnseignants.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-affectations     ASSIGN TO "Affectations.dat"
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS cle-affectation
                               ALTERNATE RECORD KEY IS aff-matricule-employe
                                  WITH DUPLICATES
                               FILE STATUS IS WS-Statut-Affectations.
    SELECT f-etudiants-maitre ASSIGN TO "EtudiantsMaitre.dat"
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS matricule
                               ALTERNATE RECORD KEY IS nom WITH DUPLICATES
                               ALTERNATE RECORD KEY IS institut WITH DUPLICATES
                               FILE STATUS IS WS-Statut-Maitre.
    SELECT f-sections         ASSIGN TO "Sections.dat"
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-Statut-Sections.
    SELECT f-travail          ASSIGN TO "ChargesTravail.tmp"
                               ORGANIZATION LINE SEQUENTIAL.
    SELECT f-trie             ASSIGN TO "ChargesTries.tmp"
                               ORGANIZATION LINE SEQUENTIAL.
    SELECT f-sort             ASSIGN TO "sortwkchg".
    SELECT f-output           ASSIGN TO "ChargesEnseignants.res".
DATA DIVISION.
FILE SECTION.
FD  f-affectations.
    COPY "Affectations.cpy".
FD  f-etudiants-maitre.
    COPY "Etudiants.cpy".
FD  f-sections.
    COPY "Sections.cpy".
FD  f-travail.
01  ligne-travail               PIC X(92).
*> Une ligne par affectation, triee par enseignant puis section ; le
*> nombre d'etudiants est celui de la section dans le fichier maitre
*> au moment du rapport.
FD  f-trie.
01  rec-charge.
    02  chg-matricule           PIC 9(06).
    02  chg-nom                 PIC X(20).
    02  chg-prenom              PIC X(15).
    02  chg-section             PIC X(04).
    02  chg-libelle-section     PIC X(30).
    02  chg-role                PIC X(01).
    02  chg-libelle-role        PIC X(10).
    02  chg-heures              PIC 9(02).
    02  chg-nbre-etudiants      PIC 9(04).
SD  f-sort.
01  rec-sort-charge.
    02  srt-matricule           PIC 9(06).
    02  FILLER                  PIC X(35).
    02  srt-section             PIC X(04).
    02  FILLER                  PIC X(47).
FD  f-output REPORT IS rapport-charges.
WORKING-STORAGE SECTION.
01  WS-Statut-Affectations      PIC XX.
01  WS-Statut-Maitre            PIC XX.
01  WS-Statut-Sections          PIC XX.
01  WS-Charge-Max               PIC 9(03) VALUE 0.
01  WS-Date-Jour.
    02  WS-Jour-Aaaa            PIC 9(04).
    02  WS-Jour-Mm              PIC 9(02).
    02  WS-Jour-Jj              PIC 9(02).
01  WS-Nbre-Affectations        PIC 9(06) VALUE 0.
01  WS-Nbre-Enseignants         PIC 9(06) VALUE 0.
01  WS-Nbre-Surcharges          PIC 9(06) VALUE 0.
01  WS-Indicateur-Surcharge     PIC X(30).
01  eof                         PIC 9.
    88  eof-true                VALUE 1.
    88  eof-false               VALUE 0.

*> Sections de reference et effectif inscrit de chacune, meme table
*> de travail que RapportSections ; une section affectee mais absente
*> de Sections.dat n'y figure pas, et sa ligne de charge porte le
*> libelle "*** SECTION INCONNUE ***" avec 0 etudiant.
01  WS-Table-Sections.
    02  WS-Section-Ligne OCCURS 200 TIMES.
        03  WS-Sect-Code          PIC X(04).
        03  WS-Sect-Libelle       PIC X(30).
        03  WS-Sect-Effectif      PIC S9(4) BINARY.
01  WS-Nb-Lignes-Sections       PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Section              PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Trouve               PIC S9(4) BINARY VALUE 0.
01  WS-Code-Recherche           PIC X(04).

01  WS-Ligne-Charge.
    02  WS-Chg-Matricule        PIC 9(06).
    02  WS-Chg-Nom              PIC X(20).
    02  WS-Chg-Prenom           PIC X(15).
    02  WS-Chg-Section          PIC X(04).
    02  WS-Chg-Libelle-Section  PIC X(30).
    02  WS-Chg-Role             PIC X(01).
    02  WS-Chg-Libelle-Role     PIC X(10).
    02  WS-Chg-Heures           PIC 9(02).
    02  WS-Chg-Nbre-Etudiants   PIC 9(04).

*> Compteur unitaire pour le SUM du nombre de sections, meme
*> technique que ReportRupture.
01  nbre-rec                    PIC S9(4) BINARY VALUE 1.
REPORT SECTION.
RD  rapport-charges   PAGE LIMIT IS 66
                      HEADING        1
                      FIRST DETAIL   6
                      LAST DETAIL   58
                      FOOTING       63
    CONTROLS ARE FINAL, chg-matricule.
01  TYPE IS PAGE HEADING.
    02   LINE PLUS 1.
         03  COLUMN 4 PIC X(33)
           VALUE "Charges des enseignants - etat au".
         03  COLUMN 38 PIC 99   SOURCE WS-Jour-Jj.
         03  COLUMN 40 PIC X VALUE "/".
         03  COLUMN 41 PIC 99   SOURCE WS-Jour-Mm.
         03  COLUMN 43 PIC X VALUE "/".
         03  COLUMN 44 PIC 9(4) SOURCE WS-Jour-Aaaa.
         03  COLUMN 60 PIC X(5) VALUE "Page:".
         03  COLUMN 66 PIC ZZZ9 SOURCE PAGE-COUNTER.
    02   LINE PLUS 1.
         03  COLUMN 4 PIC X(31) VALUE "Charge hebdomadaire maximale :".
         03  COLUMN 36 PIC ZZ9  SOURCE WS-Charge-Max.
         03  COLUMN 40 PIC X(7) VALUE "heures".

01  TYPE IS CONTROL HEADING chg-matricule.
    02   LINE PLUS 2.
         03 COLUMN 1  PIC X(11) VALUE "Enseignant:".
         03 COLUMN 13 PIC 9(06) SOURCE chg-matricule.
         03 COLUMN 21 PIC X(20) SOURCE chg-nom.
         03 COLUMN 42 PIC X(15) SOURCE chg-prenom.
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(7)  VALUE "Section".
         03 COLUMN 12 PIC X(7)  VALUE "Libelle".
         03 COLUMN 43 PIC X(4)  VALUE "Role".
         03 COLUMN 55 PIC X(6)  VALUE "Heures".
         03 COLUMN 63 PIC X(9)  VALUE "Etudiants".

01  detail-charge TYPE IS DETAIL.
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(04)     SOURCE chg-section.
         03 COLUMN 12 PIC X(30)     SOURCE chg-libelle-section.
         03 COLUMN 43 PIC X(10)     SOURCE chg-libelle-role.
         03 COLUMN 57 PIC Z9        SOURCE chg-heures.
         03 COLUMN 66 PIC ZZZ9      SOURCE chg-nbre-etudiants.

01  footing-enseignant TYPE IS CONTROL FOOTING chg-matricule.
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(6)  VALUE "Total:".
         03 total-sect-ens COLUMN 11 PIC ZZ9 SUM nbre-rec.
         03 COLUMN 15 PIC X(10) VALUE "section/s".
         03 total-heures-ens COLUMN 55 PIC ZZZ9 SUM chg-heures.
         03 COLUMN 64 PIC ZZZZ9 SUM chg-nbre-etudiants.
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(30) SOURCE WS-Indicateur-Surcharge.

01  TYPE IS CONTROL FOOTING FINAL.
    02   LINE PLUS 2.
         03 COLUMN 1  PIC X(22) VALUE "Enseignants affectes :".
         03 COLUMN 24 PIC ZZZZZ9 SOURCE WS-Nbre-Enseignants.
    02   LINE PLUS 1.
         03 COLUMN 1  PIC X(22) VALUE "Affectations         :".
         03 COLUMN 24 PIC ZZZZZ9 SUM nbre-rec.
         03 COLUMN 33 PIC X(16) VALUE "heures/semaine :".
         03 COLUMN 50 PIC ZZZZZ9 SUM chg-heures.
    02   LINE PLUS 1.
         03 COLUMN 1  PIC X(22) VALUE "En surcharge         :".
         03 COLUMN 24 PIC ZZZZZ9 SOURCE WS-Nbre-Surcharges.
PROCEDURE DIVISION.
DECLARATIVES.
*> La surcharge se juge sur le total d'heures de l'enseignant, que
*> le report writer vient de cumuler quand le pied de groupe va etre
*> imprime (meme technique que les pourcentages de ReportRupture).
decla-surcharge SECTION.
     USE BEFORE REPORTING footing-enseignant.
decla-surcharge-calcul.
     ADD 1 TO WS-Nbre-Enseignants
     IF total-heures-ens > WS-Charge-Max
        MOVE "*** SURCHARGE ***" TO WS-Indicateur-Surcharge
        ADD 1 TO WS-Nbre-Surcharges
     ELSE
        MOVE SPACES TO WS-Indicateur-Surcharge
     END-IF.
END DECLARATIVES.

pp SECTION.
Debut.
     ACCEPT WS-Date-Jour FROM DATE YYYYMMDD
     PERFORM Determiner-Parametres-Run
     OPEN INPUT f-affectations
     IF WS-Statut-Affectations NOT = "00"
        DISPLAY "Fichier des affectations introuvable (statut "
                WS-Statut-Affectations ") - rapport annule"
        MOVE 12 TO RETURN-CODE
        GO TO Debut-Fin
     END-IF
     PERFORM Charger-Sections
     PERFORM Cumuler-Effectifs
     OPEN OUTPUT f-travail
     PERFORM Selectionner-Affectations
     CLOSE f-travail, f-affectations
     IF WS-Nbre-Affectations = 0
        DISPLAY "Aucune affectation enregistree."
        GO TO Debut-Fin
     END-IF

     SORT f-sort ON ASCENDING KEY srt-matricule, srt-section
          USING f-travail
          GIVING f-trie

     PERFORM Imprimer-Rapport
     DISPLAY "Affectations lues        : " WS-Nbre-Affectations
     DISPLAY "Enseignants              : " WS-Nbre-Enseignants
     DISPLAY "Enseignants en surcharge : " WS-Nbre-Surcharges
     DISPLAY "Rapport ecrit : ChargesEnseignants.res".
Debut-Fin.
     STOP RUN.

*> CHARGE_MAX_HEURES : charge hebdomadaire au-dela de laquelle un
*> enseignant est signale en surcharge (20 heures par defaut).
Determiner-Parametres-Run.
     DISPLAY "CHARGE_MAX_HEURES" UPON ENVIRONMENT-NAME
     ACCEPT WS-Charge-Max FROM ENVIRONMENT-VALUE
     IF WS-Charge-Max = 0
        MOVE 20 TO WS-Charge-Max
     END-IF.

Charger-Sections.
     OPEN INPUT f-sections
     IF WS-Statut-Sections NOT = "00"
        DISPLAY "Fichier des sections introuvable (Sections.dat) - "
                "libelles non repris"
     ELSE
        SET eof-false TO TRUE
        READ f-sections AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           IF WS-Nb-Lignes-Sections < 200
              ADD 1 TO WS-Nb-Lignes-Sections
              MOVE code-section
                   TO WS-Sect-Code (WS-Nb-Lignes-Sections)
              MOVE libelle-section
                   TO WS-Sect-Libelle (WS-Nb-Lignes-Sections)
              MOVE 0 TO WS-Sect-Effectif (WS-Nb-Lignes-Sections)
           END-IF
           READ f-sections AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-sections
     END-IF.

*> Parcours complet du fichier maitre par cle primaire, meme
*> technique que MaintenirReferences.Compter-Etudiants-Section.
Cumuler-Effectifs.
     OPEN INPUT f-etudiants-maitre
     IF WS-Statut-Maitre NOT = "00"
        DISPLAY "Fichier des etudiants introuvable (statut "
                WS-Statut-Maitre ") - effectifs a zero"
     ELSE
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
           MOVE num-section TO WS-Code-Recherche
           PERFORM Rechercher-Section
           IF WS-Idx-Trouve > 0
              ADD 1 TO WS-Sect-Effectif (WS-Idx-Trouve)
           END-IF
           READ f-etudiants-maitre NEXT RECORD
              AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-etudiants-maitre
     END-IF.

Rechercher-Section.
     MOVE 0 TO WS-Idx-Trouve
     PERFORM VARYING WS-Idx-Section FROM 1 BY 1
             UNTIL WS-Idx-Section > WS-Nb-Lignes-Sections
        IF WS-Sect-Code (WS-Idx-Section) = WS-Code-Recherche
           MOVE WS-Idx-Section TO WS-Idx-Trouve
           SET WS-Idx-Section TO WS-Nb-Lignes-Sections
        END-IF
     END-PERFORM.

Selectionner-Affectations.
     SET eof-false TO TRUE
     MOVE LOW-VALUES TO cle-affectation
     START f-affectations KEY IS NOT LESS THAN cle-affectation
        INVALID KEY SET eof-true TO TRUE
     END-START
     IF NOT eof-true
        READ f-affectations NEXT RECORD AT END SET eof-true TO TRUE
        END-READ
     END-IF
     PERFORM TEST BEFORE UNTIL eof-true
        PERFORM Retenir-Affectation
        READ f-affectations NEXT RECORD AT END SET eof-true TO TRUE
        END-READ
     END-PERFORM.

Retenir-Affectation.
     MOVE SPACES TO WS-Ligne-Charge
     MOVE aff-matricule-employe TO WS-Chg-Matricule
     MOVE aff-nom-employe       TO WS-Chg-Nom
     MOVE aff-prenom-employe    TO WS-Chg-Prenom
     MOVE aff-num-section       TO WS-Chg-Section
     MOVE aff-role              TO WS-Chg-Role
     MOVE aff-heures-hebdo      TO WS-Chg-Heures
     IF aff-titulaire
        MOVE "TITULAIRE" TO WS-Chg-Libelle-Role
     ELSE
        MOVE "ASSISTANT" TO WS-Chg-Libelle-Role
     END-IF
     MOVE aff-num-section TO WS-Code-Recherche
     PERFORM Rechercher-Section
     IF WS-Idx-Trouve = 0
        MOVE "*** SECTION INCONNUE ***" TO WS-Chg-Libelle-Section
        MOVE 0 TO WS-Chg-Nbre-Etudiants
     ELSE
        MOVE WS-Sect-Libelle (WS-Idx-Trouve)  TO WS-Chg-Libelle-Section
        MOVE WS-Sect-Effectif (WS-Idx-Trouve) TO WS-Chg-Nbre-Etudiants
     END-IF
     MOVE WS-Ligne-Charge TO ligne-travail
     WRITE ligne-travail
     ADD 1 TO WS-Nbre-Affectations.

Imprimer-Rapport.
     OPEN INPUT f-trie
     OPEN OUTPUT f-output
     INITIATE rapport-charges
     SET eof-false TO TRUE
     READ f-trie AT END SET eof-true TO TRUE
     END-READ
     PERFORM TEST BEFORE UNTIL eof-true
        GENERATE detail-charge
        READ f-trie AT END SET eof-true TO TRUE
        END-READ
     END-PERFORM
     TERMINATE rapport-charges
     CLOSE f-trie, f-output.
