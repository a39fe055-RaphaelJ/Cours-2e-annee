IDENTIFICATION DIVISION.
PROGRAM-ID. RapportAbsences.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-absences         ASSIGN TO "Absences.dat"
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS cle-absence
                               FILE STATUS IS WS-Statut-Absences.
    SELECT f-departements     ASSIGN TO "Departements.dat"
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-Statut-Departements.
    SELECT f-travail          ASSIGN TO "AbsencesTravail.tmp"
                               ORGANIZATION LINE SEQUENTIAL.
    SELECT f-trie             ASSIGN TO "AbsencesTries.tmp"
                               ORGANIZATION LINE SEQUENTIAL.
    SELECT f-sort             ASSIGN TO "sortwkabs".
    SELECT f-output           ASSIGN TO DYNAMIC WS-Nom-Rapport.
DATA DIVISION.
FILE SECTION.
FD  f-absences.
    COPY "Absences.cpy".
FD  f-departements.
    COPY "Departements.cpy".
FD  f-travail.
01  ligne-travail               PIC X(123).
*> Une ligne par absence active touchant le mois, triee par
*> departement, type d'absence puis matricule ; les jours sont les
*> jours calendaires de l'absence compris dans le mois, NR ceux
*> d'entre eux qui ne sont pas remuneres.
FD  f-trie.
01  rec-absence.
    02  trv-departement         PIC X(04).
    02  trv-libelle-departement PIC X(30).
    02  trv-type                PIC X(02).
    02  trv-libelle-type        PIC X(25).
    02  trv-matricule           PIC 9(06).
    02  trv-nom                 PIC X(20).
    02  trv-prenom              PIC X(15).
    02  trv-date-debut          PIC 9(08).
    02  trv-date-fin            PIC 9(08).
    02  trv-remuneree           PIC X(01).
    02  trv-jours               PIC 9(02).
    02  trv-jours-non-payes     PIC 9(02).
SD  f-sort.
01  rec-sort-absence.
    02  srt-departement         PIC X(04).
    02  FILLER                  PIC X(30).
    02  srt-type                PIC X(02).
    02  FILLER                  PIC X(25).
    02  srt-matricule           PIC 9(06).
    02  FILLER                  PIC X(35).
    02  srt-date-debut          PIC 9(08).
    02  FILLER                  PIC X(13).
FD  f-output REPORT IS rapport-absences.
WORKING-STORAGE SECTION.
01  WS-Statut-Absences          PIC XX.
01  WS-Statut-Departements      PIC XX.
01  WS-Nom-Rapport              PIC X(40) VALUE SPACES.
01  WS-Periode.
    02  WS-Periode-Annee        PIC 9(04).
    02  WS-Periode-Mois         PIC 9(02).
01  WS-Date-Jour                PIC 9(08).
01  WS-Debut-Periode            PIC 9(08) VALUE 0.
01  WS-Fin-Periode              PIC 9(08) VALUE 0.
01  WS-Jours-Du-Mois            PIC 9(02) VALUE 0.
01  WS-Reste-Division           PIC 9(04) VALUE 0.
01  WS-Quotient-Division        PIC 9(04) VALUE 0.
01  WS-Debut-Retenu             PIC 9(08) VALUE 0.
01  WS-Fin-Retenue              PIC 9(08) VALUE 0.
01  WS-Nbre-Absences            PIC 9(06) VALUE 0.
01  eof                         PIC 9.
    88  eof-true                VALUE 1.
    88  eof-false               VALUE 0.

*> Types d'absence de Absences.cpy, dans l'ordre du tri (code), avec
*> le cumul des jours du mois par type pour la synthese finale.
01  WS-Libelles-Types.
    02  FILLER PIC X(27) VALUE "AUAutre absence".
    02  FILLER PIC X(27) VALUE "CAConge annuel".
    02  FILLER PIC X(27) VALUE "ICInterruption de carriere".
    02  FILLER PIC X(27) VALUE "MAMaladie".
    02  FILLER PIC X(27) VALUE "MLMaladie longue duree".
    02  FILLER PIC X(27) VALUE "SSConge sans solde".
01  WS-Table-Types REDEFINES WS-Libelles-Types.
    02  WS-Type OCCURS 6 TIMES.
        03  WS-Type-Code        PIC X(02).
        03  WS-Type-Libelle     PIC X(25).
01  WS-Cumuls-Types.
    02  WS-Type-Cumul OCCURS 6 TIMES.
        03  WS-Type-Jours       PIC 9(06).
        03  WS-Type-Non-Payes   PIC 9(06).
01  WS-Nb-Types                 PIC S9(4) BINARY VALUE 6.
01  WS-Idx-Type                 PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Type-Trouve          PIC S9(4) BINARY VALUE 0.

*> Libelles des departements, meme table de travail que
*> ControlerIntegrite ; le departement est celui de l'employe a
*> l'encodage de l'absence.
01  WS-Table-Departements.
    02  WS-Departement-Ligne OCCURS 100 TIMES.
        03  WS-Dep-Code           PIC X(04).
        03  WS-Dep-Libelle        PIC X(30).
01  WS-Nb-Lignes-Departements   PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Departement          PIC S9(4) BINARY VALUE 0.

01  WS-Ligne-Absence.
    02  WS-Abs-Departement      PIC X(04).
    02  WS-Abs-Libelle-Dep      PIC X(30).
    02  WS-Abs-Type             PIC X(02).
    02  WS-Abs-Libelle-Type     PIC X(25).
    02  WS-Abs-Matricule        PIC 9(06).
    02  WS-Abs-Nom              PIC X(20).
    02  WS-Abs-Prenom           PIC X(15).
    02  WS-Abs-Date-Debut       PIC 9(08).
    02  WS-Abs-Date-Fin         PIC 9(08).
    02  WS-Abs-Remuneree        PIC X(01).
    02  WS-Abs-Jours            PIC 9(02).
    02  WS-Abs-Jours-Non-Payes  PIC 9(02).

*> Compteur unitaire pour le SUM du nombre d'absences, meme
*> technique que ReportRupture.
01  nbre-rec                    PIC S9(4) BINARY VALUE 1.
REPORT SECTION.
RD  rapport-absences  PAGE LIMIT IS 66
                      HEADING        1
                      FIRST DETAIL   6
                      LAST DETAIL   56
                      FOOTING       63
    CONTROLS ARE FINAL, trv-departement, trv-type.
01  TYPE IS PAGE HEADING.
    02   LINE PLUS 1.
         03  COLUMN 4 PIC X(31)
           VALUE "Absences du personnel - mois de".
         03  COLUMN 36 PIC 99   SOURCE WS-Periode-Mois.
         03  COLUMN 38 PIC X VALUE "/".
         03  COLUMN 39 PIC 9(4) SOURCE WS-Periode-Annee.
         03  COLUMN 60 PIC X(5) VALUE "Page:".
         03  COLUMN 66 PIC ZZZ9 SOURCE PAGE-COUNTER.
    02   LINE PLUS 1.
         03  COLUMN 4 PIC X(45)
           VALUE "Jours perdus = jours calendaires dans le mois".

01  TYPE IS CONTROL HEADING trv-departement.
    02   LINE PLUS 2.
         03 COLUMN 1  PIC X(12) VALUE "Departement:".
         03 COLUMN 14 PIC X(04) SOURCE trv-departement.
         03 COLUMN 19 PIC X(30) SOURCE trv-libelle-departement.
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(4)  VALUE "Type".
         03 COLUMN 9  PIC X(7)  VALUE "Matric.".
         03 COLUMN 17 PIC X(3)  VALUE "Nom".
         03 COLUMN 38 PIC X(6)  VALUE "Prenom".
         03 COLUMN 54 PIC X(2)  VALUE "Du".
         03 COLUMN 63 PIC X(2)  VALUE "Au".
         03 COLUMN 71 PIC X(3)  VALUE "Rem".
         03 COLUMN 75 PIC X(3)  VALUE "Jrs".
         03 COLUMN 79 PIC X(2)  VALUE "NR".

01  detail-absence TYPE IS DETAIL.
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(02)     SOURCE trv-type.
         03 COLUMN 9  PIC 9(06)     SOURCE trv-matricule.
         03 COLUMN 17 PIC X(20)     SOURCE trv-nom.
         03 COLUMN 38 PIC X(15)     SOURCE trv-prenom.
         03 COLUMN 54 PIC 9(08)     SOURCE trv-date-debut.
         03 COLUMN 63 PIC 9(08)     SOURCE trv-date-fin.
         03 COLUMN 72 PIC X(01)     SOURCE trv-remuneree.
         03 COLUMN 76 PIC Z9        SOURCE trv-jours.
         03 COLUMN 79 PIC Z9        SOURCE trv-jours-non-payes.

01  TYPE IS CONTROL FOOTING trv-type.
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(11) VALUE "Total type ".
         03 COLUMN 15 PIC X(02) SOURCE trv-type.
         03 COLUMN 35 PIC ZZ9   SUM nbre-rec.
         03 COLUMN 39 PIC X(11) VALUE "absence/s,".
         03 COLUMN 51 PIC ZZZZ9 SUM trv-jours.
         03 COLUMN 57 PIC X(12) VALUE "jours, dont".
         03 COLUMN 69 PIC ZZZZ9 SUM trv-jours-non-payes.
         03 COLUMN 75 PIC X(6)  VALUE "non r.".

01  TYPE IS CONTROL FOOTING trv-departement.
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(18) VALUE "Total departement:".
         03 COLUMN 35 PIC ZZ9   SUM nbre-rec.
         03 COLUMN 39 PIC X(11) VALUE "absence/s,".
         03 COLUMN 51 PIC ZZZZ9 SUM trv-jours.
         03 COLUMN 57 PIC X(12) VALUE "jours, dont".
         03 COLUMN 69 PIC ZZZZ9 SUM trv-jours-non-payes.
         03 COLUMN 75 PIC X(6)  VALUE "non r.".

01  TYPE IS CONTROL FOOTING FINAL.
    02   LINE PLUS 2.
         03 COLUMN 1  PIC X(42)
           VALUE "Jours perdus par type, tous departements :".
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(25) SOURCE WS-Type-Libelle (1).
         03 COLUMN 30 PIC ZZZZZ9 SOURCE WS-Type-Jours (1).
         03 COLUMN 37 PIC X(11) VALUE "jours, dont".
         03 COLUMN 49 PIC ZZZZZ9 SOURCE WS-Type-Non-Payes (1).
         03 COLUMN 56 PIC X(14) VALUE "non remuneres".
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(25) SOURCE WS-Type-Libelle (2).
         03 COLUMN 30 PIC ZZZZZ9 SOURCE WS-Type-Jours (2).
         03 COLUMN 37 PIC X(11) VALUE "jours, dont".
         03 COLUMN 49 PIC ZZZZZ9 SOURCE WS-Type-Non-Payes (2).
         03 COLUMN 56 PIC X(14) VALUE "non remuneres".
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(25) SOURCE WS-Type-Libelle (3).
         03 COLUMN 30 PIC ZZZZZ9 SOURCE WS-Type-Jours (3).
         03 COLUMN 37 PIC X(11) VALUE "jours, dont".
         03 COLUMN 49 PIC ZZZZZ9 SOURCE WS-Type-Non-Payes (3).
         03 COLUMN 56 PIC X(14) VALUE "non remuneres".
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(25) SOURCE WS-Type-Libelle (4).
         03 COLUMN 30 PIC ZZZZZ9 SOURCE WS-Type-Jours (4).
         03 COLUMN 37 PIC X(11) VALUE "jours, dont".
         03 COLUMN 49 PIC ZZZZZ9 SOURCE WS-Type-Non-Payes (4).
         03 COLUMN 56 PIC X(14) VALUE "non remuneres".
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(25) SOURCE WS-Type-Libelle (5).
         03 COLUMN 30 PIC ZZZZZ9 SOURCE WS-Type-Jours (5).
         03 COLUMN 37 PIC X(11) VALUE "jours, dont".
         03 COLUMN 49 PIC ZZZZZ9 SOURCE WS-Type-Non-Payes (5).
         03 COLUMN 56 PIC X(14) VALUE "non remuneres".
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(25) SOURCE WS-Type-Libelle (6).
         03 COLUMN 30 PIC ZZZZZ9 SOURCE WS-Type-Jours (6).
         03 COLUMN 37 PIC X(11) VALUE "jours, dont".
         03 COLUMN 49 PIC ZZZZZ9 SOURCE WS-Type-Non-Payes (6).
         03 COLUMN 56 PIC X(14) VALUE "non remuneres".
    02   LINE PLUS 2.
         03 COLUMN 4  PIC X(25) VALUE "Total".
         03 COLUMN 30 PIC ZZZZZ9 SUM trv-jours.
         03 COLUMN 37 PIC X(11) VALUE "jours, dont".
         03 COLUMN 49 PIC ZZZZZ9 SUM trv-jours-non-payes.
         03 COLUMN 56 PIC X(14) VALUE "non remuneres".
         03 COLUMN 71 PIC ZZZZ9 SUM nbre-rec.
         03 COLUMN 77 PIC X(4)  VALUE "abs.".
PROCEDURE DIVISION.
pp SECTION.
Debut.
     ACCEPT WS-Date-Jour FROM DATE YYYYMMDD
     INITIALIZE WS-Cumuls-Types
     PERFORM Determiner-Parametres-Run
     OPEN INPUT f-absences
     IF WS-Statut-Absences NOT = "00"
        DISPLAY "Fichier des absences introuvable (statut "
                WS-Statut-Absences ") - rapport annule"
        MOVE 12 TO RETURN-CODE
        GO TO Debut-Fin
     END-IF
     PERFORM Charger-Departements
     OPEN OUTPUT f-travail
     PERFORM Selectionner-Absences
     CLOSE f-travail, f-absences
     IF WS-Nbre-Absences = 0
        DISPLAY "Aucune absence pour le mois " WS-Periode
        GO TO Debut-Fin
     END-IF

     SORT f-sort ON ASCENDING KEY srt-departement, srt-type,
                                  srt-matricule, srt-date-debut
          USING f-travail
          GIVING f-trie

     PERFORM Imprimer-Rapport
     DISPLAY "Absences du mois         : " WS-Nbre-Absences
     DISPLAY "Rapport ecrit : " WS-Nom-Rapport.
Debut-Fin.
     STOP RUN.

*> ABSENCES_PERIODE impose le mois (AAAAMM), sinon le mois en cours,
*> meme convention que COMPTA_PERIODE dans ExtraireCoutsComptables ;
*> le rapport est date du meme mois (RapportAbsences<periode>.res).
Determiner-Parametres-Run.
     DISPLAY "ABSENCES_PERIODE" UPON ENVIRONMENT-NAME
     ACCEPT WS-Periode FROM ENVIRONMENT-VALUE
     IF WS-Periode-Annee = 0
        MOVE WS-Date-Jour (1:6) TO WS-Periode
     END-IF
     PERFORM Calculer-Jours-Du-Mois
     COMPUTE WS-Debut-Periode = WS-Periode-Annee * 10000
                              + WS-Periode-Mois * 100 + 1
     COMPUTE WS-Fin-Periode   = WS-Periode-Annee * 10000
                              + WS-Periode-Mois * 100
                              + WS-Jours-Du-Mois
     STRING "RapportAbsences" WS-Periode "." "res"
        DELIMITED BY SIZE INTO WS-Nom-Rapport.

*> Meme calcul que ExtraireCoutsComptables.Calculer-Jours-Du-Mois.
Calculer-Jours-Du-Mois.
     EVALUATE WS-Periode-Mois
        WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
           MOVE 31 TO WS-Jours-Du-Mois
        WHEN 04 WHEN 06 WHEN 09 WHEN 11
           MOVE 30 TO WS-Jours-Du-Mois
        WHEN 02
           MOVE 28 TO WS-Jours-Du-Mois
           DIVIDE WS-Periode-Annee BY 4
                  GIVING WS-Quotient-Division
                  REMAINDER WS-Reste-Division
           IF WS-Reste-Division = 0
              MOVE 29 TO WS-Jours-Du-Mois
              DIVIDE WS-Periode-Annee BY 100
                     GIVING WS-Quotient-Division
                     REMAINDER WS-Reste-Division
              IF WS-Reste-Division = 0
                 DIVIDE WS-Periode-Annee BY 400
                        GIVING WS-Quotient-Division
                        REMAINDER WS-Reste-Division
                 IF WS-Reste-Division NOT = 0
                    MOVE 28 TO WS-Jours-Du-Mois
                 END-IF
              END-IF
           END-IF
     END-EVALUATE.

Charger-Departements.
     OPEN INPUT f-departements
     IF WS-Statut-Departements NOT = "00"
        DISPLAY "Fichier des departements introuvable - "
                "libelles non repris"
     ELSE
        SET eof-false TO TRUE
        READ f-departements AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           IF WS-Nb-Lignes-Departements < 100
              ADD 1 TO WS-Nb-Lignes-Departements
              MOVE code-departement
                   TO WS-Dep-Code (WS-Nb-Lignes-Departements)
              MOVE libelle-departement
                   TO WS-Dep-Libelle (WS-Nb-Lignes-Departements)
           END-IF
           READ f-departements AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-departements
     END-IF.

*> Parcours complet du fichier par cle primaire ; seules les
*> absences actives qui touchent le mois sont retenues.
Selectionner-Absences.
     SET eof-false TO TRUE
     MOVE LOW-VALUES TO cle-absence
     START f-absences KEY IS NOT LESS THAN cle-absence
        INVALID KEY SET eof-true TO TRUE
     END-START
     IF NOT eof-true
        READ f-absences NEXT RECORD AT END SET eof-true TO TRUE
        END-READ
     END-IF
     PERFORM TEST BEFORE UNTIL eof-true
        IF abs-active
           AND abs-date-debut NOT > WS-Fin-Periode
           AND abs-date-fin NOT < WS-Debut-Periode
           PERFORM Retenir-Absence
        END-IF
        READ f-absences NEXT RECORD AT END SET eof-true TO TRUE
        END-READ
     END-PERFORM.

Retenir-Absence.
     MOVE SPACES TO WS-Ligne-Absence
     MOVE abs-departement TO WS-Abs-Departement
     MOVE abs-type        TO WS-Abs-Type
     MOVE abs-matricule   TO WS-Abs-Matricule
     MOVE abs-nom         TO WS-Abs-Nom
     MOVE abs-prenom      TO WS-Abs-Prenom
     MOVE abs-date-debut  TO WS-Abs-Date-Debut
     MOVE abs-date-fin    TO WS-Abs-Date-Fin
     MOVE abs-remuneree   TO WS-Abs-Remuneree
     MOVE "*** DEPARTEMENT INCONNU ***" TO WS-Abs-Libelle-Dep
     PERFORM VARYING WS-Idx-Departement FROM 1 BY 1
             UNTIL WS-Idx-Departement > WS-Nb-Lignes-Departements
        IF WS-Dep-Code (WS-Idx-Departement) = abs-departement
           MOVE WS-Dep-Libelle (WS-Idx-Departement)
                TO WS-Abs-Libelle-Dep
           SET WS-Idx-Departement TO WS-Nb-Lignes-Departements
        END-IF
     END-PERFORM
     IF abs-date-debut < WS-Debut-Periode
        MOVE WS-Debut-Periode TO WS-Debut-Retenu
     ELSE
        MOVE abs-date-debut TO WS-Debut-Retenu
     END-IF
     IF abs-date-fin > WS-Fin-Periode
        MOVE WS-Fin-Periode TO WS-Fin-Retenue
     ELSE
        MOVE abs-date-fin TO WS-Fin-Retenue
     END-IF
     COMPUTE WS-Abs-Jours = FUNCTION INTEGER-OF-DATE (WS-Fin-Retenue)
                          - FUNCTION INTEGER-OF-DATE (WS-Debut-Retenu)
                          + 1
     IF abs-non-payee
        MOVE WS-Abs-Jours TO WS-Abs-Jours-Non-Payes
     ELSE
        MOVE 0 TO WS-Abs-Jours-Non-Payes
     END-IF
     MOVE 0 TO WS-Idx-Type-Trouve
     PERFORM VARYING WS-Idx-Type FROM 1 BY 1
             UNTIL WS-Idx-Type > WS-Nb-Types
        IF WS-Type-Code (WS-Idx-Type) = abs-type
           MOVE WS-Idx-Type TO WS-Idx-Type-Trouve
           SET WS-Idx-Type TO WS-Nb-Types
        END-IF
     END-PERFORM
     IF WS-Idx-Type-Trouve > 0
        MOVE WS-Type-Libelle (WS-Idx-Type-Trouve) TO WS-Abs-Libelle-Type
        ADD WS-Abs-Jours TO WS-Type-Jours (WS-Idx-Type-Trouve)
        ADD WS-Abs-Jours-Non-Payes
            TO WS-Type-Non-Payes (WS-Idx-Type-Trouve)
     ELSE
        MOVE "*** TYPE INCONNU ***" TO WS-Abs-Libelle-Type
     END-IF
     MOVE WS-Ligne-Absence TO ligne-travail
     WRITE ligne-travail
     ADD 1 TO WS-Nbre-Absences.

Imprimer-Rapport.
     OPEN INPUT f-trie
     OPEN OUTPUT f-output
     INITIATE rapport-absences
     SET eof-false TO TRUE
     READ f-trie AT END SET eof-true TO TRUE
     END-READ
     PERFORM TEST BEFORE UNTIL eof-true
        GENERATE detail-absence
        READ f-trie AT END SET eof-true TO TRUE
        END-READ
     END-PERFORM
     TERMINATE rapport-absences
     CLOSE f-trie, f-output.
