IDENTIFICATION DIVISION.
PROGRAM-ID. DeliberEtudiants.
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
    SELECT f-cours            ASSIGN TO "Cours.dat"
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-Statut-Cours.
    SELECT f-notes            ASSIGN TO "Notes.dat"
                               ORGANIZATION INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS cle-note
                               FILE STATUS IS WS-Statut-Notes.
    SELECT f-travail          ASSIGN TO "DeliberationTravail.tmp"
                               ORGANIZATION LINE SEQUENTIAL.
    SELECT f-trie             ASSIGN TO "DeliberationTriee.tmp"
                               ORGANIZATION LINE SEQUENTIAL.
    SELECT f-sort             ASSIGN TO "sortwkdlb".
    SELECT f-output           ASSIGN TO "FeuillesDeliberation.res".
DATA DIVISION.
FILE SECTION.
FD  f-etudiants-maitre.
    COPY "Etudiants.cpy".
FD  f-cours.
    COPY "Cours.cpy".
FD  f-notes.
    COPY "Notes.cpy".
FD  f-travail.
01  ligne-travail               PIC X(276).
*> Une ligne par etudiant delibere, triee par section puis nom pour
*> la feuille : resultat calcule, moyenne, credits en echec et, pour
*> chaque cours en echec ou sans note, l'indice du cours dans
*> WS-Table-Cours (les libelles sont repris de la table a
*> l'impression).
FD  f-trie.
01  rec-deliberation.
    02  dlb-section             PIC X(04).
    02  dlb-nom                 PIC X(20).
    02  dlb-prenom              PIC X(15).
    02  dlb-matricule           PIC 9(06).
    02  dlb-institut            PIC X(02).
    02  dlb-type-graduat        PIC 9(02).
    02  dlb-annee-etude         PIC X(01).
    02  dlb-ancien-resultat     PIC X(01).
    02  dlb-resultat            PIC X(01).
        88  dlb-reussite        VALUE "R".
        88  dlb-echec           VALUE "E".
        88  dlb-incomplet       VALUE "I".
        88  dlb-sans-cours      VALUE "-".
    02  dlb-moyenne             PIC 99V99.
    02  dlb-credits-inscrits    PIC 9(03).
    02  dlb-credits-echec       PIC 9(03).
    02  dlb-nb-motifs           PIC 9(02).
    02  dlb-nb-motifs-omis      PIC 9(02).
    02  dlb-motif OCCURS 15 TIMES.
        03  dlb-motif-idx       PIC 9(03).
        03  dlb-motif-type      PIC X(01).
            88  dlb-motif-echec     VALUE "E".
            88  dlb-motif-manquante VALUE "M".
        03  dlb-motif-note      PIC 99V9.
        03  dlb-motif-credits   PIC 9(02).
        03  FILLER              PIC X(05).
SD  f-sort.
01  rec-sort-deliberation.
    02  srt-section             PIC X(04).
    02  srt-nom                 PIC X(20).
    02  FILLER                  PIC X(252).
FD  f-output REPORT IS rapport-deliberation.
WORKING-STORAGE SECTION.
01  WS-Statut-Maitre            PIC XX.
01  WS-Statut-Cours             PIC XX.
01  WS-Statut-Notes             PIC XX.
01  WS-Section-Demandee         PIC X(04) VALUE SPACES.
01  WS-Parametre-Env            PIC X(10) VALUE SPACES.
*> Regles de deliberation de l'ecole : moyenne ponderee par les
*> credits au moins egale a DELIB_MOYENNE_MIN et total des credits
*> des cours en echec au plus egal a DELIB_CREDITS_ECHEC_MAX ; une
*> seule note manquante (ou absence) donne "I".
01  WS-Moyenne-Min              PIC 99V99 VALUE 10.
01  WS-Credits-Echec-Max        PIC 9(03) VALUE 12.
01  WS-Moyenne-Min-Aff          PIC Z9,99.
01  WS-Credits-Max-Aff          PIC ZZ9.
01  date-jour.
    02  annee                   PIC 99.
    02  mois                    PIC 99.
    02  jour                    PIC 99.
01  eof                         PIC 9.
    88  eof-true                VALUE 1.
    88  eof-false               VALUE 0.

01  WS-Table-Cours.
    02  WS-Cours-Ligne OCCURS 500 TIMES.
        03  WS-Crs-Cle.
            04  WS-Crs-Institut      PIC X(02).
            04  WS-Crs-Type-Graduat  PIC 9(02).
            04  WS-Crs-Annee-Etude   PIC X(01).
        03  WS-Crs-Code          PIC X(06).
        03  WS-Crs-Libelle       PIC X(30).
        03  WS-Crs-Credits       PIC 9(02).
        03  WS-Crs-Passage       PIC 99V9.
01  WS-Nb-Cours                 PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Cours                PIC S9(4) BINARY VALUE 0.
01  WS-Nbre-Cours-Rejetes       PIC 9(04) VALUE 0.
01  WS-Cle-Annee.
    02  WS-Cle-Institut         PIC X(02).
    02  WS-Cle-Type-Graduat     PIC 9(02).
    02  WS-Cle-Annee-Etude      PIC X(01).

*> Calcul en cours pour un etudiant.
01  WS-Ligne-Deliberation.
    02  WS-Dlb-Section          PIC X(04).
    02  WS-Dlb-Nom              PIC X(20).
    02  WS-Dlb-Prenom           PIC X(15).
    02  WS-Dlb-Matricule        PIC 9(06).
    02  WS-Dlb-Institut         PIC X(02).
    02  WS-Dlb-Type-Graduat     PIC 9(02).
    02  WS-Dlb-Annee-Etude      PIC X(01).
    02  WS-Dlb-Ancien-Resultat  PIC X(01).
    02  WS-Dlb-Resultat         PIC X(01).
    02  WS-Dlb-Moyenne          PIC 99V99.
    02  WS-Dlb-Credits-Inscrits PIC 9(03).
    02  WS-Dlb-Credits-Echec    PIC 9(03).
    02  WS-Dlb-Nb-Motifs        PIC 9(02).
    02  WS-Dlb-Nb-Motifs-Omis   PIC 9(02).
    02  WS-Dlb-Motif OCCURS 15 TIMES.
        03  WS-Dlb-Motif-Idx     PIC 9(03).
        03  WS-Dlb-Motif-Type    PIC X(01).
        03  WS-Dlb-Motif-Note    PIC 99V9.
        03  WS-Dlb-Motif-Credits PIC 9(02).
        03  FILLER               PIC X(05).
01  WS-Somme-Ponderee           PIC 9(07)V9.
01  WS-Nb-Cours-Etudiant        PIC S9(4) BINARY VALUE 0.
01  WS-Nb-Manquantes            PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Motif                PIC S9(4) BINARY VALUE 0.
01  WS-Type-Motif               PIC X(01).

01  WS-Nbre-Deliberes           PIC 9(06) VALUE 0.
01  WS-Nbre-Reussites           PIC 9(06) VALUE 0.
01  WS-Nbre-Echecs              PIC 9(06) VALUE 0.
01  WS-Nbre-Incomplets          PIC 9(06) VALUE 0.
01  WS-Nbre-Sans-Cours          PIC 9(06) VALUE 0.
01  WS-Nbre-Modifies            PIC 9(06) VALUE 0.

*> Compteurs unitaires pour les SUM du pied de section, meme
*> technique que ReportRupture.Determiner-Resultat-Etudiant ; remis a
*> zero avant les lignes de motif pour ne pas compter deux fois.
01  nbre-rec                    PIC S9(4) BINARY VALUE 0.
01  nbre-reussite-unit          PIC S9(4) BINARY VALUE 0.
01  nbre-echec-unit             PIC S9(4) BINARY VALUE 0.
01  nbre-incomplet-unit         PIC S9(4) BINARY VALUE 0.
*> Ligne de motif en cours d'impression.
01  WS-Motif-Code               PIC X(06).
01  WS-Motif-Libelle            PIC X(30).
01  WS-Motif-Note               PIC 99V9.
01  WS-Motif-Passage            PIC 99V9.
01  WS-Motif-Credits            PIC 9(02).
01  WS-Libelle-Resultat         PIC X(10).

REPORT SECTION.
RD  rapport-deliberation  PAGE LIMIT IS 66
                          HEADING        1
                          FIRST DETAIL   7
                          LAST DETAIL   60
                          FOOTING       63
    CONTROLS ARE FINAL, dlb-section.
01  TYPE IS PAGE HEADING.
    02   LINE PLUS 1.
         03  COLUMN 4 PIC X(37)
           VALUE "Feuille de deliberation a la date du ".
         03  COLUMN 41 PIC 99 SOURCE jour.
         03  COLUMN 43 PIC X VALUE "/".
         03  COLUMN 44 PIC 99 SOURCE mois.
         03  COLUMN 46 PIC X VALUE "/".
         03  COLUMN 47 PIC 99 SOURCE annee.
         03  COLUMN 60 PIC X(5) VALUE "Page:".
         03  COLUMN 66 PIC ZZZ9 SOURCE PAGE-COUNTER.
    02   LINE PLUS 1.
         03  COLUMN 4 PIC X(16) VALUE "Moyenne minimum:".
         03  COLUMN 21 PIC X(05) SOURCE WS-Moyenne-Min-Aff.
         03  COLUMN 30 PIC X(27) VALUE "Credits en echec maximum :".
         03  COLUMN 57 PIC X(03) SOURCE WS-Credits-Max-Aff.

01  TYPE IS CONTROL HEADING dlb-section.
    02   LINE PLUS 2.
         03 COLUMN 1  PIC X(8)  VALUE "Section:".
         03 COLUMN 10 PIC X(04) SOURCE dlb-section.
         03 COLUMN 16 PIC X(9)  VALUE "Institut:".
         03 COLUMN 26 PIC X(02) SOURCE dlb-institut.
         03 COLUMN 30 PIC X(8)  VALUE "Graduat:".
         03 COLUMN 39 PIC 99    SOURCE dlb-type-graduat.
         03 COLUMN 43 PIC X(6)  VALUE "Annee:".
         03 COLUMN 50 PIC X     SOURCE dlb-annee-etude.
    02   LINE PLUS 2.
         03 COLUMN 1  PIC X(9)  VALUE "Matricule".
         03 COLUMN 11 PIC X(20) VALUE "Nom".
         03 COLUMN 32 PIC X(15) VALUE "Prenom".
         03 COLUMN 48 PIC X(7)  VALUE "Moyenne".
         03 COLUMN 56 PIC X(6)  VALUE "Cr.ech".
         03 COLUMN 63 PIC X(5)  VALUE "Avant".
         03 COLUMN 69 PIC X(10) VALUE "Resultat".

01  detail-deliberation TYPE IS DETAIL.
    02   LINE PLUS 1.
         03 COLUMN 1  PIC 9(06)  SOURCE dlb-matricule.
         03 COLUMN 11 PIC X(20)  SOURCE dlb-nom.
         03 COLUMN 32 PIC X(15)  SOURCE dlb-prenom.
         03 COLUMN 49 PIC Z9,99  SOURCE dlb-moyenne.
         03 COLUMN 57 PIC ZZ9    SOURCE dlb-credits-echec.
         03 COLUMN 65 PIC X      SOURCE dlb-ancien-resultat.
         03 COLUMN 69 PIC X(10)  SOURCE WS-Libelle-Resultat.

01  detail-motif TYPE IS DETAIL.
    02   LINE PLUS 1.
         03 COLUMN 11 PIC X(10)  VALUE "echec".
         03 COLUMN 22 PIC X(06)  SOURCE WS-Motif-Code.
         03 COLUMN 29 PIC X(30)  SOURCE WS-Motif-Libelle.
         03 COLUMN 60 PIC Z9,9   SOURCE WS-Motif-Note.
         03 COLUMN 65 PIC X      VALUE "/".
         03 COLUMN 66 PIC Z9,9   SOURCE WS-Motif-Passage.
         03 COLUMN 71 PIC Z9     SOURCE WS-Motif-Credits.
         03 COLUMN 74 PIC X(3)   VALUE "cr.".

01  detail-manquante TYPE IS DETAIL.
    02   LINE PLUS 1.
         03 COLUMN 11 PIC X(10)  VALUE "sans note".
         03 COLUMN 22 PIC X(06)  SOURCE WS-Motif-Code.
         03 COLUMN 29 PIC X(30)  SOURCE WS-Motif-Libelle.
         03 COLUMN 71 PIC Z9     SOURCE WS-Motif-Credits.
         03 COLUMN 74 PIC X(3)   VALUE "cr.".

01  detail-motifs-omis TYPE IS DETAIL.
    02   LINE PLUS 1.
         03 COLUMN 11 PIC X(6)   VALUE "... et".
         03 COLUMN 18 PIC Z9     SOURCE dlb-nb-motifs-omis.
         03 COLUMN 21 PIC X(30)  VALUE "autre(s) cours non detaille(s)".

01  footing-section TYPE IS CONTROL FOOTING dlb-section
                     NEXT GROUP NEXT PAGE.
    02   LINE PLUS 2.
         03 COLUMN 1  PIC X(14) VALUE "Total section:".
         03 total-sect COLUMN 16 PIC ZZZ9 SUM nbre-rec.
         03 COLUMN 22 PIC X(3) VALUE "R:".
         03 COLUMN 25 PIC ZZ9 SUM nbre-reussite-unit.
         03 COLUMN 30 PIC X(3) VALUE "E:".
         03 COLUMN 33 PIC ZZ9 SUM nbre-echec-unit.
         03 COLUMN 38 PIC X(3) VALUE "I:".
         03 COLUMN 41 PIC ZZ9 SUM nbre-incomplet-unit.

01  TYPE IS CONTROL FOOTING FINAL.
    02   LINE PLUS 2.
         03 COLUMN 1  PIC X(16) VALUE "Total delibere :".
         03 COLUMN 18 PIC ZZZZZ9 SOURCE WS-Nbre-Deliberes.
         03 COLUMN 26 PIC X(16) VALUE "Resultats modif.".
         03 COLUMN 43 PIC ZZZZZ9 SOURCE WS-Nbre-Modifies.
PROCEDURE DIVISION.
pp SECTION.
Debut.
     PERFORM Determiner-Parametres-Run
     PERFORM Charger-Cours
     IF WS-Nb-Cours = 0
        DISPLAY "Aucun cours dans Cours.dat - deliberation annulee"
        MOVE 12 TO RETURN-CODE
        GO TO Debut-Fin
     END-IF
     OPEN INPUT f-notes
     IF WS-Statut-Notes NOT = "00"
        DISPLAY "Fichier des notes introuvable (statut "
                WS-Statut-Notes ") - deliberation annulee"
        MOVE 12 TO RETURN-CODE
        GO TO Debut-Fin
     END-IF
     OPEN I-O f-etudiants-maitre
     IF WS-Statut-Maitre NOT = "00"
        DISPLAY "Fichier des etudiants introuvable (statut "
                WS-Statut-Maitre ") - deliberation annulee"
        CLOSE f-notes
        MOVE 12 TO RETURN-CODE
        GO TO Debut-Fin
     END-IF
     OPEN OUTPUT f-travail
     PERFORM Deliberer-Etudiants
     CLOSE f-travail, f-etudiants-maitre, f-notes

     SORT f-sort ON ASCENDING KEY srt-section, srt-nom
          USING f-travail
          GIVING f-trie

     ACCEPT date-jour FROM DATE
     PERFORM Imprimer-Feuilles
     DISPLAY "Etudiants deliberes      : " WS-Nbre-Deliberes
     DISPLAY "  dont reussites (R)     : " WS-Nbre-Reussites
     DISPLAY "  dont echecs (E)        : " WS-Nbre-Echecs
     DISPLAY "  dont incomplets (I)    : " WS-Nbre-Incomplets
     DISPLAY "Resultats modifies       : " WS-Nbre-Modifies
     DISPLAY "Sans cours definis       : " WS-Nbre-Sans-Cours
     IF WS-Nbre-Cours-Rejetes > 0
        DISPLAY "Lignes de Cours.dat rejetees : " WS-Nbre-Cours-Rejetes
     END-IF.
Debut-Fin.
     STOP RUN.

*> Seuils de deliberation et section eventuelle par variables
*> d'environnement, meme principe que ReportRupture : le conseil peut
*> faire tourner une simulation a d'autres seuils, ou redelibere une
*> seule section (DELIB_SECTION) apres correction de notes.
Determiner-Parametres-Run.
     DISPLAY "DELIB_MOYENNE_MIN" UPON ENVIRONMENT-NAME
     ACCEPT WS-Parametre-Env FROM ENVIRONMENT-VALUE
     IF WS-Parametre-Env NOT = SPACES
        INSPECT WS-Parametre-Env REPLACING ALL "." BY ","
        COMPUTE WS-Moyenne-Min =
                FUNCTION NUMVAL(FUNCTION TRIM(WS-Parametre-Env))
     END-IF
     MOVE SPACES TO WS-Parametre-Env
     DISPLAY "DELIB_CREDITS_ECHEC_MAX" UPON ENVIRONMENT-NAME
     ACCEPT WS-Parametre-Env FROM ENVIRONMENT-VALUE
     IF WS-Parametre-Env NOT = SPACES
        COMPUTE WS-Credits-Echec-Max =
                FUNCTION NUMVAL(FUNCTION TRIM(WS-Parametre-Env))
     END-IF
     DISPLAY "DELIB_SECTION" UPON ENVIRONMENT-NAME
     ACCEPT WS-Section-Demandee FROM ENVIRONMENT-VALUE
     MOVE WS-Moyenne-Min       TO WS-Moyenne-Min-Aff
     MOVE WS-Credits-Echec-Max TO WS-Credits-Max-Aff.

*> Un cours sans credits ne peut pas entrer dans une moyenne
*> ponderee : la ligne est ecartee et signalee plutot que de fausser
*> le calcul de toute l'annee.
Charger-Cours.
     MOVE 0 TO WS-Nb-Cours
     OPEN INPUT f-cours
     IF WS-Statut-Cours = "00"
        SET eof-false TO TRUE
        READ f-cours AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           IF credits-cours NOT NUMERIC OR credits-cours = 0
              OR note-passage-cours NOT NUMERIC
              DISPLAY "Cours ecarte (credits ou note de passage "
                      "invalides) : " code-cours
              ADD 1 TO WS-Nbre-Cours-Rejetes
           ELSE
              IF WS-Nb-Cours < 500
                 ADD 1 TO WS-Nb-Cours
                 MOVE cours-institut     TO WS-Crs-Institut (WS-Nb-Cours)
                 MOVE cours-type-graduat
                                 TO WS-Crs-Type-Graduat (WS-Nb-Cours)
                 MOVE cours-annee-etude
                                 TO WS-Crs-Annee-Etude (WS-Nb-Cours)
                 MOVE code-cours         TO WS-Crs-Code (WS-Nb-Cours)
                 MOVE libelle-cours      TO WS-Crs-Libelle (WS-Nb-Cours)
                 MOVE credits-cours      TO WS-Crs-Credits (WS-Nb-Cours)
                 MOVE note-passage-cours TO WS-Crs-Passage (WS-Nb-Cours)
              ELSE
                 DISPLAY "Plus de 500 cours - cours ignore : "
                         code-cours
                 ADD 1 TO WS-Nbre-Cours-Rejetes
              END-IF
           END-IF
           READ f-cours AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-cours
     END-IF.

*> Parcours complet du fichier maitre par cle primaire (meme
*> technique que EncoderResultatsSection.Charger-Section), chaque
*> dossier delibere etant reecrit aussitot avec son resultat.
Deliberer-Etudiants.
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
        IF WS-Section-Demandee = SPACES
           OR num-section = WS-Section-Demandee
           PERFORM Deliberer-Un-Etudiant
        END-IF
        READ f-etudiants-maitre NEXT RECORD
           AT END SET eof-true TO TRUE
        END-READ
     END-PERFORM.

Deliberer-Un-Etudiant.
     MOVE num-section       TO WS-Dlb-Section
     MOVE nom               TO WS-Dlb-Nom
     MOVE prenom            TO WS-Dlb-Prenom
     MOVE matricule         TO WS-Dlb-Matricule
     MOVE institut          TO WS-Dlb-Institut
     MOVE type-graduat      TO WS-Dlb-Type-Graduat
     MOVE annee-etude       TO WS-Dlb-Annee-Etude
     MOVE resultat-etudiant TO WS-Dlb-Ancien-Resultat
     MOVE 0 TO WS-Dlb-Moyenne, WS-Dlb-Credits-Inscrits,
               WS-Dlb-Credits-Echec, WS-Dlb-Nb-Motifs,
               WS-Dlb-Nb-Motifs-Omis, WS-Somme-Ponderee,
               WS-Nb-Cours-Etudiant, WS-Nb-Manquantes
     MOVE institut     TO WS-Cle-Institut
     MOVE type-graduat TO WS-Cle-Type-Graduat
     MOVE annee-etude  TO WS-Cle-Annee-Etude
     PERFORM VARYING WS-Idx-Cours FROM 1 BY 1
             UNTIL WS-Idx-Cours > WS-Nb-Cours
        IF WS-Crs-Cle (WS-Idx-Cours) = WS-Cle-Annee
           PERFORM Evaluer-Cours
        END-IF
     END-PERFORM
     IF WS-Nb-Cours-Etudiant = 0
        MOVE "-" TO WS-Dlb-Resultat
        ADD 1 TO WS-Nbre-Sans-Cours
     ELSE
        COMPUTE WS-Dlb-Moyenne ROUNDED =
                WS-Somme-Ponderee / WS-Dlb-Credits-Inscrits
        EVALUATE TRUE
           WHEN WS-Nb-Manquantes > 0
              MOVE "I" TO WS-Dlb-Resultat
              ADD 1 TO WS-Nbre-Incomplets
           WHEN WS-Dlb-Moyenne NOT < WS-Moyenne-Min
                AND WS-Dlb-Credits-Echec NOT > WS-Credits-Echec-Max
              MOVE "R" TO WS-Dlb-Resultat
              ADD 1 TO WS-Nbre-Reussites
           WHEN OTHER
              MOVE "E" TO WS-Dlb-Resultat
              ADD 1 TO WS-Nbre-Echecs
        END-EVALUATE
        ADD 1 TO WS-Nbre-Deliberes
        IF WS-Dlb-Resultat NOT = resultat-etudiant
           MOVE WS-Dlb-Resultat TO resultat-etudiant
           REWRITE enreg-etudiant
           IF WS-Statut-Maitre = "00"
              ADD 1 TO WS-Nbre-Modifies
           ELSE
              DISPLAY "Erreur de mise a jour (statut " WS-Statut-Maitre
                      ") matricule " matricule
           END-IF
        END-IF
     END-IF
     WRITE ligne-travail FROM WS-Ligne-Deliberation.

*> Une note absente du fichier, ou une absence encodee, rend le
*> dossier incomplet ; une note sous la note de passage du cours
*> compte ses credits en echec. Les deux cas sont retenus comme
*> motifs pour la feuille.
Evaluer-Cours.
     ADD 1 TO WS-Nb-Cours-Etudiant
     ADD WS-Crs-Credits (WS-Idx-Cours) TO WS-Dlb-Credits-Inscrits
     MOVE matricule                  TO note-matricule
     MOVE WS-Crs-Code (WS-Idx-Cours) TO note-code-cours
     READ f-notes
        INVALID KEY MOVE "23" TO WS-Statut-Notes
     END-READ
     IF WS-Statut-Notes NOT = "00" OR note-absent
        ADD 1 TO WS-Nb-Manquantes
        MOVE 0 TO note-valeur
        MOVE "M" TO WS-Type-Motif
        PERFORM Retenir-Motif
     ELSE
        COMPUTE WS-Somme-Ponderee = WS-Somme-Ponderee
                + note-valeur * WS-Crs-Credits (WS-Idx-Cours)
        IF note-valeur < WS-Crs-Passage (WS-Idx-Cours)
           ADD WS-Crs-Credits (WS-Idx-Cours) TO WS-Dlb-Credits-Echec
           MOVE "E" TO WS-Type-Motif
           PERFORM Retenir-Motif
        END-IF
     END-IF.

*> Au-dela de 15 motifs, seul le nombre de cours non detailles est
*> garde pour la feuille.
Retenir-Motif.
     IF WS-Dlb-Nb-Motifs < 15
        ADD 1 TO WS-Dlb-Nb-Motifs
        MOVE WS-Dlb-Nb-Motifs TO WS-Idx-Motif
        MOVE WS-Idx-Cours   TO WS-Dlb-Motif-Idx (WS-Idx-Motif)
        MOVE WS-Type-Motif  TO WS-Dlb-Motif-Type (WS-Idx-Motif)
        MOVE note-valeur    TO WS-Dlb-Motif-Note (WS-Idx-Motif)
        MOVE WS-Crs-Credits (WS-Idx-Cours)
                            TO WS-Dlb-Motif-Credits (WS-Idx-Motif)
     ELSE
        ADD 1 TO WS-Dlb-Nb-Motifs-Omis
     END-IF.

Imprimer-Feuilles.
     OPEN INPUT f-trie
     OPEN OUTPUT f-output
     INITIATE rapport-deliberation
     SET eof-false TO TRUE
     READ f-trie AT END SET eof-true TO TRUE
     END-READ
     PERFORM TEST BEFORE UNTIL eof-true
        PERFORM Imprimer-Un-Etudiant
        READ f-trie AT END SET eof-true TO TRUE
        END-READ
     END-PERFORM
     TERMINATE rapport-deliberation
     CLOSE f-trie, f-output.

Imprimer-Un-Etudiant.
     MOVE 1 TO nbre-rec
     MOVE 0 TO nbre-reussite-unit, nbre-echec-unit, nbre-incomplet-unit
     EVALUATE TRUE
        WHEN dlb-reussite
           MOVE "REUSSITE"   TO WS-Libelle-Resultat
           MOVE 1 TO nbre-reussite-unit
        WHEN dlb-echec
           MOVE "ECHEC"      TO WS-Libelle-Resultat
           MOVE 1 TO nbre-echec-unit
        WHEN dlb-incomplet
           MOVE "INCOMPLET"  TO WS-Libelle-Resultat
           MOVE 1 TO nbre-incomplet-unit
        WHEN OTHER
           MOVE "SANS COURS" TO WS-Libelle-Resultat
           MOVE 0 TO nbre-rec
     END-EVALUATE
     GENERATE detail-deliberation
     MOVE 0 TO nbre-rec, nbre-reussite-unit, nbre-echec-unit,
               nbre-incomplet-unit
     PERFORM VARYING WS-Idx-Motif FROM 1 BY 1
             UNTIL WS-Idx-Motif > dlb-nb-motifs
        PERFORM Imprimer-Un-Motif
     END-PERFORM
     IF dlb-nb-motifs-omis > 0
        GENERATE detail-motifs-omis
     END-IF.

Imprimer-Un-Motif.
     IF dlb-motif-idx (WS-Idx-Motif) > 0
        MOVE dlb-motif-idx (WS-Idx-Motif) TO WS-Idx-Cours
        MOVE WS-Crs-Code (WS-Idx-Cours)    TO WS-Motif-Code
        MOVE WS-Crs-Libelle (WS-Idx-Cours) TO WS-Motif-Libelle
        MOVE dlb-motif-note (WS-Idx-Motif) TO WS-Motif-Note
        MOVE WS-Crs-Passage (WS-Idx-Cours) TO WS-Motif-Passage
        MOVE dlb-motif-credits (WS-Idx-Motif) TO WS-Motif-Credits
        IF dlb-motif-manquante (WS-Idx-Motif)
           GENERATE detail-manquante
        ELSE
           GENERATE detail-motif
        END-IF
     END-IF.
