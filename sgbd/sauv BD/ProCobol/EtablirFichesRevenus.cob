IDENTIFICATION DIVISION.
PROGRAM-ID. EtablirFichesRevenus.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
   DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-archives    ASSIGN TO "ArchivesEmployes.dat"
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS IS WS-Statut-Archives.
    SELECT f-absences    ASSIGN TO "Absences.dat"
                          ORGANIZATION INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS cle-absence
                          FILE STATUS IS WS-Statut-Absences.
    SELECT f-travail     ASSIGN TO "RevenusTravail.tmp"
                          ORGANIZATION LINE SEQUENTIAL.
    SELECT f-trie        ASSIGN TO "RevenusTries.tmp"
                          ORGANIZATION LINE SEQUENTIAL.
    SELECT f-sort        ASSIGN TO "sortwkrev".
    SELECT f-output      ASSIGN TO "FichesRevenus.res".
    SELECT f-declaration ASSIGN TO DYNAMIC WS-Nom-Declaration
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS IS WS-Statut-Declaration.
    SELECT f-couts       ASSIGN TO DYNAMIC WS-Nom-Fichier-Couts
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS IS WS-Statut-Couts.
DATA DIVISION.
FILE SECTION.
*> Meme enregistrement que ArchiverEmployes : le dossier complet au
*> format Employes.cpy suivi de la date d'archivage.
FD  f-archives.
01  enreg-archive.
    02  arc-dossier          PIC X(90).
    02  arc-date-archivage   PIC 9(08).
FD  f-absences.
    COPY "Absences.cpy".
FD  f-travail.
01  ligne-travail            PIC X(107).
*> Une ligne par employe et par mois paye de l'annee, triee par
*> matricule puis mois : une page de fiche par employe, une ligne de
*> detail par mois.
FD  f-trie.
01  rec-revenu.
    02  rev-matricule        PIC 9(06).
    02  rev-mois             PIC 9(02).
    02  rev-nom              PIC X(20).
    02  rev-prenom           PIC X(15).
    02  rev-departement      PIC X(04).
    02  rev-fonction         PIC X(20).
    02  rev-embauche.
        03  rev-embauche-aaaa PIC 9(04).
        03  rev-embauche-mm   PIC 9(02).
        03  rev-embauche-jj   PIC 9(02).
    02  rev-sortie.
        03  rev-sortie-aaaa   PIC 9(04).
        03  rev-sortie-mm     PIC 9(02).
        03  rev-sortie-jj     PIC 9(02).
    02  rev-source           PIC X(01).
        88  rev-archive      VALUE "R".
        88  rev-periode-close VALUE "P".
    02  rev-statut           PIC X(01).
    02  rev-jours-payes      PIC 9(02).
    02  rev-jours-mois       PIC 9(02).
    02  rev-salaire-mensuel  PIC 9(06)V99.
    02  rev-montant          PIC 9(08)V99.
SD  f-sort.
01  rec-sort-revenu.
    02  srt-matricule        PIC 9(06).
    02  srt-mois             PIC 9(02).
    02  FILLER               PIC X(99).
FD  f-output REPORT IS rapport-revenus.
*> Fichier de declaration annuelle, largeurs figees : un en-tete, une
*> ligne par employe remunere dans l'annee, une fin de fichier avec
*> compte et total de controle (meme discipline H/T que les fichiers
*> CoutsComptables d'ExtraireCoutsComptables).
FD  f-declaration.
01  ligne-declaration.
    02  dec-code             PIC X(01).
    02  dec-annee            PIC 9(04).
    02  dec-matricule        PIC 9(06).
    02  dec-nom              PIC X(20).
    02  dec-prenom           PIC X(15).
    02  dec-nbre-mois        PIC 9(02).
    02  dec-total-annuel     PIC 9(08)V99.
01  ligne-entete-declaration.
    02  ent-code             PIC X(01).
    02  ent-annee            PIC 9(04).
    02  ent-date-creation    PIC 9(08).
    02  FILLER               PIC X(45).
01  ligne-fin-declaration.
    02  fin-code             PIC X(01).
    02  fin-annee            PIC 9(04).
    02  fin-nbre-lignes      PIC 9(06).
    02  fin-total-controle   PIC 9(10)V99.
    02  FILLER               PIC X(35).
*> Relecture des fichiers mensuels d'ExtraireCoutsComptables : seule
*> la fin de fichier (total de controle du mois) est exploitee.
FD  f-couts.
01  ligne-cout               PIC X(22).
01  ligne-fin-cout.
    02  cfn-code             PIC X(01).
    02  cfn-periode          PIC 9(06).
    02  cfn-nbre-lignes      PIC 9(03).
    02  cfn-total-controle   PIC 9(10)V99.
WORKING-STORAGE SECTION.
COPY "Employes.cpy".
COPY "TransCtx.cpy".
COPY "CompteRendu.cpy".
01  WS-Statut-Archives       PIC XX.
01  WS-Statut-Declaration    PIC XX.
01  WS-Statut-Couts          PIC XX.
01  WS-Nom-Declaration       PIC X(40) VALUE SPACES.
01  WS-Nom-Fichier-Couts     PIC X(40) VALUE SPACES.
01  WS-Annee-Revenus         PIC 9(04) VALUE 0.
01  WS-Debut-Annee           PIC 9(08) VALUE 0.
01  WS-Fin-Annee             PIC 9(08) VALUE 0.
01  WS-Date-Jour             PIC 9(08).
01  WS-Periode.
    02  WS-Periode-Annee     PIC 9(04).
    02  WS-Periode-Mois      PIC 9(02).
01  WS-Jours-Du-Mois         PIC 9(02) VALUE 0.
01  WS-Jour-Debut            PIC 9(02) VALUE 0.
01  WS-Jour-Fin              PIC 9(02) VALUE 0.
01  WS-Jours-Travailles      PIC 9(02) VALUE 0.
01  WS-Debut-Periode         PIC 9(08) VALUE 0.
01  WS-Fin-Periode           PIC 9(08) VALUE 0.
01  WS-Salaire-Du-Mois       PIC 9(06)V99 VALUE 0.
01  WS-Montant-Du-Mois       PIC 9(08)V99 VALUE 0.
01  WS-Reste-Division        PIC 9(04) VALUE 0.
01  WS-Quotient-Division     PIC 9(04) VALUE 0.
01  WS-Source-Dossier        PIC X(01).
01  WS-Nbre-Employes-Lus     PIC 9(06) VALUE 0.
01  WS-Nbre-Archives-Lus     PIC 9(06) VALUE 0.
01  WS-Nbre-Periodes-Lues    PIC 9(06) VALUE 0.
01  WS-Nbre-Fiches           PIC 9(06) VALUE 0.
01  WS-Nbre-Lignes-Mois      PIC 9(06) VALUE 0.
01  WS-Total-Controle        PIC 9(10)V99 VALUE 0.
01  WS-Total-Controle-Aff    PIC Z(9)9,99.
01  WS-Total-Couts           PIC 9(10)V99 VALUE 0.
01  WS-Total-Couts-Aff       PIC Z(9)9,99.
01  WS-Nbre-Mois-Absents     PIC 9(02) VALUE 0.
01  WS-Mois-Absents          PIC X(36) VALUE SPACES.
01  WS-Ptr-Mois-Absents      PIC 9(02) VALUE 1.
*> Resultat du rapprochement avec la comptabilite : CONCORDANT,
*> DIVERGENCE ou INCOMPLET (un ou plusieurs mois sans fichier ou sans
*> fin de fichier, rapprochement impossible).
01  WS-Rapprochement         PIC X(12) VALUE SPACES.
    88  WS-Rappr-Divergence  VALUE "DIVERGENCE".
01  WS-Fin-Fichier-Couts     PIC X VALUE "N".
    88  WS-Plus-De-Couts     VALUE "O".
01  WS-Trailer-Trouve        PIC X VALUE "N".
    88  WS-Trailer-Present   VALUE "O".
01  eof                      PIC 9.
    88  eof-true             VALUE 1.
    88  eof-false            VALUE 0.
*> Jours d'absence non remuneree du mois, retires des jours payes
*> avec la meme regle qu'ExtraireCoutsComptables (Compter-Jours-
*> Non-Payes / Deduire-Absence). Fichier absent = aucune absence.
01  WS-Statut-Absences       PIC XX.
01  WS-Absences-Ouvert       PIC X VALUE "N".
    88  WS-Absences-Disponibles VALUE "O".
01  WS-Jours-Non-Payes       PIC 9(02) VALUE 0.
01  WS-Jours-Payes           PIC 9(02) VALUE 0.
01  WS-Abs-Jour-Debut        PIC 9(02) VALUE 0.
01  WS-Abs-Jour-Fin          PIC 9(02) VALUE 0.
01  WS-Date-Absence.
    02  WS-Date-Absence-Aaaamm PIC 9(06).
    02  WS-Date-Absence-Jj     PIC 9(02).
01  eof-absence              PIC 9.
    88  eof-absence-true     VALUE 1.
    88  eof-absence-false    VALUE 0.
01  eof-histo                PIC 9.
    88  eof-histo-true       VALUE 1.
    88  eof-histo-false      VALUE 0.

*> Historique des salaires de l'employe en cours, par date d'effet
*> croissante, charge une fois par employe depuis HISTO_SALAIRE.
01  WS-Ligne-Histo.
    02  WS-Histo-Date        PIC 9(08).
    02  WS-Histo-Ancien      PIC 9(06)V99.
    02  WS-Histo-Nouveau     PIC 9(06)V99.
01  WS-Table-Histo.
    02  WS-His-Ligne OCCURS 100 TIMES.
        03  WS-His-Date      PIC 9(08).
        03  WS-His-Ancien    PIC 9(06)V99.
        03  WS-His-Nouveau   PIC 9(06)V99.
01  WS-Nb-Histo              PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Histo             PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Histo-Trouve      PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Mois              PIC S9(4) BINARY VALUE 0.

*> Ligne de travail en cours de constitution.
01  WS-Ligne-Revenu.
    02  WS-Rev-Matricule     PIC 9(06).
    02  WS-Rev-Mois          PIC 9(02).
    02  WS-Rev-Nom           PIC X(20).
    02  WS-Rev-Prenom        PIC X(15).
    02  WS-Rev-Departement   PIC X(04).
    02  WS-Rev-Fonction      PIC X(20).
    02  WS-Rev-Embauche      PIC 9(08).
    02  WS-Rev-Sortie        PIC 9(08).
    02  WS-Rev-Source        PIC X(01).
    02  WS-Rev-Statut        PIC X(01).
    02  WS-Rev-Jours-Payes   PIC 9(02).
    02  WS-Rev-Jours-Mois    PIC 9(02).
    02  WS-Rev-Salaire-Mensuel PIC 9(06)V99.
    02  WS-Rev-Montant       PIC 9(08)V99.

*> Cumul de l'employe en cours d'impression, pour la ligne de
*> declaration ecrite a chaque changement de matricule.
01  WS-Matricule-Precedent   PIC 9(06) VALUE 0.
01  WS-Mois-Precedent        PIC 9(02) VALUE 0.
01  WS-Dec-Nom               PIC X(20).
01  WS-Dec-Prenom            PIC X(15).
01  WS-Dec-Nbre-Mois         PIC 9(02) VALUE 0.
01  WS-Dec-Total             PIC 9(08)V99 VALUE 0.

01  WS-Libelle-Source        PIC X(20).
01  WS-Libelle-Mois          PIC X(09).
01  WS-Table-Libelles-Mois.
    02  FILLER PIC X(09) VALUE "Janvier".
    02  FILLER PIC X(09) VALUE "Fevrier".
    02  FILLER PIC X(09) VALUE "Mars".
    02  FILLER PIC X(09) VALUE "Avril".
    02  FILLER PIC X(09) VALUE "Mai".
    02  FILLER PIC X(09) VALUE "Juin".
    02  FILLER PIC X(09) VALUE "Juillet".
    02  FILLER PIC X(09) VALUE "Aout".
    02  FILLER PIC X(09) VALUE "Septembre".
    02  FILLER PIC X(09) VALUE "Octobre".
    02  FILLER PIC X(09) VALUE "Novembre".
    02  FILLER PIC X(09) VALUE "Decembre".
01  WS-Libelles-Mois REDEFINES WS-Table-Libelles-Mois.
    02  WS-Libelle-Un-Mois PIC X(09) OCCURS 12 TIMES.

01  nbre-rec                 PIC S9(4) BINARY VALUE 1.
01  date-jour.
    02  annee                PIC 99.
    02  mois                 PIC 99.
    02  jour                 PIC 99.
REPORT SECTION.
*> Une page par employe, meme mecanique que AttesterReussite : le
*> CONTROL HEADING matricule porte l'identite, une ligne DETAIL par
*> mois paye, et le CONTROL FOOTING matricule (NEXT GROUP NEXT PAGE)
*> le total annuel avant le saut de page.
RD  rapport-revenus  PAGE LIMIT IS 66
                     HEADING        1
                     FIRST DETAIL   5
                     LAST DETAIL   50
                     FOOTING       55
    CONTROLS ARE FINAL, rev-matricule.
01  TYPE IS PAGE HEADING.
    02   LINE 2.
         03  COLUMN 20 PIC X(30) VALUE "  SERVICE DU PERSONNEL  ".
    02   LINE 3.
         03  COLUMN 20 PIC X(14) VALUE "Etabli le ".
         03  COLUMN 31 PIC 99 SOURCE jour.
         03  COLUMN 33 PIC X VALUE "/".
         03  COLUMN 34 PIC 99 SOURCE mois.
         03  COLUMN 36 PIC X VALUE "/".
         03  COLUMN 37 PIC 99 SOURCE annee.
01  TYPE IS CONTROL HEADING rev-matricule.
    02   LINE 6.
         03  COLUMN 15 PIC X(33)
             VALUE "FICHE INDIVIDUELLE DE REVENUS -".
         03  COLUMN 48 PIC 9(04) SOURCE WS-Annee-Revenus.
    02   LINE 7.
         03  COLUMN 15 PIC X(37) VALUE ALL "-".
    02   LINE 9.
         03  COLUMN 5  PIC X(11) VALUE "Matricule :".
         03  COLUMN 17 PIC 9(06) SOURCE rev-matricule.
         03  COLUMN 30 PIC X(20) SOURCE WS-Libelle-Source.
    02   LINE 10.
         03  COLUMN 5  PIC X(09) VALUE "Nom     :".
         03  COLUMN 17 PIC X(20) SOURCE rev-nom.
         03  COLUMN 38 PIC X(08) VALUE "Prenom :".
         03  COLUMN 47 PIC X(15) SOURCE rev-prenom.
    02   LINE 11.
         03  COLUMN 5  PIC X(11) VALUE "Service   :".
         03  COLUMN 17 PIC X(04) SOURCE rev-departement.
         03  COLUMN 23 PIC X(10) VALUE "Fonction :".
         03  COLUMN 34 PIC X(20) SOURCE rev-fonction.
    02   LINE 12.
         03  COLUMN 5  PIC X(11) VALUE "Embauche  :".
         03  COLUMN 17 PIC 99    SOURCE rev-embauche-jj.
         03  COLUMN 19 PIC X VALUE "/".
         03  COLUMN 20 PIC 99    SOURCE rev-embauche-mm.
         03  COLUMN 22 PIC X VALUE "/".
         03  COLUMN 23 PIC 9(04) SOURCE rev-embauche-aaaa.
         03  COLUMN 30 PIC X(08) VALUE "Sortie :".
         03  COLUMN 39 PIC 99    SOURCE rev-sortie-jj.
         03  COLUMN 41 PIC X VALUE "/".
         03  COLUMN 42 PIC 99    SOURCE rev-sortie-mm.
         03  COLUMN 44 PIC X VALUE "/".
         03  COLUMN 45 PIC 9(04) SOURCE rev-sortie-aaaa.
    02   LINE 15.
         03  COLUMN 5  PIC X(04) VALUE "Mois".
         03  COLUMN 20 PIC X(12) VALUE "Jours payes".
         03  COLUMN 36 PIC X(15) VALUE "Salaire mensuel".
         03  COLUMN 56 PIC X(10) VALUE "Montant".
    02   LINE 16.
         03  COLUMN 5  PIC X(61) VALUE ALL "-".
01  detail-mois TYPE IS DETAIL.
    02   LINE PLUS 1.
         03  COLUMN 5  PIC X(09)      SOURCE WS-Libelle-Mois.
         03  COLUMN 21 PIC Z9         SOURCE rev-jours-payes.
         03  COLUMN 24 PIC X VALUE "/".
         03  COLUMN 25 PIC 99         SOURCE rev-jours-mois.
         03  COLUMN 37 PIC ZZZ.ZZ9,99 SOURCE rev-salaire-mensuel.
         03  COLUMN 53 PIC ZZ.ZZZ.ZZ9,99 SOURCE rev-montant.
01  TYPE IS CONTROL FOOTING rev-matricule NEXT GROUP NEXT PAGE.
    02   LINE PLUS 1.
         03  COLUMN 5  PIC X(61) VALUE ALL "-".
    02   LINE PLUS 1.
         03  COLUMN 5  PIC X(16) VALUE "Total de l'annee".
         03  COLUMN 21 PIC Z9    SUM nbre-rec.
         03  COLUMN 24 PIC X(04) VALUE "mois".
         03  COLUMN 53 PIC ZZ.ZZZ.ZZ9,99 SUM rev-montant.
    02   LINE PLUS 3.
         03  COLUMN 5 PIC X(40)
             VALUE "Montants bruts calcules sur le salaire e".
         03  COLUMN 45 PIC X(30)
             VALUE "n vigueur en fin de mois.".
01  TYPE IS CONTROL FOOTING FINAL.
    02   LINE 10.
         03  COLUMN 5  PIC X(24) VALUE "Fiches de revenus      :".
         03  COLUMN 31 PIC ZZZZZ9 SOURCE WS-Nbre-Fiches.
    02   LINE PLUS 1.
         03  COLUMN 5  PIC X(24) VALUE "Total de controle      :".
         03  COLUMN 31 PIC Z.ZZZ.ZZZ.ZZ9,99 SUM rev-montant.
    02   LINE PLUS 1.
         03  COLUMN 5  PIC X(24) VALUE "Total CoutsComptables  :".
         03  COLUMN 31 PIC Z.ZZZ.ZZZ.ZZ9,99 SOURCE WS-Total-Couts.
    02   LINE PLUS 1.
         03  COLUMN 5  PIC X(24) VALUE "Rapprochement          :".
         03  COLUMN 31 PIC X(12) SOURCE WS-Rapprochement.
    02   LINE PLUS 1.
         03  COLUMN 5  PIC X(24) VALUE "Mois sans fichier      :".
         03  COLUMN 31 PIC X(36) SOURCE WS-Mois-Absents.
PROCEDURE DIVISION.
pp SECTION.
Debut.
     MOVE "FICHREV" TO ct-programme
     PERFORM Determiner-Parametres-Run
     PERFORM Connexion-Oracle
     IF NOT ct-abandonner
        PERFORM Ouvrir-Absences
     END-IF
     IF NOT ct-abandonner
        OPEN OUTPUT f-travail
        PERFORM Traiter-Employes
        PERFORM Traiter-Archives
        PERFORM Traiter-Periodes-Closes
        CLOSE f-travail
     END-IF
     IF WS-Absences-Disponibles
        CLOSE f-absences
     END-IF
     CALL "ORALogoff"
     IF NOT ct-abandonner
        SORT f-sort ON ASCENDING KEY srt-matricule, srt-mois
             USING f-travail
             GIVING f-trie
        PERFORM Rapprocher-Couts-Comptables
        ACCEPT date-jour FROM DATE
        PERFORM Imprimer-Fiches
        MOVE WS-Total-Controle TO WS-Total-Controle-Aff
        MOVE WS-Total-Couts    TO WS-Total-Couts-Aff
        DISPLAY "Employes lus (EMPLOYES)    : " WS-Nbre-Employes-Lus
        DISPLAY "Dossiers archives lus      : " WS-Nbre-Archives-Lus
        DISPLAY "Periodes closes (reemb.)   : " WS-Nbre-Periodes-Lues
        DISPLAY "Fiches de revenus          : " WS-Nbre-Fiches
        DISPLAY "Total de controle          : " WS-Total-Controle-Aff
        DISPLAY "Total CoutsComptables      : " WS-Total-Couts-Aff
        DISPLAY "Rapprochement              : " WS-Rapprochement
        IF WS-Nbre-Mois-Absents > 0
           DISPLAY "Mois sans fichier          : " WS-Mois-Absents
        END-IF
     END-IF
     PERFORM Ecrire-Compte-Rendu
     STOP RUN.

*> REVENUS_ANNEE impose l'annee declaree, sinon l'annee civile
*> precedente : le run se lance en janvier, une fois decembre cloture
*> par ExtraireCoutsComptables.
Determiner-Parametres-Run.
     ACCEPT WS-Date-Jour FROM DATE YYYYMMDD
     DISPLAY "REVENUS_ANNEE" UPON ENVIRONMENT-NAME
     ACCEPT WS-Annee-Revenus FROM ENVIRONMENT-VALUE
     IF WS-Annee-Revenus = 0
        MOVE WS-Date-Jour (1:4) TO WS-Annee-Revenus
        SUBTRACT 1 FROM WS-Annee-Revenus
     END-IF
     COMPUTE WS-Debut-Annee = WS-Annee-Revenus * 10000 + 0101
     COMPUTE WS-Fin-Annee   = WS-Annee-Revenus * 10000 + 1231
     STRING "FichesRevenus" WS-Annee-Revenus "." "dat"
        DELIMITED BY SIZE INTO WS-Nom-Declaration.

Connexion-Oracle.
     CALL "ORALogon" USING contexte-transaction
     IF NOT ct-poursuivre
        DISPLAY "Connexion Oracle impossible - fiches non etablies"
        SET ct-abandonner TO TRUE
     END-IF.

*> Meme ouverture qu'ExtraireCoutsComptables.Ouvrir-Absences : des
*> fiches sans les deductions d'absence ne retomberaient plus sur les
*> fichiers CoutsComptables transmis a la comptabilite.
Ouvrir-Absences.
     OPEN INPUT f-absences
     EVALUATE WS-Statut-Absences
        WHEN "00"
           SET WS-Absences-Disponibles TO TRUE
        WHEN "35"
           DISPLAY "Fichier des absences absent - aucune deduction"
        WHEN OTHER
           DISPLAY "Fichier des absences inaccessible (statut "
                   WS-Statut-Absences ") - fiches non etablies"
           SET ct-abandonner TO TRUE
     END-EVALUATE.

*> Tous les dossiers presents dans l'annee, sortis compris : embauche
*> au plus tard le 31/12 et, pour un sorti, sortie au plus tot le
*> 01/01.
Traiter-Employes.
     MOVE "TRAITER-EMPLOYES" TO ct-paragraphe
*>   EXEC SQL
*>       DECLARE C-REVENUS CURSOR FOR
*>       SELECT * FROM EMPLOYES
*>       WHERE DATE_EMBAUCHE <= :WS-Fin-Annee
*>         AND (STATUT = 'A' OR DATE_SORTIE >= :WS-Debut-Annee)
*>       ORDER BY MATRICULE
*>   END-EXEC.
*>   EXEC SQL OPEN C-REVENUS END-EXEC.
     MOVE "E" TO WS-Source-Dossier
     SET eof-false TO TRUE
     PERFORM Fetch-Revenus
     PERFORM TEST BEFORE UNTIL eof-true
        ADD 1 TO WS-Nbre-Employes-Lus
        PERFORM Calculer-Un-Employe
        PERFORM Fetch-Revenus
     END-PERFORM.
*>   EXEC SQL CLOSE C-REVENUS END-EXEC.

Fetch-Revenus.
*>   EXEC SQL FETCH C-REVENUS INTO :enreg-employe END-EXEC.
     IF ct-sqlstate-class = "02"
        SET eof-true TO TRUE
     ELSE
        IF NOT ct-sqlstate-ok
           CALL "ORAError" USING contexte-transaction
           SET eof-true TO TRUE
        END-IF
     END-IF.

*> Les dossiers deja passes aux archives ont quitte EMPLOYES mais
*> peuvent avoir ete payes dans l'annee (ARCHIVE_NB_ANNEES reduit) ;
*> leur HISTO_SALAIRE est toujours en base.
Traiter-Archives.
     MOVE "R" TO WS-Source-Dossier
     OPEN INPUT f-archives
     IF WS-Statut-Archives = "00"
        SET eof-false TO TRUE
        READ f-archives AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           MOVE arc-dossier TO enreg-employe
           IF date-embauche-employe NOT > WS-Fin-Annee
              AND date-sortie-employe NOT < WS-Debut-Annee
              ADD 1 TO WS-Nbre-Archives-Lus
              PERFORM Calculer-Un-Employe
           END-IF
           READ f-archives AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-archives
     END-IF.

*> Periodes d'emploi closes par une reembauche (PERIODES_EMPLOI) : le
*> dossier en base ne porte plus que la periode en cours, la periode
*> close est calculee ici, sous le meme matricule, avec le meme
*> HISTO_SALAIRE. Les periodes closes d'un dossier repris des
*> archives (SOURCE 'A') sont deja couvertes par la ligne d'archive
*> lue dans Traiter-Archives.
Traiter-Periodes-Closes.
     MOVE "TRAITER-PERIODES" TO ct-paragraphe
*>   EXEC SQL
*>       DECLARE C-PERIODES CURSOR FOR
*>       SELECT MATRICULE, NOM, PRENOM, DEPARTEMENT, FONCTION,
*>              DATE_EMBAUCHE, SALAIRE, STATUT, DATE_SORTIE
*>       FROM PERIODES_EMPLOI
*>       WHERE SOURCE = 'B'
*>         AND DATE_EMBAUCHE <= :WS-Fin-Annee
*>         AND DATE_SORTIE >= :WS-Debut-Annee
*>       ORDER BY MATRICULE, DATE_EMBAUCHE
*>   END-EXEC.
*>   EXEC SQL OPEN C-PERIODES END-EXEC.
     MOVE "P" TO WS-Source-Dossier
     SET eof-false TO TRUE
     PERFORM Fetch-Periode
     PERFORM TEST BEFORE UNTIL eof-true
        ADD 1 TO WS-Nbre-Periodes-Lues
        SET emp-termine TO TRUE
        PERFORM Calculer-Un-Employe
        PERFORM Fetch-Periode
     END-PERFORM.
*>   EXEC SQL CLOSE C-PERIODES END-EXEC.

Fetch-Periode.
*>   EXEC SQL FETCH C-PERIODES INTO :enreg-employe END-EXEC.
     IF ct-sqlstate-class = "02"
        SET eof-true TO TRUE
     ELSE
        IF NOT ct-sqlstate-ok
           CALL "ORAError" USING contexte-transaction
           SET eof-true TO TRUE
        END-IF
     END-IF.

Calculer-Un-Employe.
     PERFORM Charger-Histo-Salaire
     PERFORM VARYING WS-Idx-Mois FROM 1 BY 1 UNTIL WS-Idx-Mois > 12
        PERFORM Calculer-Un-Mois
     END-PERFORM.

Charger-Histo-Salaire.
     MOVE "CHARGER-HISTO" TO ct-paragraphe
     MOVE 0 TO WS-Nb-Histo
*>   EXEC SQL
*>       DECLARE C-HISTO CURSOR FOR
*>       SELECT DATE_CHANGEMENT, ANCIEN_SALAIRE, NOUVEAU_SALAIRE
*>       FROM HISTO_SALAIRE
*>       WHERE MATRICULE = :matricule-employe
*>       ORDER BY DATE_CHANGEMENT
*>   END-EXEC.
*>   EXEC SQL OPEN C-HISTO END-EXEC.
     SET eof-histo-false TO TRUE
     PERFORM Fetch-Histo
     PERFORM TEST BEFORE UNTIL eof-histo-true
        IF WS-Nb-Histo < 100
           ADD 1 TO WS-Nb-Histo
           MOVE WS-Histo-Date    TO WS-His-Date (WS-Nb-Histo)
           MOVE WS-Histo-Ancien  TO WS-His-Ancien (WS-Nb-Histo)
           MOVE WS-Histo-Nouveau TO WS-His-Nouveau (WS-Nb-Histo)
        END-IF
        PERFORM Fetch-Histo
     END-PERFORM.
*>   EXEC SQL CLOSE C-HISTO END-EXEC.

Fetch-Histo.
*>   EXEC SQL
*>       FETCH C-HISTO INTO :WS-Histo-Date, :WS-Histo-Ancien,
*>                          :WS-Histo-Nouveau
*>   END-EXEC.
     IF ct-sqlstate-class = "02"
        SET eof-histo-true TO TRUE
     ELSE
        IF NOT ct-sqlstate-ok
           CALL "ORAError" USING contexte-transaction
           SET eof-histo-true TO TRUE
        END-IF
     END-IF.

*> Jours payes du mois au prorata de l'embauche et de la sortie, moins
*> les jours d'absence non remuneree, exactement comme
*> ExtraireCoutsComptables.Cumuler-Un-Employe, pour
*> que la somme des fiches retombe sur la somme des fichiers
*> mensuels transmis a la comptabilite.
Calculer-Un-Mois.
     MOVE WS-Annee-Revenus TO WS-Periode-Annee
     MOVE WS-Idx-Mois      TO WS-Periode-Mois
     PERFORM Calculer-Jours-Du-Mois
     COMPUTE WS-Debut-Periode = WS-Periode-Annee * 10000
                              + WS-Periode-Mois * 100 + 1
     COMPUTE WS-Fin-Periode   = WS-Periode-Annee * 10000
                              + WS-Periode-Mois * 100
                              + WS-Jours-Du-Mois
     MOVE 0 TO WS-Jours-Travailles
     IF date-embauche-employe > WS-Fin-Periode
        CONTINUE
     ELSE
        IF emp-termine AND date-sortie-employe < WS-Debut-Periode
           CONTINUE
        ELSE
           IF date-embauche-employe < WS-Debut-Periode
              MOVE 1 TO WS-Jour-Debut
           ELSE
              MOVE jj-embauche-employe TO WS-Jour-Debut
           END-IF
           IF emp-termine AND date-sortie-employe NOT > WS-Fin-Periode
              MOVE jj-sortie-employe TO WS-Jour-Fin
           ELSE
              MOVE WS-Jours-Du-Mois TO WS-Jour-Fin
           END-IF
           COMPUTE WS-Jours-Travailles =
                   WS-Jour-Fin - WS-Jour-Debut + 1
        END-IF
     END-IF
     IF WS-Jours-Travailles > 0
        PERFORM Compter-Jours-Non-Payes
        COMPUTE WS-Jours-Payes = WS-Jours-Travailles - WS-Jours-Non-Payes
        PERFORM Determiner-Salaire-Du-Mois
        COMPUTE WS-Montant-Du-Mois ROUNDED =
                WS-Salaire-Du-Mois * WS-Jours-Payes
                / WS-Jours-Du-Mois
        PERFORM Ecrire-Ligne-Travail
     END-IF.

*> Copie d'ExtraireCoutsComptables.Compter-Jours-Non-Payes : absences
*> de l'employe dans l'ordre de la cle, actives et non remunerees,
*> ramenees aux jours presents du mois (WS-Jour-Debut a WS-Jour-Fin).
Compter-Jours-Non-Payes.
     MOVE 0 TO WS-Jours-Non-Payes
     IF WS-Absences-Disponibles
        SET eof-absence-false TO TRUE
        MOVE matricule-employe TO abs-matricule
        MOVE 0 TO abs-date-debut
        START f-absences KEY IS NOT LESS THAN cle-absence
           INVALID KEY SET eof-absence-true TO TRUE
        END-START
        IF NOT eof-absence-true
           READ f-absences NEXT RECORD
              AT END SET eof-absence-true TO TRUE
           END-READ
        END-IF
        PERFORM TEST BEFORE UNTIL eof-absence-true
           IF abs-matricule NOT = matricule-employe
              OR abs-date-debut > WS-Fin-Periode
              SET eof-absence-true TO TRUE
           ELSE
              IF abs-active AND abs-non-payee
                 AND abs-date-fin NOT < WS-Debut-Periode
                 PERFORM Deduire-Absence
              END-IF
              READ f-absences NEXT RECORD
                 AT END SET eof-absence-true TO TRUE
              END-READ
           END-IF
        END-PERFORM
     END-IF
     IF WS-Jours-Non-Payes > WS-Jours-Travailles
        MOVE WS-Jours-Travailles TO WS-Jours-Non-Payes
     END-IF.

Deduire-Absence.
     IF abs-date-debut < WS-Debut-Periode
        MOVE 1 TO WS-Abs-Jour-Debut
     ELSE
        MOVE abs-date-debut TO WS-Date-Absence
        MOVE WS-Date-Absence-Jj TO WS-Abs-Jour-Debut
     END-IF
     IF abs-date-fin > WS-Fin-Periode
        MOVE WS-Jours-Du-Mois TO WS-Abs-Jour-Fin
     ELSE
        MOVE abs-date-fin TO WS-Date-Absence
        MOVE WS-Date-Absence-Jj TO WS-Abs-Jour-Fin
     END-IF
     IF WS-Abs-Jour-Debut < WS-Jour-Debut
        MOVE WS-Jour-Debut TO WS-Abs-Jour-Debut
     END-IF
     IF WS-Abs-Jour-Fin > WS-Jour-Fin
        MOVE WS-Jour-Fin TO WS-Abs-Jour-Fin
     END-IF
     IF WS-Abs-Jour-Fin NOT < WS-Abs-Jour-Debut
        COMPUTE WS-Jours-Non-Payes = WS-Jours-Non-Payes
              + WS-Abs-Jour-Fin - WS-Abs-Jour-Debut + 1
     END-IF.

*> Salaire en vigueur au dernier jour du mois : nouveau salaire du
*> dernier changement dont la date d'effet ne depasse pas la fin du
*> mois ; a defaut, ancien salaire du premier changement posterieur
*> (le salaire d'embauche) ; sans aucun historique, le salaire du
*> dossier.
Determiner-Salaire-Du-Mois.
     MOVE 0 TO WS-Idx-Histo-Trouve
     PERFORM VARYING WS-Idx-Histo FROM 1 BY 1
             UNTIL WS-Idx-Histo > WS-Nb-Histo
        IF WS-His-Date (WS-Idx-Histo) NOT > WS-Fin-Periode
           MOVE WS-Idx-Histo TO WS-Idx-Histo-Trouve
        ELSE
           SET WS-Idx-Histo TO WS-Nb-Histo
        END-IF
     END-PERFORM
     EVALUATE TRUE
        WHEN WS-Idx-Histo-Trouve > 0
           MOVE WS-His-Nouveau (WS-Idx-Histo-Trouve)
                TO WS-Salaire-Du-Mois
        WHEN WS-Nb-Histo > 0
           MOVE WS-His-Ancien (1) TO WS-Salaire-Du-Mois
        WHEN OTHER
           MOVE salaire-employe TO WS-Salaire-Du-Mois
     END-EVALUATE.

Ecrire-Ligne-Travail.
     MOVE matricule-employe     TO WS-Rev-Matricule
     MOVE WS-Idx-Mois           TO WS-Rev-Mois
     MOVE nom-employe           TO WS-Rev-Nom
     MOVE prenom-employe        TO WS-Rev-Prenom
     MOVE departement-employe   TO WS-Rev-Departement
     MOVE fonction-employe      TO WS-Rev-Fonction
     MOVE date-embauche-employe TO WS-Rev-Embauche
     IF emp-termine
        MOVE date-sortie-employe TO WS-Rev-Sortie
     ELSE
        MOVE 0 TO WS-Rev-Sortie
     END-IF
     MOVE WS-Source-Dossier     TO WS-Rev-Source
     MOVE statut-employe        TO WS-Rev-Statut
     MOVE WS-Jours-Payes        TO WS-Rev-Jours-Payes
     MOVE WS-Jours-Du-Mois      TO WS-Rev-Jours-Mois
     MOVE WS-Salaire-Du-Mois    TO WS-Rev-Salaire-Mensuel
     MOVE WS-Montant-Du-Mois    TO WS-Rev-Montant
     MOVE WS-Ligne-Revenu       TO ligne-travail
     WRITE ligne-travail
     ADD 1 TO WS-Nbre-Lignes-Mois.

*> Nombre de jours du mois de la periode, annee bissextile comprise
*> (meme calcul que ExtraireCoutsComptables).
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

*> Somme des totaux de controle des douze fichiers
*> CoutsComptables<AAAAMM>.dat de l'annee. Un mois absent (ou sans
*> fin de fichier) rend le rapprochement impossible : il est note
*> INCOMPLET avec la liste des mois manquants.
Rapprocher-Couts-Comptables.
     MOVE 0 TO WS-Total-Couts, WS-Nbre-Mois-Absents
     MOVE SPACES TO WS-Mois-Absents
     MOVE 1 TO WS-Ptr-Mois-Absents
     PERFORM VARYING WS-Idx-Mois FROM 1 BY 1 UNTIL WS-Idx-Mois > 12
        PERFORM Lire-Un-Fichier-Couts
     END-PERFORM
     PERFORM Totaliser-Travail
     EVALUATE TRUE
        WHEN WS-Nbre-Mois-Absents > 0
           MOVE "INCOMPLET"  TO WS-Rapprochement
        WHEN WS-Total-Couts NOT = WS-Total-Controle
           MOVE "DIVERGENCE" TO WS-Rapprochement
        WHEN OTHER
           MOVE "CONCORDANT" TO WS-Rapprochement
     END-EVALUATE.

Lire-Un-Fichier-Couts.
     MOVE WS-Annee-Revenus TO WS-Periode-Annee
     MOVE WS-Idx-Mois      TO WS-Periode-Mois
     MOVE SPACES TO WS-Nom-Fichier-Couts
     STRING "CoutsComptables" WS-Periode "." "dat"
        DELIMITED BY SIZE INTO WS-Nom-Fichier-Couts
     MOVE "N" TO WS-Trailer-Trouve
     OPEN INPUT f-couts
     IF WS-Statut-Couts = "00"
        MOVE "N" TO WS-Fin-Fichier-Couts
        READ f-couts AT END SET WS-Plus-De-Couts TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL WS-Plus-De-Couts
           IF cfn-code = "T"
              ADD cfn-total-controle TO WS-Total-Couts
              SET WS-Trailer-Present TO TRUE
           END-IF
           READ f-couts AT END SET WS-Plus-De-Couts TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-couts
     END-IF
     IF NOT WS-Trailer-Present
        ADD 1 TO WS-Nbre-Mois-Absents
        STRING WS-Periode-Mois " " DELIMITED BY SIZE
           INTO WS-Mois-Absents WITH POINTER WS-Ptr-Mois-Absents
        END-STRING
     END-IF.

*> Total de controle de la declaration, calcule sur le fichier trie
*> avant l'impression pour que le rapprochement figure deja dans le
*> recapitulatif final des fiches.
Totaliser-Travail.
     MOVE 0 TO WS-Total-Controle
     OPEN INPUT f-trie
     SET eof-false TO TRUE
     READ f-trie AT END SET eof-true TO TRUE
     END-READ
     PERFORM TEST BEFORE UNTIL eof-true
        ADD rev-montant TO WS-Total-Controle
        READ f-trie AT END SET eof-true TO TRUE
        END-READ
     END-PERFORM
     CLOSE f-trie.

*> Une fiche par employe et, au changement de matricule, la ligne de
*> l'employe dans le fichier de declaration.
Imprimer-Fiches.
     OPEN INPUT f-trie
     OPEN OUTPUT f-output
     OPEN OUTPUT f-declaration
     MOVE SPACES            TO ligne-entete-declaration
     MOVE "H"               TO ent-code
     MOVE WS-Annee-Revenus  TO ent-annee
     MOVE WS-Date-Jour      TO ent-date-creation
     WRITE ligne-entete-declaration
     MOVE 0 TO WS-Matricule-Precedent, WS-Nbre-Fiches
     INITIATE rapport-revenus
     SET eof-false TO TRUE
     READ f-trie AT END SET eof-true TO TRUE
     END-READ
     PERFORM TEST BEFORE UNTIL eof-true
        IF rev-matricule NOT = WS-Matricule-Precedent
           IF WS-Matricule-Precedent NOT = 0
              PERFORM Ecrire-Ligne-Declaration
           END-IF
           PERFORM Debuter-Fiche
        END-IF
        MOVE WS-Libelle-Un-Mois (rev-mois) TO WS-Libelle-Mois
*>      Sortie et reembauche dans le meme mois : deux lignes pour un
*>      seul mois paye dans la declaration.
        IF rev-mois NOT = WS-Mois-Precedent
           ADD 1        TO WS-Dec-Nbre-Mois
        END-IF
        MOVE rev-mois   TO WS-Mois-Precedent
        ADD rev-montant TO WS-Dec-Total
        GENERATE detail-mois
        READ f-trie AT END SET eof-true TO TRUE
        END-READ
     END-PERFORM
     IF WS-Matricule-Precedent NOT = 0
        PERFORM Ecrire-Ligne-Declaration
     END-IF
     TERMINATE rapport-revenus
     MOVE SPACES            TO ligne-fin-declaration
     MOVE "T"               TO fin-code
     MOVE WS-Annee-Revenus  TO fin-annee
     MOVE WS-Nbre-Fiches    TO fin-nbre-lignes
     MOVE WS-Total-Controle TO fin-total-controle
     WRITE ligne-fin-declaration
     CLOSE f-trie, f-output, f-declaration.

Debuter-Fiche.
     MOVE rev-matricule TO WS-Matricule-Precedent
     MOVE rev-nom       TO WS-Dec-Nom
     MOVE rev-prenom    TO WS-Dec-Prenom
     MOVE 0 TO WS-Dec-Nbre-Mois, WS-Dec-Total, WS-Mois-Precedent
     ADD 1 TO WS-Nbre-Fiches
     EVALUATE TRUE
        WHEN rev-archive
           MOVE "(dossier archive)"   TO WS-Libelle-Source
        WHEN rev-periode-close
           MOVE "(reembauche)"        TO WS-Libelle-Source
        WHEN rev-statut = "I"
           MOVE "(sorti)"             TO WS-Libelle-Source
        WHEN OTHER
           MOVE SPACES                TO WS-Libelle-Source
     END-EVALUATE.

Ecrire-Ligne-Declaration.
     MOVE SPACES                 TO ligne-declaration
     MOVE "D"                    TO dec-code
     MOVE WS-Annee-Revenus       TO dec-annee
     MOVE WS-Matricule-Precedent TO dec-matricule
     MOVE WS-Dec-Nom             TO dec-nom
     MOVE WS-Dec-Prenom          TO dec-prenom
     MOVE WS-Dec-Nbre-Mois       TO dec-nbre-mois
     MOVE WS-Dec-Total           TO dec-total-annuel
     WRITE ligne-declaration.

*> Compte rendu d'etape pour PiloterChaineNuit (sans effet hors
*> chaine). Une divergence avec les fichiers comptables est un echec,
*> comme la DIVERGENCE de reconciliation de ReportRupture ; un
*> rapprochement INCOMPLET est signale mais n'arrete pas la chaine.
Ecrire-Compte-Rendu.
     MOVE SPACES TO enreg-compte-rendu
     MOVE ct-programme TO cr-programme
     COMPUTE cr-nbre-lus = WS-Nbre-Employes-Lus + WS-Nbre-Archives-Lus
                         + WS-Nbre-Periodes-Lues
     MOVE WS-Nbre-Fiches TO cr-nbre-ecrits
     MOVE 0              TO cr-nbre-rejetes
     IF NOT ct-poursuivre OR WS-Rappr-Divergence
        SET cr-echec TO TRUE
     ELSE
        SET cr-succes TO TRUE
     END-IF
     CALL "EcrireCompteRendu" USING enreg-compte-rendu
     IF cr-echec
        MOVE 8 TO RETURN-CODE
     END-IF.
