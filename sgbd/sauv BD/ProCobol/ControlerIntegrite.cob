IDENTIFICATION DIVISION.
PROGRAM-ID. ControlerIntegrite.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
   DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-departements     ASSIGN TO "Departements.dat"
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-Statut-Departements.
    SELECT f-sections         ASSIGN TO "Sections.dat"
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-Statut-Sections.
    SELECT f-archives         ASSIGN TO "ArchivesEmployes.dat"
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-Statut-Archives.
    SELECT f-etudiants-maitre ASSIGN TO "EtudiantsMaitre.dat"
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS matricule
                               ALTERNATE RECORD KEY IS nom WITH DUPLICATES
                               ALTERNATE RECORD KEY IS institut WITH DUPLICATES
                               FILE STATUS IS WS-Statut-Maitre.
    SELECT f-affectations     ASSIGN TO "Affectations.dat"
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS cle-affectation
                               ALTERNATE RECORD KEY IS aff-matricule-employe
                                  WITH DUPLICATES
                               FILE STATUS IS WS-Statut-Affectations.
    SELECT f-travail          ASSIGN TO "IntegriteTravail.tmp"
                               ORGANIZATION LINE SEQUENTIAL.
    SELECT f-trie             ASSIGN TO "IntegriteTries.tmp"
                               ORGANIZATION LINE SEQUENTIAL.
    SELECT f-sort             ASSIGN TO "sortwkint".
    SELECT f-rapport          ASSIGN TO DYNAMIC WS-Nom-Rapport
                               ORGANIZATION LINE SEQUENTIAL.
    SELECT f-controle         ASSIGN TO "ControleIntegrite.dat"
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-Statut-Controle.
DATA DIVISION.
FILE SECTION.
FD  f-departements.
    COPY "Departements.cpy".
FD  f-sections.
    COPY "Sections.cpy".
*> Meme enregistrement que ArchiverEmployes : le dossier complet au
*> format Employes.cpy suivi de la date d'archivage.
FD  f-archives.
01  enreg-archive.
    02  arc-dossier          PIC X(90).
    02  arc-date-archivage   PIC 9(08).
FD  f-etudiants-maitre.
    COPY "Etudiants.cpy".
FD  f-affectations.
    COPY "Affectations.cpy".
FD  f-travail.
01  ligne-travail               PIC X(87).
*> Une ligne par anomalie, triee par regle puis par cle (matricule ou
*> section) : le rapport regroupe les anomalies d'une meme regle.
FD  f-trie.
01  rec-anomalie.
    02  ano-num-regle           PIC 9(02).
    02  ano-cle                 PIC X(10).
    02  ano-nom                 PIC X(20).
    02  ano-prenom              PIC X(15).
    02  ano-valeur              PIC X(40).
SD  f-sort.
01  rec-sort-anomalie.
    02  srt-num-regle           PIC 9(02).
    02  srt-cle                 PIC X(10).
    02  FILLER                  PIC X(75).
FD  f-rapport.
01  ligne-rapport               PIC X(100).
FD  f-controle.
    COPY "ControleIntegrite.cpy".
WORKING-STORAGE SECTION.
COPY "Employes.cpy".
COPY "TransCtx.cpy".
COPY "CompteRendu.cpy".
01  WS-Statut-Departements      PIC XX.
01  WS-Statut-Sections          PIC XX.
01  WS-Statut-Archives          PIC XX.
01  WS-Statut-Maitre            PIC XX.
01  WS-Statut-Affectations      PIC XX.
01  WS-Statut-Controle          PIC XX.
01  WS-Nom-Rapport              PIC X(30).
01  WS-Date-Jour                PIC 9(08).
01  WS-Heure-Jour               PIC 9(08).
01  WS-Annee-Max                PIC 9(01) VALUE 0.
01  WS-Salaire-Signe            PIC S9(06)V99 VALUE 0.
01  WS-Salaire-Aff              PIC -(6)9,99.
01  WS-Nbre-Trouves             PIC 9(06) VALUE 0.
01  WS-Nbre-Reembauches         PIC 9(06) VALUE 0.
01  WS-Nbre-Employes-Lus        PIC 9(06) VALUE 0.
01  WS-Nbre-Archives-Lus        PIC 9(06) VALUE 0.
01  WS-Nbre-Etudiants-Lus       PIC 9(06) VALUE 0.
01  WS-Nbre-Affectations-Lues   PIC 9(06) VALUE 0.
01  WS-Nbre-Anomalies           PIC 9(06) VALUE 0.
01  WS-Effectif-Aff             PIC ZZZ9.
01  WS-Capacite-Aff             PIC ZZZ9.
01  WS-Nombre-Aff               PIC ZZZZ9.
01  WS-Regle-Precedente         PIC 9(02) VALUE 0.
01  WS-Controle-Partiel         PIC X VALUE "N".
    88  WS-Controle-Incomplet   VALUE "O".
01  eof                         PIC 9.
    88  eof-true                VALUE 1.
    88  eof-false               VALUE 0.

*> Regles controlees, dans l'ordre du rapport. Le numero d'ordre sert
*> de cle de tri des anomalies, le code de deux caracteres est repris
*> dans ControleIntegrite.dat et dans RapportFinJournee.
01  WS-Libelles-Regles.
    02  FILLER PIC X(32) VALUE "E1DEPARTEMENT INCONNU".
    02  FILLER PIC X(32) VALUE "E2SALAIRE NUL OU NEGATIF".
    02  FILLER PIC X(32) VALUE "E3DATE D'EMBAUCHE FUTURE".
    02  FILLER PIC X(32) VALUE "E4SORTI SANS DATE DE SORTIE".
    02  FILLER PIC X(32) VALUE "E5ACTIF AVEC DATE DE SORTIE".
    02  FILLER PIC X(32) VALUE "E6MATRICULE AUSSI EN ARCHIVES".
    02  FILLER PIC X(32) VALUE "S1SECTION INCONNUE".
    02  FILLER PIC X(32) VALUE "S2ANNEE D'ETUDE INVALIDE".
    02  FILLER PIC X(32) VALUE "S3RESULTAT INVALIDE".
    02  FILLER PIC X(32) VALUE "S4SECTION EN SURCAPACITE".
    02  FILLER PIC X(32) VALUE "A1AFFECTATION ORPHELINE".
01  WS-Table-Regles REDEFINES WS-Libelles-Regles.
    02  WS-Regle OCCURS 11 TIMES.
        03  WS-Regle-Code       PIC X(02).
        03  WS-Regle-Libelle    PIC X(30).
01  WS-Compteurs-Regles.
    02  WS-Regle-Nombre OCCURS 11 TIMES PIC 9(05).
01  WS-Nb-Regles                PIC S9(4) BINARY VALUE 11.
01  WS-Idx-Regle                PIC S9(4) BINARY VALUE 0.

*> Tables de reference chargees une fois : departements (code) et
*> sections (code, capacite, statut, effectif cumule pendant le
*> parcours du fichier maitre). Une table incomplete (fichier absent
*> ou plus de 200 codes) ferait signaler des codes valides comme
*> inconnus : les regles qui en dependent sont alors sautees et le
*> controle est declare partiel.
01  WS-Departements-Charges     PIC X VALUE "O".
    88  WS-Table-Departements-Complete VALUE "O".
01  WS-Sections-Chargees        PIC X VALUE "O".
    88  WS-Table-Sections-Complete VALUE "O".
01  WS-Table-Departements.
    02  WS-Dept-Code OCCURS 200 TIMES PIC X(04).
01  WS-Nb-Departements          PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Departement          PIC S9(4) BINARY VALUE 0.
01  WS-Table-Sections.
    02  WS-Section-Ligne OCCURS 200 TIMES.
        03  WS-Sect-Code          PIC X(04).
        03  WS-Sect-Capacite      PIC 9(03).
        03  WS-Sect-Statut        PIC X(01).
        03  WS-Sect-Effectif      PIC S9(4) BINARY.
01  WS-Nb-Lignes-Sections       PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Section              PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Trouve               PIC S9(4) BINARY VALUE 0.
01  WS-Code-Recherche           PIC X(04).

01  WS-Ligne-Anomalie.
    02  WS-Ano-Num-Regle        PIC 9(02).
    02  WS-Ano-Cle              PIC X(10).
    02  WS-Ano-Nom              PIC X(20).
    02  WS-Ano-Prenom           PIC X(15).
    02  WS-Ano-Valeur           PIC X(40).

01  WS-Ligne-Detail.
    02  FILLER                  PIC X(04) VALUE SPACES.
    02  WS-LD-Cle               PIC X(10).
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LD-Nom               PIC X(20).
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LD-Prenom            PIC X(15).
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LD-Valeur            PIC X(40).
01  WS-Ligne-Synthese.
    02  FILLER                  PIC X(04) VALUE SPACES.
    02  WS-LS-Code              PIC X(02).
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LS-Libelle           PIC X(30).
    02  FILLER                  PIC X(01) VALUE SPACE.
    02  WS-LS-Nombre            PIC ZZZZ9.
PROCEDURE DIVISION.
pp SECTION.
Debut.
     MOVE "CTRLINTG" TO ct-programme
     PERFORM Determiner-Parametres-Run
     PERFORM Charger-Departements
     PERFORM Charger-Sections
     OPEN OUTPUT f-travail
     PERFORM Connexion-Oracle
     IF NOT ct-abandonner
        PERFORM Controler-Employes
        PERFORM Controler-Archives
     ELSE
        SET WS-Controle-Incomplet TO TRUE
     END-IF
     PERFORM Controler-Etudiants
     PERFORM Controler-Capacites
     IF NOT ct-abandonner
        PERFORM Controler-Affectations
     END-IF
     CALL "ORALogoff"
     CLOSE f-travail

     SORT f-sort ON ASCENDING KEY srt-num-regle, srt-cle
          USING f-travail
          GIVING f-trie

     PERFORM Ecrire-Rapport
     PERFORM Ecrire-Controle
     DISPLAY "Employes controles        : " WS-Nbre-Employes-Lus
     DISPLAY "Dossiers archives lus     : " WS-Nbre-Archives-Lus
     DISPLAY "Etudiants controles       : " WS-Nbre-Etudiants-Lus
     DISPLAY "Affectations controlees   : " WS-Nbre-Affectations-Lues
     DISPLAY "Anomalies                 : " WS-Nbre-Anomalies
     DISPLAY "Rapport ecrit : " WS-Nom-Rapport
     PERFORM Ecrire-Compte-Rendu
     STOP RUN.

*> INTEGRITE_ANNEE_MAX : derniere annee d'etude admise (3 par defaut,
*> la duree d'un graduat) ; au-dela, ou hors chiffre, l'annee est
*> signalee invalide.
Determiner-Parametres-Run.
     ACCEPT WS-Date-Jour  FROM DATE YYYYMMDD
     ACCEPT WS-Heure-Jour FROM TIME
     DISPLAY "INTEGRITE_ANNEE_MAX" UPON ENVIRONMENT-NAME
     ACCEPT WS-Annee-Max FROM ENVIRONMENT-VALUE
     IF WS-Annee-Max = 0
        MOVE 3 TO WS-Annee-Max
     END-IF
     MOVE ZEROS TO WS-Compteurs-Regles
     STRING "Integrite" WS-Date-Jour "." "res"
        DELIMITED BY SIZE INTO WS-Nom-Rapport.

Connexion-Oracle.
     CALL "ORALogon" USING contexte-transaction
     IF NOT ct-poursuivre
        DISPLAY "Connexion Oracle impossible - EMPLOYES non controle"
        SET ct-abandonner TO TRUE
     END-IF.

*> Les codes fermes restent des codes connus : un employe encore
*> rattache a un departement ferme n'est pas une anomalie de
*> structure (MaintenirReferences refuse deja la fermeture).
Charger-Departements.
     OPEN INPUT f-departements
     IF WS-Statut-Departements NOT = "00"
        DISPLAY "Fichier des departements introuvable (Departements.dat)"
                " - regle E1 non controlee"
        MOVE "N" TO WS-Departements-Charges
     ELSE
        SET eof-false TO TRUE
        READ f-departements AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           IF WS-Nb-Departements < 200
              ADD 1 TO WS-Nb-Departements
              MOVE code-departement TO WS-Dept-Code (WS-Nb-Departements)
           ELSE
              MOVE "N" TO WS-Departements-Charges
           END-IF
           READ f-departements AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-departements
        IF NOT WS-Table-Departements-Complete
           DISPLAY "Plus de 200 departements (Departements.dat)"
                   " - regle E1 non controlee"
        END-IF
     END-IF
     IF NOT WS-Table-Departements-Complete
        SET WS-Controle-Incomplet TO TRUE
     END-IF.

Charger-Sections.
     OPEN INPUT f-sections
     IF WS-Statut-Sections NOT = "00"
        DISPLAY "Fichier des sections introuvable (Sections.dat)"
                " - regle S1 non controlee"
        MOVE "N" TO WS-Sections-Chargees
     ELSE
        SET eof-false TO TRUE
        READ f-sections AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           IF WS-Nb-Lignes-Sections < 200
              ADD 1 TO WS-Nb-Lignes-Sections
              MOVE code-section
                   TO WS-Sect-Code (WS-Nb-Lignes-Sections)
              MOVE capacite-section
                   TO WS-Sect-Capacite (WS-Nb-Lignes-Sections)
              MOVE statut-section
                   TO WS-Sect-Statut (WS-Nb-Lignes-Sections)
              MOVE 0 TO WS-Sect-Effectif (WS-Nb-Lignes-Sections)
           ELSE
              MOVE "N" TO WS-Sections-Chargees
           END-IF
           READ f-sections AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-sections
        IF NOT WS-Table-Sections-Complete
           DISPLAY "Plus de 200 sections (Sections.dat)"
                   " - regle S1 non controlee"
        END-IF
     END-IF
     IF NOT WS-Table-Sections-Complete
        SET WS-Controle-Incomplet TO TRUE
     END-IF.

*> Le salaire est relu en zone signee a cote de l'enregistrement :
*> salaire-employe (non signe) ne montrerait pas un montant negatif.
Controler-Employes.
     MOVE "CONTROLER-EMPLOYES" TO ct-paragraphe
*>   EXEC SQL
*>       DECLARE C-INTEGRITE CURSOR FOR
*>       SELECT E.*, E.SALAIRE FROM EMPLOYES E
*>       ORDER BY MATRICULE
*>   END-EXEC.
*>   EXEC SQL OPEN C-INTEGRITE END-EXEC.
     SET eof-false TO TRUE
     PERFORM Fetch-Integrite
     PERFORM TEST BEFORE UNTIL eof-true
        ADD 1 TO WS-Nbre-Employes-Lus
        PERFORM Controler-Un-Employe
        PERFORM Fetch-Integrite
     END-PERFORM.
*>   EXEC SQL CLOSE C-INTEGRITE END-EXEC.

Fetch-Integrite.
*>   EXEC SQL
*>       FETCH C-INTEGRITE INTO :enreg-employe, :WS-Salaire-Signe
*>   END-EXEC.
     IF ct-sqlstate-class = "02"
        SET eof-true TO TRUE
     ELSE
        IF NOT ct-sqlstate-ok
           CALL "ORAError" USING contexte-transaction
           SET WS-Controle-Incomplet TO TRUE
           SET eof-true TO TRUE
        END-IF
     END-IF.

Controler-Un-Employe.
     MOVE 0 TO WS-Idx-Trouve
     PERFORM VARYING WS-Idx-Departement FROM 1 BY 1
             UNTIL WS-Idx-Departement > WS-Nb-Departements
        IF WS-Dept-Code (WS-Idx-Departement) = departement-employe
           MOVE WS-Idx-Departement TO WS-Idx-Trouve
           SET WS-Idx-Departement TO WS-Nb-Departements
        END-IF
     END-PERFORM
     IF WS-Idx-Trouve = 0 AND WS-Table-Departements-Complete
        MOVE SPACES TO WS-Ano-Valeur
        STRING "departement [" departement-employe "]"
           DELIMITED BY SIZE INTO WS-Ano-Valeur
        MOVE 1 TO WS-Ano-Num-Regle
        PERFORM Ecrire-Anomalie-Employe
     END-IF
     IF WS-Salaire-Signe NOT > 0
        MOVE WS-Salaire-Signe TO WS-Salaire-Aff
        MOVE SPACES TO WS-Ano-Valeur
        STRING "salaire " WS-Salaire-Aff
           DELIMITED BY SIZE INTO WS-Ano-Valeur
        MOVE 2 TO WS-Ano-Num-Regle
        PERFORM Ecrire-Anomalie-Employe
     END-IF
     IF date-embauche-employe > WS-Date-Jour
        MOVE SPACES TO WS-Ano-Valeur
        STRING "embauche " date-embauche-employe
           DELIMITED BY SIZE INTO WS-Ano-Valeur
        MOVE 3 TO WS-Ano-Num-Regle
        PERFORM Ecrire-Anomalie-Employe
     END-IF
     IF emp-termine
        AND (date-sortie-employe = ZEROS OR date-sortie-employe = SPACES)
        MOVE "statut I, date de sortie vide" TO WS-Ano-Valeur
        MOVE 4 TO WS-Ano-Num-Regle
        PERFORM Ecrire-Anomalie-Employe
     END-IF
     IF emp-actif
        AND date-sortie-employe NOT = ZEROS
        AND date-sortie-employe NOT = SPACES
        MOVE SPACES TO WS-Ano-Valeur
        STRING "statut A, sortie " date-sortie-employe
           DELIMITED BY SIZE INTO WS-Ano-Valeur
        MOVE 5 TO WS-Ano-Num-Regle
        PERFORM Ecrire-Anomalie-Employe
     END-IF.

*> Un dossier archive a quitte EMPLOYES (ArchiverEmployes le supprime
*> apres l'avoir copie) : le retrouver encore en base signale une
*> archive rejouee ou un DELETE qui n'a pas abouti - sauf s'il a ete
*> reembauche par AjouterEmployes, qui a alors clos cette periode
*> dans PERIODES_EMPLOI (SOURCE 'A', meme date de sortie).
Controler-Archives.
     OPEN INPUT f-archives
     IF WS-Statut-Archives = "00"
        SET eof-false TO TRUE
        READ f-archives AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           ADD 1 TO WS-Nbre-Archives-Lus
           MOVE arc-dossier TO enreg-employe
           PERFORM Rechercher-Matricule-Employe
           IF WS-Nbre-Trouves > 0
              PERFORM Rechercher-Reembauche-Archive
           END-IF
           IF WS-Nbre-Trouves > 0
              MOVE SPACES TO WS-Ano-Valeur
              STRING "archive le " arc-date-archivage
                 DELIMITED BY SIZE INTO WS-Ano-Valeur
              MOVE 6 TO WS-Ano-Num-Regle
              PERFORM Ecrire-Anomalie-Employe
           END-IF
           READ f-archives AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-archives
     END-IF.

Rechercher-Matricule-Employe.
     MOVE "RECHERCHER-MATRICULE" TO ct-paragraphe
     MOVE 0 TO WS-Nbre-Trouves
*>   EXEC SQL
*>       SELECT COUNT(*) INTO :WS-Nbre-Trouves
*>       FROM EMPLOYES
*>       WHERE MATRICULE = :matricule-employe
*>   END-EXEC.
     IF NOT ct-sqlstate-ok
        CALL "ORAError" USING contexte-transaction
     END-IF.

Rechercher-Reembauche-Archive.
     MOVE "RECHERCHER-REEMBAUCHE" TO ct-paragraphe
     MOVE 0 TO WS-Nbre-Reembauches
*>   EXEC SQL
*>       SELECT COUNT(*) INTO :WS-Nbre-Reembauches
*>       FROM PERIODES_EMPLOI
*>       WHERE MATRICULE = :matricule-employe
*>         AND SOURCE = 'A'
*>         AND DATE_SORTIE = :date-sortie-employe
*>   END-EXEC.
     IF NOT ct-sqlstate-ok
        CALL "ORAError" USING contexte-transaction
     ELSE
        IF WS-Nbre-Reembauches > 0
           MOVE 0 TO WS-Nbre-Trouves
        END-IF
     END-IF.

Ecrire-Anomalie-Employe.
     MOVE matricule-employe TO WS-Ano-Cle
     MOVE nom-employe       TO WS-Ano-Nom
     MOVE prenom-employe    TO WS-Ano-Prenom
     PERFORM Ecrire-Anomalie.

*> Parcours complet par cle primaire, meme technique que
*> MaintenirReferences.Compter-Etudiants-Section ; l'effectif de
*> chaque section connue est cumule pour le controle de capacite.
Controler-Etudiants.
     OPEN INPUT f-etudiants-maitre
     IF WS-Statut-Maitre NOT = "00"
        DISPLAY "Fichier des etudiants introuvable (statut "
                WS-Statut-Maitre ") - etudiants non controles"
        SET WS-Controle-Incomplet TO TRUE
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
           ADD 1 TO WS-Nbre-Etudiants-Lus
           PERFORM Controler-Un-Etudiant
           READ f-etudiants-maitre NEXT RECORD
              AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-etudiants-maitre
     END-IF.

Controler-Un-Etudiant.
     MOVE num-section TO WS-Code-Recherche
     PERFORM Rechercher-Section
     IF WS-Idx-Trouve = 0
        IF WS-Table-Sections-Complete
           MOVE SPACES TO WS-Ano-Valeur
           STRING "section [" num-section "]"
              DELIMITED BY SIZE INTO WS-Ano-Valeur
           MOVE 7 TO WS-Ano-Num-Regle
           PERFORM Ecrire-Anomalie-Etudiant
        END-IF
     ELSE
        ADD 1 TO WS-Sect-Effectif (WS-Idx-Trouve)
     END-IF
     IF annee-etude NOT NUMERIC
        OR annee-etude = "0"
        OR annee-etude > WS-Annee-Max
        MOVE SPACES TO WS-Ano-Valeur
        STRING "annee d'etude [" annee-etude "]"
           DELIMITED BY SIZE INTO WS-Ano-Valeur
        MOVE 8 TO WS-Ano-Num-Regle
        PERFORM Ecrire-Anomalie-Etudiant
     END-IF
     IF NOT etu-reussite AND NOT etu-echec AND NOT etu-incomplet
        AND resultat-etudiant NOT = SPACE
        MOVE SPACES TO WS-Ano-Valeur
        STRING "resultat [" resultat-etudiant "]"
           DELIMITED BY SIZE INTO WS-Ano-Valeur
        MOVE 9 TO WS-Ano-Num-Regle
        PERFORM Ecrire-Anomalie-Etudiant
     END-IF.

Ecrire-Anomalie-Etudiant.
     MOVE matricule TO WS-Ano-Cle
     MOVE nom       TO WS-Ano-Nom
     MOVE prenom    TO WS-Ano-Prenom
     PERFORM Ecrire-Anomalie.

Rechercher-Section.
     MOVE 0 TO WS-Idx-Trouve
     PERFORM VARYING WS-Idx-Section FROM 1 BY 1
             UNTIL WS-Idx-Section > WS-Nb-Lignes-Sections
        IF WS-Sect-Code (WS-Idx-Section) = WS-Code-Recherche
           MOVE WS-Idx-Section TO WS-Idx-Trouve
           SET WS-Idx-Section TO WS-Nb-Lignes-Sections
        END-IF
     END-PERFORM.

Controler-Capacites.
     PERFORM VARYING WS-Idx-Section FROM 1 BY 1
             UNTIL WS-Idx-Section > WS-Nb-Lignes-Sections
        IF WS-Sect-Effectif (WS-Idx-Section)
           > WS-Sect-Capacite (WS-Idx-Section)
           MOVE WS-Sect-Effectif (WS-Idx-Section) TO WS-Effectif-Aff
           MOVE WS-Sect-Capacite (WS-Idx-Section) TO WS-Capacite-Aff
           MOVE WS-Sect-Code (WS-Idx-Section)     TO WS-Ano-Cle
           MOVE SPACES TO WS-Ano-Nom, WS-Ano-Prenom, WS-Ano-Valeur
           STRING "effectif " WS-Effectif-Aff
                  " capacite " WS-Capacite-Aff
              DELIMITED BY SIZE INTO WS-Ano-Valeur
           MOVE 10 TO WS-Ano-Num-Regle
           PERFORM Ecrire-Anomalie
        END-IF
     END-PERFORM.

*> Affectations restees en place apres la sortie de l'employe, ou sur
*> une section fermee ou disparue (voir ModifierEmployes et
*> MaintenirAffectations) : elles attendent un remplacant.
Controler-Affectations.
     OPEN INPUT f-affectations
     IF WS-Statut-Affectations = "00"
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
           ADD 1 TO WS-Nbre-Affectations-Lues
           PERFORM Controler-Une-Affectation
           READ f-affectations NEXT RECORD AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-affectations
     END-IF.

Controler-Une-Affectation.
     MOVE SPACES TO WS-Ano-Valeur
     MOVE aff-num-section TO WS-Code-Recherche
     PERFORM Rechercher-Section
     IF WS-Idx-Trouve = 0
        IF WS-Table-Sections-Complete
           STRING "section " aff-num-section " inconnue"
              DELIMITED BY SIZE INTO WS-Ano-Valeur
        END-IF
     ELSE
        IF WS-Sect-Statut (WS-Idx-Trouve) = "F"
           STRING "section " aff-num-section " fermee"
              DELIMITED BY SIZE INTO WS-Ano-Valeur
        END-IF
     END-IF
     IF WS-Ano-Valeur = SPACES
        MOVE "CONTROLER-AFFECTATION" TO ct-paragraphe
        MOVE SPACE TO statut-employe
*>      EXEC SQL
*>          SELECT STATUT INTO :statut-employe
*>          FROM EMPLOYES
*>          WHERE MATRICULE = :aff-matricule-employe
*>      END-EXEC.
        EVALUATE TRUE
           WHEN ct-sqlstate-class = "02"
              STRING "section " aff-num-section " employe inconnu"
                 DELIMITED BY SIZE INTO WS-Ano-Valeur
           WHEN NOT ct-sqlstate-ok
              CALL "ORAError" USING contexte-transaction
           WHEN NOT emp-actif
              STRING "section " aff-num-section " employe sorti"
                 DELIMITED BY SIZE INTO WS-Ano-Valeur
        END-EVALUATE
     END-IF
     IF WS-Ano-Valeur NOT = SPACES
        MOVE aff-matricule-employe TO WS-Ano-Cle
        MOVE aff-nom-employe       TO WS-Ano-Nom
        MOVE aff-prenom-employe    TO WS-Ano-Prenom
        MOVE 11 TO WS-Ano-Num-Regle
        PERFORM Ecrire-Anomalie
     END-IF.

Ecrire-Anomalie.
     MOVE WS-Ligne-Anomalie TO ligne-travail
     WRITE ligne-travail
     ADD 1 TO WS-Regle-Nombre (WS-Ano-Num-Regle)
     ADD 1 TO WS-Nbre-Anomalies.

*> Rapport des anomalies regroupees par regle (une rubrique par
*> regle rencontree, avec son nombre), suivi de la synthese de toutes
*> les regles, y compris celles sans anomalie.
Ecrire-Rapport.
     OPEN OUTPUT f-rapport
     MOVE SPACES TO ligne-rapport
     STRING "CONTROLE D'INTEGRITE DES FICHIERS MAITRES DU "
            WS-Date-Jour
        DELIMITED BY SIZE INTO ligne-rapport
     WRITE ligne-rapport
     MOVE ALL "=" TO ligne-rapport
     WRITE ligne-rapport
     IF WS-Controle-Incomplet
        MOVE SPACES TO ligne-rapport
        STRING "CONTROLE PARTIEL : EMPLOYES ou EtudiantsMaitre.dat "
               "inaccessible, ou table de reference incomplete"
           DELIMITED BY SIZE INTO ligne-rapport
        WRITE ligne-rapport
     END-IF
     IF NOT WS-Table-Departements-Complete
        MOVE SPACES TO ligne-rapport
        STRING "REGLE E1 NON CONTROLEE : Departements.dat absent ou "
               "au-dela de 200 codes"
           DELIMITED BY SIZE INTO ligne-rapport
        WRITE ligne-rapport
     END-IF
     IF NOT WS-Table-Sections-Complete
        MOVE SPACES TO ligne-rapport
        STRING "REGLE S1 NON CONTROLEE : Sections.dat absent ou "
               "au-dela de 200 codes"
           DELIMITED BY SIZE INTO ligne-rapport
        WRITE ligne-rapport
     END-IF
     MOVE 0 TO WS-Regle-Precedente
     OPEN INPUT f-trie
     SET eof-false TO TRUE
     READ f-trie AT END SET eof-true TO TRUE
     END-READ
     PERFORM TEST BEFORE UNTIL eof-true
        IF ano-num-regle NOT = WS-Regle-Precedente
           IF WS-Regle-Precedente NOT = 0
              PERFORM Ecrire-Pied-Regle
           END-IF
           MOVE ano-num-regle TO WS-Regle-Precedente
           PERFORM Ecrire-Entete-Regle
        END-IF
        MOVE ano-cle    TO WS-LD-Cle
        MOVE ano-nom    TO WS-LD-Nom
        MOVE ano-prenom TO WS-LD-Prenom
        MOVE ano-valeur TO WS-LD-Valeur
        WRITE ligne-rapport FROM WS-Ligne-Detail
        READ f-trie AT END SET eof-true TO TRUE
        END-READ
     END-PERFORM
     CLOSE f-trie
     IF WS-Regle-Precedente NOT = 0
        PERFORM Ecrire-Pied-Regle
     ELSE
        MOVE SPACES TO ligne-rapport
        WRITE ligne-rapport
        MOVE "Aucune anomalie detectee." TO ligne-rapport
        WRITE ligne-rapport
     END-IF
     MOVE SPACES TO ligne-rapport
     WRITE ligne-rapport
     MOVE "SYNTHESE PAR REGLE" TO ligne-rapport
     WRITE ligne-rapport
     PERFORM VARYING WS-Idx-Regle FROM 1 BY 1
             UNTIL WS-Idx-Regle > WS-Nb-Regles
        MOVE WS-Regle-Code (WS-Idx-Regle)    TO WS-LS-Code
        MOVE WS-Regle-Libelle (WS-Idx-Regle) TO WS-LS-Libelle
        MOVE WS-Regle-Nombre (WS-Idx-Regle)  TO WS-LS-Nombre
        WRITE ligne-rapport FROM WS-Ligne-Synthese
     END-PERFORM
     MOVE WS-Nbre-Anomalies TO WS-Nombre-Aff
     MOVE SPACES TO ligne-rapport
     STRING "    Total des anomalies            " WS-Nombre-Aff
        DELIMITED BY SIZE INTO ligne-rapport
     WRITE ligne-rapport
     CLOSE f-rapport.

Ecrire-Entete-Regle.
     MOVE SPACES TO ligne-rapport
     WRITE ligne-rapport
     MOVE SPACES TO ligne-rapport
     STRING "--- " WS-Regle-Code (ano-num-regle) " "
            WS-Regle-Libelle (ano-num-regle) " ---"
        DELIMITED BY SIZE INTO ligne-rapport
     WRITE ligne-rapport.

Ecrire-Pied-Regle.
     MOVE WS-Regle-Nombre (WS-Regle-Precedente) TO WS-Nombre-Aff
     MOVE SPACES TO ligne-rapport
     STRING "    Nombre : " WS-Nombre-Aff
        DELIMITED BY SIZE INTO ligne-rapport
     WRITE ligne-rapport.

*> Une ligne par passage dans ControleIntegrite.dat (meme principe
*> que le fichier de controle de PiloterChaineNuit) :
*> RapportFinJournee reprend le dernier passage chaque matin.
Ecrire-Controle.
     MOVE SPACES TO enreg-controle-integrite
     MOVE WS-Date-Jour             TO ci-date
     MOVE WS-Heure-Jour (1:6)      TO ci-heure
     MOVE WS-Nbre-Employes-Lus     TO ci-nbre-employes
     MOVE WS-Nbre-Etudiants-Lus    TO ci-nbre-etudiants
     MOVE WS-Nbre-Anomalies        TO ci-nbre-anomalies
     IF WS-Controle-Incomplet
        SET ci-partiel TO TRUE
     ELSE
        SET ci-complet TO TRUE
     END-IF
     PERFORM VARYING WS-Idx-Regle FROM 1 BY 1
             UNTIL WS-Idx-Regle > WS-Nb-Regles
        MOVE WS-Regle-Code (WS-Idx-Regle)   TO ci-code-regle (WS-Idx-Regle)
        MOVE WS-Regle-Nombre (WS-Idx-Regle) TO ci-nbre-regle (WS-Idx-Regle)
     END-PERFORM
     OPEN EXTEND f-controle
     IF WS-Statut-Controle = "35"
        OPEN OUTPUT f-controle
     END-IF
     WRITE enreg-controle-integrite
     CLOSE f-controle.

*> Compte rendu d'etape pour PiloterChaineNuit (sans effet hors
*> chaine) : les anomalies sont des constats, pas un echec ; seul un
*> controle rendu partiel par un fichier maitre inaccessible ou une
*> table de reference incomplete fait echouer l'etape.
Ecrire-Compte-Rendu.
     MOVE SPACES TO enreg-compte-rendu
     MOVE "CTRLINTG" TO cr-programme
     COMPUTE cr-nbre-lus = WS-Nbre-Employes-Lus + WS-Nbre-Etudiants-Lus
     MOVE 0 TO cr-nbre-ecrits
     MOVE WS-Nbre-Anomalies TO cr-nbre-rejetes
     IF WS-Controle-Incomplet
        SET cr-echec TO TRUE
     ELSE
        SET cr-succes TO TRUE
     END-IF
     CALL "EcrireCompteRendu" USING enreg-compte-rendu
     IF cr-echec
        MOVE 8 TO RETURN-CODE
     END-IF.
