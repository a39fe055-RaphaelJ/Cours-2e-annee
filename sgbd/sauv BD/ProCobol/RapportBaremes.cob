IDENTIFICATION DIVISION.
PROGRAM-ID. RapportBaremes.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
   DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-departements ASSIGN TO "Departements.dat"
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WS-Statut-Departements.
    SELECT f-output       ASSIGN TO DYNAMIC WS-Nom-Rapport.
DATA DIVISION.
FILE SECTION.
FD  f-departements.
    COPY "Departements.cpy".
FD  f-output REPORT IS rapport-baremes.
WORKING-STORAGE SECTION.
COPY "Employes.cpy".
COPY "TransCtx.cpy".
COPY "CompteRendu.cpy".
COPY "ControleBareme.cpy".
01  WS-Statut-Departements      PIC XX.
01  WS-Nom-Rapport              PIC X(40) VALUE SPACES.
01  WS-Date-Jour.
    02  WS-Jour-Annee           PIC 9(04).
    02  WS-Jour-Mois            PIC 9(02).
    02  WS-Jour-Jour            PIC 9(02).
01  WS-Nbre-Employes            PIC 9(06) VALUE 0.
01  WS-Nbre-Dans-Bareme         PIC 9(06) VALUE 0.
01  WS-Nbre-Sous-Minimum        PIC 9(06) VALUE 0.
01  WS-Nbre-Au-Dessus           PIC 9(06) VALUE 0.
01  WS-Nbre-Sans-Bareme         PIC 9(06) VALUE 0.
01  WS-Position-Aff             PIC ----9.
01  WS-Traitement-Partiel       PIC X VALUE "N".
    88  WS-Traitement-Incomplet VALUE "O".
01  eof                         PIC 9.
    88  eof-true                VALUE 1.
    88  eof-false               VALUE 0.

*> Libelles des departements, meme table de travail que
*> RapportAbsences.
01  WS-Table-Departements.
    02  WS-Departement-Ligne OCCURS 100 TIMES.
        03  WS-Dep-Code           PIC X(04).
        03  WS-Dep-Libelle        PIC X(30).
01  WS-Nb-Lignes-Departements   PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Departement          PIC S9(4) BINARY VALUE 0.

*> Une ligne par employe actif, dans l'ordre du curseur (departement,
*> fonction, matricule) : le salaire situe dans le bareme de sa
*> fonction par ControlerBareme. Les indicateurs 0/1 par etat sont
*> cumules par SUM dans les ruptures, meme technique que nbre-rec.
01  WS-Ligne-Bareme.
    02  rb-departement          PIC X(04).
    02  rb-libelle-departement  PIC X(30).
    02  rb-fonction             PIC X(20).
    02  rb-matricule            PIC 9(06).
    02  rb-nom                  PIC X(20).
    02  rb-prenom               PIC X(15).
    02  rb-salaire              PIC 9(06)V99.
    02  rb-salaire-min          PIC 9(06)V99.
    02  rb-salaire-max          PIC 9(06)V99.
    02  rb-position             PIC X(06).
    02  rb-etat                 PIC X(12).
    02  rb-sous-minimum         PIC 9(01).
    02  rb-au-dessus            PIC 9(01).
    02  rb-sans-bareme          PIC 9(01).
01  nbre-rec                    PIC S9(4) BINARY VALUE 1.
REPORT SECTION.
RD  rapport-baremes   PAGE LIMIT IS 66
                      HEADING        1
                      FIRST DETAIL   6
                      LAST DETAIL   56
                      FOOTING       63
    CONTROLS ARE FINAL, rb-departement, rb-fonction.
01  TYPE IS PAGE HEADING.
    02   LINE PLUS 1.
         03  COLUMN 4 PIC X(39)
           VALUE "Salaires et baremes des fonctions au ".
         03  COLUMN 43 PIC 99   SOURCE WS-Jour-Jour.
         03  COLUMN 45 PIC X VALUE "/".
         03  COLUMN 46 PIC 99   SOURCE WS-Jour-Mois.
         03  COLUMN 48 PIC X VALUE "/".
         03  COLUMN 49 PIC 9(4) SOURCE WS-Jour-Annee.
         03  COLUMN 80 PIC X(5) VALUE "Page:".
         03  COLUMN 86 PIC ZZZ9 SOURCE PAGE-COUNTER.
    02   LINE PLUS 1.
         03  COLUMN 4 PIC X(56)
           VALUE "Position = place dans la fourchette (0 = min, 100 = max)".

*> Le departement est repris sur l'en-tete de chaque fonction plutot
*> que dans un en-tete de rupture a part.
01  TYPE IS CONTROL HEADING rb-fonction.
    02   LINE PLUS 2.
         03 COLUMN 1  PIC X(12) VALUE "Departement:".
         03 COLUMN 14 PIC X(04) SOURCE rb-departement.
         03 COLUMN 19 PIC X(30) SOURCE rb-libelle-departement.
    02   LINE PLUS 1.
         03 COLUMN 2  PIC X(09) VALUE "Fonction:".
         03 COLUMN 12 PIC X(20) SOURCE rb-fonction.
         03 COLUMN 34 PIC X(08) VALUE "Bareme :".
         03 COLUMN 43 PIC ZZZZZ9,99 SOURCE rb-salaire-min
                                    BLANK WHEN ZERO.
         03 COLUMN 53 PIC X(01) VALUE "-".
         03 COLUMN 55 PIC ZZZZZ9,99 SOURCE rb-salaire-max
                                    BLANK WHEN ZERO.
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(07) VALUE "Matric.".
         03 COLUMN 12 PIC X(03) VALUE "Nom".
         03 COLUMN 33 PIC X(06) VALUE "Prenom".
         03 COLUMN 52 PIC X(07) VALUE "Salaire".
         03 COLUMN 63 PIC X(08) VALUE "Position".
         03 COLUMN 73 PIC X(04) VALUE "Etat".

01  detail-bareme TYPE IS DETAIL.
    02   LINE PLUS 1.
         03 COLUMN 4  PIC 9(06)     SOURCE rb-matricule.
         03 COLUMN 12 PIC X(20)     SOURCE rb-nom.
         03 COLUMN 33 PIC X(15)     SOURCE rb-prenom.
         03 COLUMN 50 PIC ZZZZZ9,99 SOURCE rb-salaire.
         03 COLUMN 63 PIC X(06)     SOURCE rb-position.
         03 COLUMN 73 PIC X(12)     SOURCE rb-etat.

01  TYPE IS CONTROL FOOTING rb-fonction.
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(15) VALUE "Total fonction:".
         03 COLUMN 20 PIC ZZZZ9 SUM nbre-rec.
         03 COLUMN 26 PIC X(14) VALUE "employe/s dont".
         03 COLUMN 41 PIC ZZZZ9 SUM rb-sous-minimum.
         03 COLUMN 47 PIC X(13) VALUE "sous minimum,".
         03 COLUMN 61 PIC ZZZZ9 SUM rb-au-dessus.
         03 COLUMN 67 PIC X(18) VALUE "au-dessus maximum".

01  TYPE IS CONTROL FOOTING rb-departement.
    02   LINE PLUS 2.
         03 COLUMN 1  PIC X(18) VALUE "Total departement:".
         03 COLUMN 20 PIC ZZZZ9 SUM nbre-rec.
         03 COLUMN 26 PIC X(14) VALUE "employe/s dont".
         03 COLUMN 41 PIC ZZZZ9 SUM rb-sous-minimum.
         03 COLUMN 47 PIC X(13) VALUE "sous minimum,".
         03 COLUMN 61 PIC ZZZZ9 SUM rb-au-dessus.
         03 COLUMN 67 PIC X(18) VALUE "au-dessus maximum".

01  TYPE IS CONTROL FOOTING FINAL.
    02   LINE PLUS 3.
         03 COLUMN 1  PIC X(32) VALUE "Synthese, tous departements :".
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(24) VALUE "Employes actifs".
         03 COLUMN 30 PIC ZZZZZ9 SUM nbre-rec.
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(24) VALUE "Sous le minimum".
         03 COLUMN 30 PIC ZZZZZ9 SUM rb-sous-minimum.
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(24) VALUE "Au-dessus du maximum".
         03 COLUMN 30 PIC ZZZZZ9 SUM rb-au-dessus.
    02   LINE PLUS 1.
         03 COLUMN 4  PIC X(24) VALUE "Fonction sans bareme".
         03 COLUMN 30 PIC ZZZZZ9 SUM rb-sans-bareme.
PROCEDURE DIVISION.
pp SECTION.
Debut.
     MOVE "BAREMES" TO ct-programme
     ACCEPT WS-Date-Jour FROM DATE YYYYMMDD
     STRING "RapportBaremes" WS-Date-Jour "." "res"
        DELIMITED BY SIZE INTO WS-Nom-Rapport
     PERFORM Charger-Departements
     PERFORM Connexion-Oracle
     IF ct-abandonner
        SET WS-Traitement-Incomplet TO TRUE
        GO TO Debut-Fin
     END-IF
     OPEN OUTPUT f-output
     INITIATE rapport-baremes
     PERFORM Traiter-Employes
     TERMINATE rapport-baremes
     CLOSE f-output
     CALL "ORALogoff"
     DISPLAY "Employes actifs              : " WS-Nbre-Employes
     DISPLAY "Dans le bareme               : " WS-Nbre-Dans-Bareme
     DISPLAY "Sous le minimum              : " WS-Nbre-Sous-Minimum
     DISPLAY "Au-dessus du maximum         : " WS-Nbre-Au-Dessus
     DISPLAY "Fonction sans bareme         : " WS-Nbre-Sans-Bareme
     DISPLAY "Rapport ecrit : " WS-Nom-Rapport.
Debut-Fin.
     PERFORM Ecrire-Compte-Rendu
     STOP RUN.

Connexion-Oracle.
     CALL "ORALogon" USING contexte-transaction
     IF NOT ct-poursuivre
        DISPLAY "Connexion Oracle impossible - rapport non produit"
        SET ct-abandonner TO TRUE
     END-IF.

*> Sans Departements.dat, le rapport sort quand meme, sans libelles.
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

*> Meme parcours par curseur des actifs qu'AugmenterSalaires, dans
*> l'ordre des ruptures du rapport.
Traiter-Employes.
     MOVE "TRAITER-EMPLOYES" TO ct-paragraphe
*>   EXEC SQL
*>       DECLARE C-BAREMES CURSOR FOR
*>       SELECT * FROM EMPLOYES
*>       WHERE STATUT = 'A'
*>       ORDER BY DEPARTEMENT, FONCTION, MATRICULE
*>   END-EXEC.
*>   EXEC SQL OPEN C-BAREMES END-EXEC.
     SET eof-false TO TRUE
     PERFORM Fetch-Baremes
     PERFORM TEST BEFORE UNTIL eof-true
        PERFORM Traiter-Un-Employe
        GENERATE detail-bareme
        PERFORM Fetch-Baremes
     END-PERFORM.
*>   EXEC SQL CLOSE C-BAREMES END-EXEC.

Fetch-Baremes.
*>   EXEC SQL FETCH C-BAREMES INTO :enreg-employe END-EXEC.
     IF ct-sqlstate-class = "02"
        SET eof-true TO TRUE
     ELSE
        IF NOT ct-sqlstate-ok
           CALL "ORAError" USING contexte-transaction
           SET WS-Traitement-Incomplet TO TRUE
           SET eof-true TO TRUE
        END-IF
     END-IF.

Traiter-Un-Employe.
     ADD 1 TO WS-Nbre-Employes
     MOVE fonction-employe TO cb-fonction
     MOVE salaire-employe  TO cb-salaire
     CALL "ControlerBareme" USING controle-bareme
     MOVE SPACES TO WS-Ligne-Bareme
     MOVE departement-employe TO rb-departement
     MOVE fonction-employe    TO rb-fonction
     MOVE matricule-employe   TO rb-matricule
     MOVE nom-employe         TO rb-nom
     MOVE prenom-employe      TO rb-prenom
     MOVE salaire-employe     TO rb-salaire
     MOVE cb-salaire-min      TO rb-salaire-min
     MOVE cb-salaire-max      TO rb-salaire-max
     MOVE 0 TO rb-sous-minimum, rb-au-dessus, rb-sans-bareme
     EVALUATE TRUE
        WHEN cb-sous-minimum
           MOVE "SOUS MINIMUM" TO rb-etat
           MOVE 1 TO rb-sous-minimum
           ADD 1 TO WS-Nbre-Sous-Minimum
        WHEN cb-au-dessus-maximum
           MOVE "AU-DESSUS"    TO rb-etat
           MOVE 1 TO rb-au-dessus
           ADD 1 TO WS-Nbre-Au-Dessus
        WHEN cb-dans-bareme
           MOVE "DANS BAREME"  TO rb-etat
           ADD 1 TO WS-Nbre-Dans-Bareme
        WHEN OTHER
           MOVE "SANS BAREME"  TO rb-etat
           MOVE 1 TO rb-sans-bareme
           ADD 1 TO WS-Nbre-Sans-Bareme
     END-EVALUATE
     IF NOT cb-sans-bareme
        MOVE cb-position TO WS-Position-Aff
        STRING WS-Position-Aff "%" DELIMITED BY SIZE INTO rb-position
     END-IF
     MOVE "*** DEPARTEMENT INCONNU ***" TO rb-libelle-departement
     PERFORM VARYING WS-Idx-Departement FROM 1 BY 1
             UNTIL WS-Idx-Departement > WS-Nb-Lignes-Departements
        IF WS-Dep-Code (WS-Idx-Departement) = departement-employe
           MOVE WS-Dep-Libelle (WS-Idx-Departement)
                TO rb-libelle-departement
           SET WS-Idx-Departement TO WS-Nb-Lignes-Departements
        END-IF
     END-PERFORM.

*> Compte rendu d'etape pour PiloterChaineNuit (sans effet hors
*> chaine) : les salaires hors bareme comptent comme rejets.
Ecrire-Compte-Rendu.
     MOVE SPACES TO enreg-compte-rendu
     MOVE "BAREMES" TO cr-programme
     MOVE WS-Nbre-Employes TO cr-nbre-lus
     MOVE WS-Nbre-Employes TO cr-nbre-ecrits
     COMPUTE cr-nbre-rejetes = WS-Nbre-Sous-Minimum + WS-Nbre-Au-Dessus
     IF WS-Traitement-Incomplet
        SET cr-echec TO TRUE
     ELSE
        SET cr-succes TO TRUE
     END-IF
     CALL "EcrireCompteRendu" USING enreg-compte-rendu
     IF WS-Traitement-Incomplet
        MOVE 8 TO RETURN-CODE
     END-IF.
