    SELECT f-couts ASSIGN TO DYNAMIC WS-Nom-Fichier-Sortie
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-Statut-Sortie.
    SELECT f-absences ASSIGN TO "Absences.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cle-absence
                   FILE STATUS IS WS-Statut-Absences.
DATA DIVISION.
FILE SECTION.
*> Fichier d'interface vers la comptabilite generale : un
    02  fin-periode          PIC 9(06).
    02  fin-nbre-lignes      PIC 9(03).
    02  fin-total-controle   PIC 9(10)V99.
FD  f-absences.
    COPY "Absences.cpy".
WORKING-STORAGE SECTION.
COPY "Employes.cpy".
COPY "TransCtx.cpy".
COPY "CompteRendu.cpy".
01  WS-Nom-Fichier-Sortie    PIC X(40) VALUE SPACES.
01  WS-Statut-Sortie         PIC XX.
01  WS-Periode.
    88  eof-true             VALUE 1.
    88  eof-false            VALUE 0.

*> Jours d'absence non remuneree (Absences.dat) tombant dans les
*> jours travailles du mois : ils sont retires du prorata comme les
*> jours avant l'embauche ou apres la sortie. Fichier absent = aucune
*> absence encodee.
01  WS-Statut-Absences       PIC XX.
01  WS-Absences-Ouvert       PIC X VALUE "N".
    88  WS-Absences-Disponibles VALUE "O".
01  WS-Jours-Non-Payes       PIC 9(02) VALUE 0.
01  WS-Jours-Payes           PIC 9(02) VALUE 0.
01  WS-Abs-Jour-Debut        PIC 9(02) VALUE 0.
01  WS-Abs-Jour-Fin          PIC 9(02) VALUE 0.
01  WS-Total-Jours-Deduits   PIC 9(06) VALUE 0.
01  WS-Date-Absence.
    02  WS-Date-Absence-Aaaamm PIC 9(06).
    02  WS-Date-Absence-Jj     PIC 9(02).
01  eof-absence              PIC 9.
    88  eof-absence-true     VALUE 1.
    88  eof-absence-false    VALUE 0.

*> Cumul du cout salarial du mois par departement, meme technique de
*> table de travail que dans ReportRupture.
01  WS-Table-Couts.
     MOVE "EXTRCOUT" TO ct-programme
     PERFORM Determiner-Parametres-Run
     PERFORM Connexion-Oracle
     IF NOT ct-abandonner
        PERFORM Ouvrir-Absences
     END-IF
     IF NOT ct-abandonner
        PERFORM Cumuler-Couts-Periode
        PERFORM Cumuler-Periodes-Closes
        PERFORM Ecrire-Fichier-Couts
     END-IF
     IF WS-Absences-Disponibles
        CLOSE f-absences
     END-IF
     CALL "ORALogoff"
     DISPLAY "Lignes d'interface ecrites : " WS-Nbre-Lignes
     DISPLAY "Total de controle          : " WS-Total-Controle
     DISPLAY "Jours non remuneres deduits: " WS-Total-Jours-Deduits
     PERFORM Ecrire-Compte-Rendu
     STOP RUN.

*> COMPTA_PERIODE impose la periode comptable (AAAAMM), sinon le mois
        SET ct-abandonner TO TRUE
     END-IF.

*> Un fichier des absences illisible (autre qu'absent) arrete
*> l'extraction : livrer des couts sans les deductions du mois
*> fausserait la comptabilite sans que personne ne s'en apercoive.
Ouvrir-Absences.
     OPEN INPUT f-absences
     EVALUATE WS-Statut-Absences
        WHEN "00"
           SET WS-Absences-Disponibles TO TRUE
        WHEN "35"
           DISPLAY "Fichier des absences absent - aucune deduction"
        WHEN OTHER
           DISPLAY "Fichier des absences inaccessible (statut "
                   WS-Statut-Absences ") - extraction annulee"
           SET ct-abandonner TO TRUE
     END-EVALUATE.

*> Le curseur couvre tous les employes, sortis compris : un dossier
*> parti en cours de mois doit encore couter ses jours travailles,
*> ce que le rapport-budget (somme des salaires des actifs du jour)
     END-PERFORM.
*>   EXEC SQL CLOSE C-COUTS END-EXEC.

*> Un reembauche dans le mois (sortie puis retour sous le meme
*> matricule) a aussi travaille sur sa periode close : elle est
*> retrouvee dans PERIODES_EMPLOI, avec le departement et le salaire
*> de cette periode, et proratisee comme un sorti.
Cumuler-Periodes-Closes.
     MOVE "CUMULER-PERIODES" TO ct-paragraphe
*>   EXEC SQL
*>       DECLARE C-PERIODES CURSOR FOR
*>       SELECT MATRICULE, NOM, PRENOM, DEPARTEMENT, FONCTION,
*>              DATE_EMBAUCHE, SALAIRE, STATUT, DATE_SORTIE
*>       FROM PERIODES_EMPLOI
*>       WHERE DATE_EMBAUCHE <= :WS-Fin-Periode
*>         AND DATE_SORTIE >= :WS-Debut-Periode
*>   END-EXEC.
*>   EXEC SQL OPEN C-PERIODES END-EXEC.
     SET eof-false TO TRUE
     PERFORM Fetch-Periode
     PERFORM TEST BEFORE UNTIL eof-true
        SET emp-termine TO TRUE
        PERFORM Cumuler-Un-Employe
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

Fetch-Couts.
*>   EXEC SQL FETCH C-COUTS INTO :enreg-employe END-EXEC.
     IF ct-sqlstate-class = "02"

*> Prorata au jour : un employe embauche ou sorti dans la periode ne
*> compte que pour ses jours presents ; embauche apres la fin ou
*> sorti avant le debut, il ne compte pas du tout. Les jours
*> d'absence non remuneree sont ensuite retires des jours presents.
Cumuler-Un-Employe.
     MOVE 0 TO WS-Jours-Travailles
     IF date-embauche-employe > WS-Fin-Periode
        END-IF
     END-IF
     IF WS-Jours-Travailles > 0
        PERFORM Compter-Jours-Non-Payes
        COMPUTE WS-Jours-Payes = WS-Jours-Travailles - WS-Jours-Non-Payes
        COMPUTE WS-Cout-Employe ROUNDED =
                salaire-employe * WS-Jours-Payes
                / WS-Jours-Du-Mois
        PERFORM Cumuler-Cout-Departement
     END-IF.

*> Absences de l'employe dans l'ordre de la cle (matricule puis date
*> de debut) ; la lecture s'arrete au premier debut posterieur a la
*> periode. Chaque absence active non remuneree est ramenee aux jours
*> presents du mois (WS-Jour-Debut a WS-Jour-Fin) ; les absences
*> d'un employe ne se chevauchant pas, les jours s'additionnent.
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
     END-IF
     ADD WS-Jours-Non-Payes TO WS-Total-Jours-Deduits.

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

Cumuler-Cout-Departement.
     MOVE 0 TO WS-Idx-Cout-Trouve
     PERFORM VARYING WS-Idx-Cout FROM 1 BY 1
     MOVE WS-Total-Controle TO fin-total-controle
     WRITE ligne-fin-cout
     CLOSE f-couts.

*> Compte rendu d'etape pour PiloterChaineNuit (sans effet hors
*> chaine) et code retour non nul en cas d'echec, pour que le pilote
*> ou l'ordonnanceur arrete la chaine sans avoir a lire la console.
Ecrire-Compte-Rendu.
     MOVE SPACES TO enreg-compte-rendu
     MOVE ct-programme TO cr-programme
     MOVE 0              TO cr-nbre-lus, cr-nbre-rejetes
     MOVE WS-Nbre-Lignes TO cr-nbre-ecrits
     IF NOT ct-poursuivre
        SET cr-echec TO TRUE
     ELSE
        SET cr-succes TO TRUE
     END-IF
     CALL "EcrireCompteRendu" USING enreg-compte-rendu
     IF cr-echec
        MOVE 8 TO RETURN-CODE
     END-IF.
