IDENTIFICATION DIVISION.
PROGRAM-ID. ProduireRetourMinistere.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-snapshot       ASSIGN TO DYNAMIC WS-Nom-Fichier-Entree
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WS-Statut-Entree.
    SELECT f-reconciliation ASSIGN TO DYNAMIC WS-Nom-Reconciliation
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WS-Statut-Reconciliation.
    SELECT f-retour         ASSIGN TO DYNAMIC WS-Nom-Fichier-Retour
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WS-Statut-Retour.
    SELECT f-registre       ASSIGN TO "RegistreRetours.dat"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WS-Statut-Registre.
DATA DIVISION.
FILE SECTION.
FD  f-snapshot.
    COPY "Etudiants.cpy".
*> Ligne ecrite par ReportRupture.Ecrire-Ligne-Reconciliation.
FD  f-reconciliation.
01  ligne-reconciliation-in.
    02  rl-date                 PIC 9(08).
    02  FILLER                  PIC X(01).
    02  rl-valides              PIC ZZZZ9.
    02  FILLER                  PIC X(01).
    02  rl-imprimes             PIC ZZZZ9.
    02  FILLER                  PIC X(01).
    02  rl-etat                 PIC X(11).
FD  f-retour.
    COPY "RetourMinistere.cpy".
FD  f-registre.
    COPY "RegistreRetours.cpy".
WORKING-STORAGE SECTION.
COPY "CompteRendu.cpy".
01  WS-Nom-Fichier-Entree       PIC X(40) VALUE SPACES.
01  WS-Nom-Reconciliation       PIC X(26) VALUE SPACES.
01  WS-Nom-Fichier-Retour       PIC X(40) VALUE SPACES.
01  WS-Statut-Entree            PIC XX.
01  WS-Statut-Reconciliation    PIC XX.
01  WS-Statut-Retour            PIC XX.
01  WS-Statut-Registre          PIC XX.
01  WS-Date-Jour                PIC 9(08).
01  WS-Heure-Jour               PIC 9(08).
01  WS-Date-Reconciliation      PIC 9(08) VALUE 0.
01  WS-Numero-Ecole             PIC X(06) VALUE SPACES.
01  WS-Annee-Academique         PIC 9(04) VALUE 0.
01  WS-Dernier-Envoi            PIC 9(03) VALUE 0.
01  WS-Numero-Envoi             PIC 9(03) VALUE 0.
01  WS-Nbre-Lus                 PIC 9(06) VALUE 0.
01  WS-Nbre-Retenus             PIC 9(06) VALUE 0.
01  WS-Nbre-Ecartes             PIC 9(06) VALUE 0.
01  WS-Nbre-Reussites           PIC 9(07) VALUE 0.
01  WS-Nbre-Echecs              PIC 9(07) VALUE 0.
01  WS-Nbre-Incomplets          PIC 9(07) VALUE 0.
01  WS-Nbre-Details             PIC 9(04) VALUE 0.
01  WS-Total-Cellules           PIC 9(07) VALUE 0.
01  WS-Valides-Reconcilies      PIC 9(05) VALUE 0.
01  WS-Etat-Reconcilie          PIC X(11) VALUE SPACES.
01  WS-Motif-Refus              PIC X(80) VALUE SPACES.
01  WS-Refus                    PIC X VALUE "N".
    88  WS-Retour-Refuse        VALUE "O".
01  WS-Reconciliation-Lue       PIC X VALUE "N".
    88  WS-Reconciliation-Trouvee VALUE "O".
01  eof                         PIC 9.
    88  eof-true                VALUE 1.
    88  eof-false               VALUE 0.

*> Effectifs par institut/type-graduat/annee-etude/resultat, tenus
*> dans l'ordre de la cle au fil de la lecture : le snapshot valide
*> n'est pas trie, et le ministere attend ses lignes dans cet ordre.
01  WS-Table-Cellules.
    02  WS-Cellule OCCURS 400 TIMES.
        03  WS-Cel-Cle.
            04  WS-Cel-Institut       PIC X(02).
            04  WS-Cel-Type-Graduat   PIC 9(02).
            04  WS-Cel-Annee-Etude    PIC X(01).
            04  WS-Cel-Resultat       PIC X(01).
        03  WS-Cel-Effectif           PIC 9(06).
01  WS-Nb-Cellules              PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Cellule              PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Trouve               PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Insertion            PIC S9(4) BINARY VALUE 0.
01  WS-Cle-Recherche.
    02  WS-Recherche-Institut       PIC X(02).
    02  WS-Recherche-Type-Graduat   PIC 9(02).
    02  WS-Recherche-Annee-Etude    PIC X(01).
    02  WS-Recherche-Resultat       PIC X(01).
PROCEDURE DIVISION.
pp SECTION.
Debut.
     ACCEPT WS-Date-Jour FROM DATE YYYYMMDD
     ACCEPT WS-Heure-Jour FROM TIME
     PERFORM Determiner-Parametres-Run
     IF WS-Numero-Ecole = SPACES
        MOVE "RETOUR_NUMERO_ECOLE non renseigne" TO WS-Motif-Refus
        SET WS-Retour-Refuse TO TRUE
        GO TO Debut-Refus
     END-IF
     PERFORM Compter-Etudiants
     IF WS-Retour-Refuse
        GO TO Debut-Refus
     END-IF
     PERFORM Controler-Reconciliation
     IF WS-Retour-Refuse
        GO TO Debut-Refus
     END-IF
     PERFORM Determiner-Numero-Envoi
     PERFORM Ecrire-Retour
     IF WS-Retour-Refuse
        GO TO Debut-Refus
     END-IF
     PERFORM Inscrire-Registre
     DISPLAY "Retour au ministere ecrit : " WS-Nom-Fichier-Retour
     DISPLAY "Annee academique         : " WS-Annee-Academique
     DISPLAY "Numero d'envoi           : " WS-Numero-Envoi
     IF WS-Dernier-Envoi > 0
        DISPLAY "CORRECTION de l'envoi    : " WS-Dernier-Envoi
     END-IF
     DISPLAY "Etudiants lus            : " WS-Nbre-Lus
     DISPLAY "Etudiants declares       : " WS-Nbre-Retenus
     DISPLAY "Ecartes (cle invalide)   : " WS-Nbre-Ecartes
     MOVE WS-Nb-Cellules TO WS-Nbre-Details
     DISPLAY "Lignes de detail         : " WS-Nbre-Details
     PERFORM Ecrire-Compte-Rendu
     GO TO Debut-Fin.
Debut-Refus.
     DISPLAY "Retour au ministere NON produit : " WS-Motif-Refus
     PERFORM Ecrire-Compte-Rendu
     MOVE 12 TO RETURN-CODE.
Debut-Fin.
     STOP RUN.

*> RETOUR_ETUDIANTS_FICHIER designe le snapshot a declarer, par
*> defaut EtudiantsValides.tmp laisse par le dernier ReportRupture
*> (un Etudiants<aa>.dat nomme passe par les memes controles de cle
*> que ReportRupture.Controler-Enregistrement) ;
*> RETOUR_DATE_RECONCILIATION le jour du ReportRupture de reference
*> (par defaut aujourd'hui) ; RETOUR_ANNEE_ACADEMIQUE l'annee declaree
*> (par defaut l'annee civile, comme FACTURATION_ANNEE) ;
*> RETOUR_NUMERO_ECOLE le numero d'etablissement attribue par le
*> ministere, sans valeur par defaut.
Determiner-Parametres-Run.
     DISPLAY "RETOUR_ETUDIANTS_FICHIER" UPON ENVIRONMENT-NAME
     ACCEPT WS-Nom-Fichier-Entree FROM ENVIRONMENT-VALUE
     IF WS-Nom-Fichier-Entree = SPACES
        MOVE "EtudiantsValides.tmp" TO WS-Nom-Fichier-Entree
     END-IF
     DISPLAY "RETOUR_DATE_RECONCILIATION" UPON ENVIRONMENT-NAME
     ACCEPT WS-Date-Reconciliation FROM ENVIRONMENT-VALUE
     IF WS-Date-Reconciliation = 0
        MOVE WS-Date-Jour TO WS-Date-Reconciliation
     END-IF
     DISPLAY "RETOUR_ANNEE_ACADEMIQUE" UPON ENVIRONMENT-NAME
     ACCEPT WS-Annee-Academique FROM ENVIRONMENT-VALUE
     IF WS-Annee-Academique = 0
        MOVE WS-Date-Jour (1:4) TO WS-Annee-Academique
     END-IF
     DISPLAY "RETOUR_NUMERO_ECOLE" UPON ENVIRONMENT-NAME
     ACCEPT WS-Numero-Ecole FROM ENVIRONMENT-VALUE.

Compter-Etudiants.
     OPEN INPUT f-snapshot
     IF WS-Statut-Entree NOT = "00"
        MOVE SPACES TO WS-Motif-Refus
        STRING "snapshot introuvable " WS-Nom-Fichier-Entree
           DELIMITED BY SIZE INTO WS-Motif-Refus
        SET WS-Retour-Refuse TO TRUE
     ELSE
        SET eof-false TO TRUE
        READ f-snapshot AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true OR WS-Retour-Refuse
           ADD 1 TO WS-Nbre-Lus
           PERFORM Compter-Un-Etudiant
           READ f-snapshot AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-snapshot
        IF WS-Nbre-Retenus = 0 AND NOT WS-Retour-Refuse
           MOVE "aucun etudiant valide dans le snapshot" TO WS-Motif-Refus
           SET WS-Retour-Refuse TO TRUE
        END-IF
     END-IF.

*> Memes cles invalides que ReportRupture.Controler-Enregistrement,
*> pour que le nombre d'etudiants declares soit celui que la
*> reconciliation a compte ; resultat inconnu = incomplet, comme
*> dans ReportRupture.Determiner-Resultat-Etudiant.
Compter-Un-Etudiant.
     IF institut = SPACES OR type-graduat = 0 OR annee-etude = SPACE
        OR nr-groupe = 0
        ADD 1 TO WS-Nbre-Ecartes
     ELSE
        ADD 1 TO WS-Nbre-Retenus
        MOVE institut     TO WS-Recherche-Institut
        MOVE type-graduat TO WS-Recherche-Type-Graduat
        MOVE annee-etude  TO WS-Recherche-Annee-Etude
        EVALUATE TRUE
           WHEN etu-reussite
              MOVE "R" TO WS-Recherche-Resultat
              ADD 1 TO WS-Nbre-Reussites
           WHEN etu-echec
              MOVE "E" TO WS-Recherche-Resultat
              ADD 1 TO WS-Nbre-Echecs
           WHEN OTHER
              MOVE "I" TO WS-Recherche-Resultat
              ADD 1 TO WS-Nbre-Incomplets
        END-EVALUATE
        PERFORM Cumuler-Cellule
     END-IF.

*> Recherche de la cellule ; a defaut, insertion a sa place dans
*> l'ordre de la cle en decalant la fin de table d'un rang.
Cumuler-Cellule.
     MOVE 0 TO WS-Idx-Trouve
     MOVE 0 TO WS-Idx-Insertion
     PERFORM VARYING WS-Idx-Cellule FROM 1 BY 1
             UNTIL WS-Idx-Cellule > WS-Nb-Cellules
        IF WS-Cel-Cle (WS-Idx-Cellule) = WS-Cle-Recherche
           MOVE WS-Idx-Cellule TO WS-Idx-Trouve
           SET WS-Idx-Cellule TO WS-Nb-Cellules
        ELSE
           IF WS-Cel-Cle (WS-Idx-Cellule) > WS-Cle-Recherche
              MOVE WS-Idx-Cellule TO WS-Idx-Insertion
              SET WS-Idx-Cellule TO WS-Nb-Cellules
           END-IF
        END-IF
     END-PERFORM
     IF WS-Idx-Trouve > 0
        ADD 1 TO WS-Cel-Effectif (WS-Idx-Trouve)
     ELSE
        IF WS-Nb-Cellules < 400
           IF WS-Idx-Insertion = 0
              COMPUTE WS-Idx-Insertion = WS-Nb-Cellules + 1
           END-IF
           PERFORM VARYING WS-Idx-Cellule FROM WS-Nb-Cellules BY -1
                   UNTIL WS-Idx-Cellule < WS-Idx-Insertion
              MOVE WS-Cellule (WS-Idx-Cellule)
                   TO WS-Cellule (WS-Idx-Cellule + 1)
           END-PERFORM
           ADD 1 TO WS-Nb-Cellules
           MOVE WS-Cle-Recherche TO WS-Cel-Cle (WS-Idx-Insertion)
           MOVE 1 TO WS-Cel-Effectif (WS-Idx-Insertion)
        ELSE
           MOVE "plus de 400 lignes de detail - table saturee"
                TO WS-Motif-Refus
           SET WS-Retour-Refuse TO TRUE
        END-IF
     END-IF.

*> Le retour ne part que si le dernier ReportRupture du jour de
*> reference s'est termine sans divergence de comptage et qu'il a
*> valide exactement le nombre d'etudiants declares ici ; la somme
*> des lignes de detail est refaite par la meme occasion.
Controler-Reconciliation.
     MOVE SPACES TO WS-Nom-Reconciliation
     STRING "Reconciliation" WS-Date-Reconciliation "." "log"
        DELIMITED BY SIZE INTO WS-Nom-Reconciliation
     OPEN INPUT f-reconciliation
     IF WS-Statut-Reconciliation = "00"
        SET eof-false TO TRUE
        READ f-reconciliation AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           SET WS-Reconciliation-Trouvee TO TRUE
           MOVE rl-valides TO WS-Valides-Reconcilies
           MOVE rl-etat    TO WS-Etat-Reconcilie
           READ f-reconciliation AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-reconciliation
     END-IF
     MOVE 0 TO WS-Total-Cellules
     PERFORM VARYING WS-Idx-Cellule FROM 1 BY 1
             UNTIL WS-Idx-Cellule > WS-Nb-Cellules
        ADD WS-Cel-Effectif (WS-Idx-Cellule) TO WS-Total-Cellules
     END-PERFORM
     EVALUATE TRUE
        WHEN NOT WS-Reconciliation-Trouvee
           MOVE SPACES TO WS-Motif-Refus
           STRING "pas de reconciliation ReportRupture dans "
                  WS-Nom-Reconciliation
              DELIMITED BY SIZE INTO WS-Motif-Refus
           SET WS-Retour-Refuse TO TRUE
        WHEN WS-Etat-Reconcilie NOT = "OK"
           MOVE SPACES TO WS-Motif-Refus
           STRING "reconciliation ReportRupture en DIVERGENCE le "
                  WS-Date-Reconciliation
              DELIMITED BY SIZE INTO WS-Motif-Refus
           SET WS-Retour-Refuse TO TRUE
        WHEN WS-Valides-Reconcilies NOT = WS-Nbre-Retenus
           MOVE SPACES TO WS-Motif-Refus
           STRING "totaux differents de ReportRupture : "
                  WS-Nbre-Retenus " declares, "
                  WS-Valides-Reconcilies " reconcilies"
              DELIMITED BY SIZE INTO WS-Motif-Refus
           SET WS-Retour-Refuse TO TRUE
        WHEN WS-Total-Cellules NOT = WS-Nbre-Retenus
           MOVE "somme des lignes de detail differente du total"
                TO WS-Motif-Refus
           SET WS-Retour-Refuse TO TRUE
        WHEN OTHER
           MOVE SPACES TO WS-Motif-Refus
     END-EVALUATE.

*> Le dernier envoi deja inscrit pour cette ecole et cette annee
*> fait du present retour sa correction ; registre absent = premier
*> envoi.
Determiner-Numero-Envoi.
     MOVE 0 TO WS-Dernier-Envoi
     OPEN INPUT f-registre
     IF WS-Statut-Registre = "00"
        SET eof-false TO TRUE
        READ f-registre AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           IF reg-annee-academique = WS-Annee-Academique
              AND reg-numero-ecole = WS-Numero-Ecole
              AND reg-numero-envoi > WS-Dernier-Envoi
              MOVE reg-numero-envoi TO WS-Dernier-Envoi
           END-IF
           READ f-registre AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-registre
     END-IF
     COMPUTE WS-Numero-Envoi = WS-Dernier-Envoi + 1
     MOVE SPACES TO WS-Nom-Fichier-Retour
     STRING "RetourMinistere" WS-Annee-Academique "-" WS-Numero-Envoi
            ".dat"
        DELIMITED BY SIZE INTO WS-Nom-Fichier-Retour.

*> Un fichier par envoi : entete (ecole, annee, numero d'envoi et
*> envoi corrige), une ligne par cellule non vide, puis les totaux
*> de controle.
Ecrire-Retour.
     OPEN OUTPUT f-retour
     IF WS-Statut-Retour NOT = "00"
        MOVE SPACES TO WS-Motif-Refus
        STRING "fichier de retour non cree, statut " WS-Statut-Retour
           DELIMITED BY SIZE INTO WS-Motif-Refus
        SET WS-Retour-Refuse TO TRUE
     ELSE
        MOVE SPACES TO enreg-retour-ministere
        SET rm-ligne-entete TO TRUE
        MOVE WS-Numero-Ecole     TO rm-numero-ecole
        MOVE WS-Annee-Academique TO rm-annee-academique
        MOVE WS-Numero-Envoi     TO rm-numero-envoi
        IF WS-Dernier-Envoi > 0
           SET rm-envoi-correctif TO TRUE
        ELSE
           SET rm-envoi-initial TO TRUE
        END-IF
        MOVE WS-Dernier-Envoi    TO rm-envoi-corrige
        MOVE WS-Date-Jour        TO rm-date-production
        WRITE enreg-retour-ministere
        PERFORM VARYING WS-Idx-Cellule FROM 1 BY 1
                UNTIL WS-Idx-Cellule > WS-Nb-Cellules
           MOVE SPACES TO enreg-retour-ministere
           SET rm-ligne-detail TO TRUE
           MOVE WS-Cel-Institut (WS-Idx-Cellule)     TO rm-institut
           MOVE WS-Cel-Type-Graduat (WS-Idx-Cellule) TO rm-type-graduat
           MOVE WS-Cel-Annee-Etude (WS-Idx-Cellule)  TO rm-annee-etude
           MOVE WS-Cel-Resultat (WS-Idx-Cellule)     TO rm-resultat
           MOVE WS-Cel-Effectif (WS-Idx-Cellule)     TO rm-effectif
           WRITE enreg-retour-ministere
        END-PERFORM
        MOVE SPACES TO enreg-retour-ministere
        SET rm-ligne-totaux TO TRUE
        MOVE WS-Nb-Cellules     TO rm-nbre-details
        MOVE WS-Nbre-Retenus    TO rm-total-etudiants
        MOVE WS-Nbre-Reussites  TO rm-total-reussites
        MOVE WS-Nbre-Echecs     TO rm-total-echecs
        MOVE WS-Nbre-Incomplets TO rm-total-incomplets
        WRITE enreg-retour-ministere
        CLOSE f-retour
     END-IF.

*> Registre des envois, allonge d'une ligne par retour produit (meme
*> ouverture EXTEND/OUTPUT que Reconciliation<date>.log).
Inscrire-Registre.
     MOVE SPACES TO enreg-registre-retour
     MOVE WS-Annee-Academique TO reg-annee-academique
     MOVE WS-Numero-Ecole     TO reg-numero-ecole
     MOVE WS-Numero-Envoi     TO reg-numero-envoi
     IF WS-Dernier-Envoi > 0
        SET reg-envoi-correctif TO TRUE
     ELSE
        SET reg-envoi-initial TO TRUE
     END-IF
     MOVE WS-Dernier-Envoi      TO reg-envoi-corrige
     MOVE WS-Date-Jour          TO reg-date-envoi
     MOVE WS-Heure-Jour (1:6)   TO reg-heure-envoi
     MOVE WS-Nbre-Retenus       TO reg-total-etudiants
     MOVE WS-Nom-Fichier-Retour TO reg-fichier-retour
     MOVE WS-Nom-Fichier-Entree TO reg-fichier-source
     OPEN EXTEND f-registre
     IF WS-Statut-Registre = "35"
        OPEN OUTPUT f-registre
     END-IF
     WRITE enreg-registre-retour
     CLOSE f-registre.

*> Compte rendu d'etape (sans effet hors chaine) ; un retour refuse
*> fait echouer l'etape.
Ecrire-Compte-Rendu.
     MOVE SPACES TO enreg-compte-rendu
     MOVE "RETMINIS" TO cr-programme
     MOVE WS-Nbre-Lus     TO cr-nbre-lus
     MOVE WS-Nbre-Retenus TO cr-nbre-ecrits
     MOVE WS-Nbre-Ecartes TO cr-nbre-rejetes
     IF WS-Retour-Refuse
        SET cr-echec TO TRUE
     ELSE
        SET cr-succes TO TRUE
     END-IF
     CALL "EcrireCompteRendu" USING enreg-compte-rendu.
