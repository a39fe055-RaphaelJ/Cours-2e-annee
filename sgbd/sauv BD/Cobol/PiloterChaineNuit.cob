IDENTIFICATION DIVISION.
PROGRAM-ID. PiloterChaineNuit.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-etapes        ASSIGN TO DYNAMIC WS-Nom-Etapes
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WS-Statut-Etapes.
    SELECT f-controle      ASSIGN TO DYNAMIC WS-Nom-Controle
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WS-Statut-Controle.
    SELECT f-compte-rendu  ASSIGN TO DYNAMIC WS-Nom-Compte-Rendu
                           ORGANIZATION LINE SEQUENTIAL
                           FILE STATUS IS WS-Statut-Compte-Rendu.
DATA DIVISION.
FILE SECTION.
*> Fichier de definition de la chaine, une ligne "E" par etape suivie
*> de ses lignes "P" (une variable d'environnement par ligne), les
*> lignes "*" etant des commentaires :
*>   E01 ChargerEmployes      O
*>   P  EMPLOYES_FICHIER_NOUVEAUX      NouveauxEmployes.dat
*> L'obligation vaut O (l'etape doit reussir, la chaine s'arrete
*> sinon) ou F (l'etape peut echouer, la chaine continue).
FD  f-etapes.
01  ligne-etape.
    02  etp-type               PIC X(01).
        88  etp-ligne-etape        VALUE "E".
        88  etp-ligne-parametre    VALUE "P".
        88  etp-ligne-commentaire  VALUE "*", " ".
    02  etp-numero             PIC 9(02).
    02  FILLER                 PIC X(01).
    02  etp-programme          PIC X(20).
    02  FILLER                 PIC X(01).
    02  etp-obligation         PIC X(01).
    02  FILLER                 PIC X(74).
01  ligne-parametre.
    02  FILLER                 PIC X(03).
    02  prm-nom                PIC X(30).
    02  FILLER                 PIC X(01).
    02  prm-valeur             PIC X(66).
FD  f-controle.
01  ligne-controle             PIC X(115).
FD  f-compte-rendu.
01  ligne-compte-rendu         PIC X(34).
WORKING-STORAGE SECTION.
COPY "ControleChaine.cpy".
COPY "CompteRendu.cpy".
01  WS-Nom-Etapes              PIC X(60) VALUE SPACES.
01  WS-Nom-Controle            PIC X(60) VALUE SPACES.
01  WS-Nom-Compte-Rendu        PIC X(60) VALUE "CompteRenduEtape.tmp".
01  WS-Statut-Etapes           PIC XX.
01  WS-Statut-Controle         PIC XX.
01  WS-Statut-Compte-Rendu     PIC XX.
01  WS-Option-Reprise          PIC X VALUE SPACES.
01  WS-Reponse                 PIC X VALUE SPACES.
    88  WS-Reponse-Oui         VALUE "O", "o".
*> Table des etapes chargee depuis le fichier de definition : la
*> chaine est validee en entier avant de lancer quoi que ce soit, pour
*> ne pas s'apercevoir d'une ligne mal formee a la cinquieme etape,
*> paie deja extraite.
01  WS-Table-Etapes.
    02  WS-Nb-Etapes           PIC S9(4) BINARY VALUE 0.
    02  WS-Etape OCCURS 20 TIMES.
        03  WS-Etp-Numero          PIC 9(02).
        03  WS-Etp-Programme       PIC X(20).
        03  WS-Etp-Obligation      PIC X(01).
            88  WS-Etp-Obligatoire VALUE "O".
        03  WS-Etp-Nb-Parametres   PIC S9(4) BINARY.
        03  WS-Etp-Parametre OCCURS 10 TIMES.
            04  WS-Etp-Prm-Nom     PIC X(30).
            04  WS-Etp-Prm-Valeur  PIC X(66).
01  WS-Idx-Etape               PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Parametre           PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Depart              PIC S9(4) BINARY VALUE 1.
01  WS-Definition-Erronee      PIC X VALUE "N".
    88  WS-Definition-Invalide VALUE "O".
*> Etat du dernier passage relu dans le fichier de controle.
01  WS-Dernier-Passage         PIC X(14) VALUE SPACES.
01  WS-Etape-Echouee           PIC 9(02) VALUE 0.
01  WS-Derniere-Etape-Passage  PIC 9(02) VALUE 0.
01  WS-Etape-Reprise           PIC 9(02) VALUE 0.
01  WS-Reprise-Active          PIC X VALUE "N".
    88  WS-Reprise-Oui         VALUE "O".
*> Passage en cours.
01  WS-Id-Passage.
    02  WS-Id-Date             PIC 9(08).
    02  WS-Id-Heure            PIC 9(06).
01  WS-Reprise-De              PIC X(14) VALUE SPACES.
01  WS-Heure-Systeme           PIC 9(08).
01  WS-Horodatage.
    02  WS-Hor-Date            PIC 9(08).
    02  WS-Hor-Heure           PIC 9(06).
01  WS-Commande                PIC X(80).
01  WS-Code-Retour             PIC S9(9) BINARY VALUE 0.
01  WS-Chaine-Arretee          PIC X VALUE "N".
    88  WS-Chaine-Stoppee      VALUE "O".
01  WS-Nbre-Terminees          PIC 9(02) VALUE 0.
01  WS-Nbre-Tolerees           PIC 9(02) VALUE 0.
01  eof                        PIC 9.
    88  eof-true               VALUE 1.
    88  eof-false              VALUE 0.
PROCEDURE DIVISION.
pp SECTION.
Debut.
     PERFORM Determiner-Parametres-Run
     PERFORM Charger-Etapes
     IF WS-Definition-Invalide
        DISPLAY "Definition de chaine invalide - rien n'est lance"
        MOVE 12 TO RETURN-CODE
        GO TO Debut-Fin
     END-IF
     PERFORM Analyser-Dernier-Passage
     PERFORM Proposer-Reprise
     ACCEPT WS-Id-Date FROM DATE YYYYMMDD
     ACCEPT WS-Heure-Systeme FROM TIME
     MOVE WS-Heure-Systeme (1:6) TO WS-Id-Heure
     DISPLAY "CHAINE_ID_PASSAGE" UPON ENVIRONMENT-NAME
     DISPLAY WS-Id-Passage UPON ENVIRONMENT-VALUE
     DISPLAY "Passage " WS-Id-Passage " - " WS-Nb-Etapes " etape(s)"
     PERFORM VARYING WS-Idx-Etape FROM 1 BY 1
             UNTIL WS-Idx-Etape > WS-Nb-Etapes
        EVALUATE TRUE
           WHEN WS-Idx-Etape < WS-Idx-Depart
              PERFORM Noter-Etape-Deja-Faite
           WHEN WS-Chaine-Stoppee
              PERFORM Noter-Etape-Non-Lancee
           WHEN OTHER
              PERFORM Executer-Etape
        END-EVALUATE
     END-PERFORM
     DISPLAY "Etapes terminees     : " WS-Nbre-Terminees
     DISPLAY "Echecs toleres       : " WS-Nbre-Tolerees
     IF WS-Chaine-Stoppee
        DISPLAY "CHAINE ARRETEE - reprise possible au prochain "
                "lancement"
        MOVE 8 TO RETURN-CODE
     ELSE
        MOVE 0 TO RETURN-CODE
     END-IF.
Debut-Fin.
     STOP RUN.

*> Le fichier de definition et le fichier de controle sont designes
*> par variable d'environnement (meme principe que ChargerEmployes),
*> pour pouvoir tester une chaine de recette a cote de la chaine de
*> production. CHAINE_REPRISE vaut O (reprendre a l'etape en echec),
*> N (relancer toute la chaine) ou reste vide : la question est
*> alors posee a l'exploitant.
Determiner-Parametres-Run.
     DISPLAY "CHAINE_FICHIER_ETAPES" UPON ENVIRONMENT-NAME
     ACCEPT WS-Nom-Etapes FROM ENVIRONMENT-VALUE
     IF WS-Nom-Etapes = SPACES
        MOVE "ChaineNuit.dat" TO WS-Nom-Etapes
     END-IF
     DISPLAY "CHAINE_FICHIER_CONTROLE" UPON ENVIRONMENT-NAME
     ACCEPT WS-Nom-Controle FROM ENVIRONMENT-VALUE
     IF WS-Nom-Controle = SPACES
        MOVE "ControleChaine.dat" TO WS-Nom-Controle
     END-IF
     DISPLAY "CHAINE_REPRISE" UPON ENVIRONMENT-NAME
     ACCEPT WS-Option-Reprise FROM ENVIRONMENT-VALUE
     DISPLAY "CHAINE_COMPTE_RENDU" UPON ENVIRONMENT-NAME
     DISPLAY WS-Nom-Compte-Rendu UPON ENVIRONMENT-VALUE.

*> Les numeros d'etape doivent etre strictement croissants : c'est
*> sur eux que s'appuie la reprise, d'un passage a l'autre.
Charger-Etapes.
     MOVE 0 TO WS-Nb-Etapes
     OPEN INPUT f-etapes
     IF WS-Statut-Etapes NOT = "00"
        DISPLAY "Fichier de definition introuvable : " WS-Nom-Etapes
        SET WS-Definition-Invalide TO TRUE
     ELSE
        SET eof-false TO TRUE
        READ f-etapes AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           PERFORM Retenir-Ligne-Etape
           READ f-etapes AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-etapes
        IF WS-Nb-Etapes = 0
           DISPLAY "Aucune etape definie dans " WS-Nom-Etapes
           SET WS-Definition-Invalide TO TRUE
        END-IF
     END-IF.

Retenir-Ligne-Etape.
     EVALUATE TRUE
        WHEN etp-ligne-commentaire
           CONTINUE
        WHEN etp-ligne-etape
           IF WS-Nb-Etapes = 20
              DISPLAY "Plus de 20 etapes - definition refusee"
              SET WS-Definition-Invalide TO TRUE
           ELSE
              IF etp-numero NOT NUMERIC OR etp-programme = SPACES
                 DISPLAY "Ligne d'etape mal formee : " ligne-etape
                 SET WS-Definition-Invalide TO TRUE
              ELSE
                 IF WS-Nb-Etapes > 0
                    AND etp-numero NOT > WS-Etp-Numero (WS-Nb-Etapes)
                    DISPLAY "Numero d'etape non croissant : "
                            etp-numero
                    SET WS-Definition-Invalide TO TRUE
                 END-IF
                 ADD 1 TO WS-Nb-Etapes
                 MOVE etp-numero    TO WS-Etp-Numero (WS-Nb-Etapes)
                 MOVE etp-programme TO WS-Etp-Programme (WS-Nb-Etapes)
                 IF etp-obligation = "F"
                    MOVE "F" TO WS-Etp-Obligation (WS-Nb-Etapes)
                 ELSE
                    MOVE "O" TO WS-Etp-Obligation (WS-Nb-Etapes)
                 END-IF
                 MOVE 0 TO WS-Etp-Nb-Parametres (WS-Nb-Etapes)
              END-IF
           END-IF
        WHEN etp-ligne-parametre
           IF WS-Nb-Etapes = 0
              DISPLAY "Parametre avant toute etape : " prm-nom
              SET WS-Definition-Invalide TO TRUE
           ELSE
              IF WS-Etp-Nb-Parametres (WS-Nb-Etapes) = 10
                 DISPLAY "Plus de 10 parametres pour l'etape "
                         WS-Etp-Numero (WS-Nb-Etapes)
                 SET WS-Definition-Invalide TO TRUE
              ELSE
                 ADD 1 TO WS-Etp-Nb-Parametres (WS-Nb-Etapes)
                 MOVE WS-Etp-Nb-Parametres (WS-Nb-Etapes)
                   TO WS-Idx-Parametre
                 MOVE prm-nom    TO WS-Etp-Prm-Nom (WS-Nb-Etapes,
                                                    WS-Idx-Parametre)
                 MOVE prm-valeur TO WS-Etp-Prm-Valeur (WS-Nb-Etapes,
                                                    WS-Idx-Parametre)
              END-IF
           END-IF
        WHEN OTHER
           DISPLAY "Type de ligne inconnu : " ligne-etape
           SET WS-Definition-Invalide TO TRUE
     END-EVALUATE.

*> Relit tout le fichier de controle pour ne garder que l'etat du
*> dernier passage : premiere etape en echec bloquant, ou, si le
*> pilote lui-meme a ete interrompu en cours d'etape (aucune ligne
*> ecrite pour elle), le numero de la derniere etape enregistree.
Analyser-Dernier-Passage.
     MOVE SPACES TO WS-Dernier-Passage
     MOVE 0 TO WS-Etape-Echouee, WS-Derniere-Etape-Passage
     OPEN INPUT f-controle
     IF WS-Statut-Controle = "00"
        SET eof-false TO TRUE
        READ f-controle INTO enreg-controle-chaine
           AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           IF ctl-id-passage NOT = WS-Dernier-Passage
              MOVE ctl-id-passage TO WS-Dernier-Passage
              MOVE 0 TO WS-Etape-Echouee
           END-IF
           MOVE ctl-numero-etape TO WS-Derniere-Etape-Passage
           IF ctl-echec AND WS-Etape-Echouee = 0
              MOVE ctl-numero-etape TO WS-Etape-Echouee
           END-IF
           READ f-controle INTO enreg-controle-chaine
              AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-controle
     END-IF
     MOVE 0 TO WS-Etape-Reprise
     IF WS-Etape-Echouee > 0
        MOVE WS-Etape-Echouee TO WS-Etape-Reprise
     ELSE
        IF WS-Dernier-Passage NOT = SPACES
           AND WS-Derniere-Etape-Passage
               < WS-Etp-Numero (WS-Nb-Etapes)
           PERFORM VARYING WS-Idx-Etape FROM 1 BY 1
                   UNTIL WS-Idx-Etape > WS-Nb-Etapes
              IF WS-Etp-Numero (WS-Idx-Etape)
                 > WS-Derniere-Etape-Passage
                 MOVE WS-Etp-Numero (WS-Idx-Etape) TO WS-Etape-Reprise
                 MOVE WS-Nb-Etapes TO WS-Idx-Etape
              END-IF
           END-PERFORM
        END-IF
     END-IF.

*> Proposer la reprise plutot que l'imposer : apres une correction
*> manuelle en amont, l'exploitant peut preferer relancer toute la
*> chaine. Sans reprise, une extraction de paie deja livree serait
*> refaite, d'ou la reponse par defaut a O en mode non surveille.
Proposer-Reprise.
     MOVE 1 TO WS-Idx-Depart
     MOVE SPACES TO WS-Reprise-De
     IF WS-Etape-Reprise > 0
        DISPLAY "Le passage " WS-Dernier-Passage
                " s'est arrete a l'etape " WS-Etape-Reprise
        EVALUATE WS-Option-Reprise
           WHEN "O" WHEN "o" WHEN "N" WHEN "n"
              MOVE WS-Option-Reprise TO WS-Reponse
           WHEN OTHER
              DISPLAY "Reprendre a cette etape (O/N) ? "
                      WITH NO ADVANCING
              ACCEPT WS-Reponse
        END-EVALUATE
        IF WS-Reponse-Oui
           SET WS-Reprise-Oui TO TRUE
           MOVE WS-Dernier-Passage TO WS-Reprise-De
           PERFORM VARYING WS-Idx-Etape FROM 1 BY 1
                   UNTIL WS-Idx-Etape > WS-Nb-Etapes
              IF WS-Etp-Numero (WS-Idx-Etape) NOT < WS-Etape-Reprise
                 MOVE WS-Idx-Etape TO WS-Idx-Depart
                 MOVE WS-Nb-Etapes TO WS-Idx-Etape
              END-IF
           END-PERFORM
           DISPLAY "Reprise a l'etape " WS-Etp-Numero (WS-Idx-Depart)
                   " " WS-Etp-Programme (WS-Idx-Depart)
        ELSE
           DISPLAY "Chaine relancee depuis la premiere etape"
        END-IF
     END-IF.

*> Une etape = un programme lance par le shell, apres avoir pose ses
*> variables d'environnement (qui restent posees pour les etapes
*> suivantes : chaque programme a ses propres noms de variables). Le
*> programme depose son compte rendu (EcrireCompteRendu) dans un
*> fichier vide a l'avance, pour qu'un compte rendu d'une etape
*> precedente ne soit jamais attribue a celle-ci.
Executer-Etape.
     PERFORM VARYING WS-Idx-Parametre FROM 1 BY 1
             UNTIL WS-Idx-Parametre
                   > WS-Etp-Nb-Parametres (WS-Idx-Etape)
        DISPLAY WS-Etp-Prm-Nom (WS-Idx-Etape, WS-Idx-Parametre)
           UPON ENVIRONMENT-NAME
        DISPLAY WS-Etp-Prm-Valeur (WS-Idx-Etape, WS-Idx-Parametre)
           UPON ENVIRONMENT-VALUE
     END-PERFORM
     OPEN OUTPUT f-compte-rendu
     CLOSE f-compte-rendu
     PERFORM Prendre-Horodatage
     MOVE SPACES TO enreg-controle-chaine
     MOVE WS-Horodatage TO ctl-debut
     DISPLAY "Etape " WS-Etp-Numero (WS-Idx-Etape) " "
             WS-Etp-Programme (WS-Idx-Etape) " debut " WS-Hor-Heure
     MOVE SPACES TO WS-Commande
     MOVE WS-Etp-Programme (WS-Idx-Etape) TO WS-Commande
     CALL "SYSTEM" USING WS-Commande
*> SYSTEM rend le statut brut du shell : le code de sortie du
*> programme y est multiplie par 256.
     MOVE RETURN-CODE TO WS-Code-Retour
     MOVE 0 TO RETURN-CODE
     IF WS-Code-Retour > 255
        DIVIDE WS-Code-Retour BY 256 GIVING WS-Code-Retour
     END-IF
     IF WS-Code-Retour < 0 OR WS-Code-Retour > 255
        MOVE 255 TO WS-Code-Retour
     END-IF
     PERFORM Prendre-Horodatage
     MOVE WS-Horodatage TO ctl-fin
     PERFORM Lire-Compte-Rendu
     MOVE cr-nbre-lus     TO ctl-nbre-lus
     MOVE cr-nbre-ecrits  TO ctl-nbre-ecrits
     MOVE cr-nbre-rejetes TO ctl-nbre-rejetes
     MOVE WS-Code-Retour  TO ctl-code-retour
     IF WS-Code-Retour = 0 AND NOT cr-echec
        SET ctl-termine TO TRUE
        ADD 1 TO WS-Nbre-Terminees
     ELSE
        IF WS-Etp-Obligatoire (WS-Idx-Etape)
           SET ctl-echec TO TRUE
           SET WS-Chaine-Stoppee TO TRUE
        ELSE
           SET ctl-echec-tolere TO TRUE
           ADD 1 TO WS-Nbre-Tolerees
        END-IF
     END-IF
     DISPLAY "Etape " WS-Etp-Numero (WS-Idx-Etape) " fin "
             WS-Hor-Heure " statut " ctl-statut
             " code retour " ctl-code-retour
     PERFORM Ecrire-Ligne-Controle.

*> Une etape qui ne depose pas de compte rendu (programme hors
*> chaine, ou arrete avant sa fin) est jugee sur son seul code
*> retour, compteurs a zero.
Lire-Compte-Rendu.
     MOVE SPACES TO enreg-compte-rendu
     MOVE 0 TO cr-nbre-lus, cr-nbre-ecrits, cr-nbre-rejetes
     OPEN INPUT f-compte-rendu
     IF WS-Statut-Compte-Rendu = "00"
        READ f-compte-rendu INTO enreg-compte-rendu
           AT END CONTINUE
        END-READ
        CLOSE f-compte-rendu
        IF cr-nbre-lus NOT NUMERIC
           MOVE 0 TO cr-nbre-lus
        END-IF
        IF cr-nbre-ecrits NOT NUMERIC
           MOVE 0 TO cr-nbre-ecrits
        END-IF
        IF cr-nbre-rejetes NOT NUMERIC
           MOVE 0 TO cr-nbre-rejetes
        END-IF
     END-IF.

*> Les etapes sautees lors d'une reprise et celles non lancees apres
*> un echec bloquant sont tout de meme tracees, pour que chaque
*> passage du fichier de controle decrive toute la chaine.
Noter-Etape-Deja-Faite.
     MOVE SPACES TO enreg-controle-chaine
     MOVE 0 TO ctl-nbre-lus, ctl-nbre-ecrits, ctl-nbre-rejetes,
               ctl-code-retour
     SET ctl-deja-fait TO TRUE
     PERFORM Ecrire-Ligne-Controle.

Noter-Etape-Non-Lancee.
     MOVE SPACES TO enreg-controle-chaine
     MOVE 0 TO ctl-nbre-lus, ctl-nbre-ecrits, ctl-nbre-rejetes,
               ctl-code-retour
     SET ctl-non-lance TO TRUE
     PERFORM Ecrire-Ligne-Controle.

*> Ouvert et referme a chaque ligne, comme ORAError.Journaliser-Erreur,
*> pour qu'une chute du pilote ne perde pas les etapes deja tracees et
*> que RapportFinJournee, lance comme derniere etape, lise le fichier
*> a jour.
Ecrire-Ligne-Controle.
     MOVE WS-Id-Passage                    TO ctl-id-passage
     MOVE WS-Etp-Numero (WS-Idx-Etape)     TO ctl-numero-etape
     MOVE WS-Etp-Programme (WS-Idx-Etape)  TO ctl-programme
     MOVE WS-Etp-Obligation (WS-Idx-Etape) TO ctl-obligation
     MOVE WS-Reprise-De                    TO ctl-reprise-de
     OPEN EXTEND f-controle
     IF WS-Statut-Controle = "35"
        OPEN OUTPUT f-controle
     END-IF
     WRITE ligne-controle FROM enreg-controle-chaine
     CLOSE f-controle.

Prendre-Horodatage.
     ACCEPT WS-Hor-Date FROM DATE YYYYMMDD
     ACCEPT WS-Heure-Systeme FROM TIME
     MOVE WS-Heure-Systeme (1:6) TO WS-Hor-Heure.
