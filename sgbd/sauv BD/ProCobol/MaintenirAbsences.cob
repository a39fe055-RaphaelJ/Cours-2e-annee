IDENTIFICATION DIVISION.
PROGRAM-ID. MaintenirAbsences.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-absences    ASSIGN TO "Absences.dat"
                          ORGANIZATION INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS cle-absence
                          FILE STATUS IS WS-Statut-Absences.
    SELECT f-historique  ASSIGN TO DYNAMIC WS-Nom-Historique
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS IS WS-Statut-Historique.
DATA DIVISION.
FILE SECTION.
FD  f-absences.
    COPY "Absences.cpy".
FD  f-historique.
01  Ligne-Historique            PIC X(90).
WORKING-STORAGE SECTION.
COPY "Employes.cpy".
01  WS-Statut-Absences      PIC XX.
01  WS-Choix-Absence        PIC 9 VALUE 0.
01  WS-Reponse              PIC X.
    88  WS-Reponse-Oui      VALUE "O", "o".
01  WS-Saisie-Ok            PIC X VALUE "N".
    88  WS-Saisie-Valide    VALUE "O".
01  WS-Absence-Trouvee      PIC X VALUE "N".
    88  WS-Absence-Existe   VALUE "O".
01  WS-Matricule-Saisi      PIC 9(06) VALUE 0.
01  WS-Type-Saisi           PIC X(02).
    88  WS-Type-Valide      VALUE "CA", "MA", "ML", "SS", "IC", "AU".
    88  WS-Type-Sans-Solde  VALUE "SS", "IC".
01  WS-Debut-Saisi          PIC 9(08) VALUE 0.
01  WS-Fin-Saisie           PIC 9(08) VALUE 0.
01  WS-Remuneree-Saisie     PIC X(01).
    88  WS-Remuneree-Valide VALUE "O", "N".
01  WS-Date-Jour            PIC 9(08).
01  WS-Nbre-Absences        PIC 9(03) VALUE 0.
01  WS-Ligne-Liste          PIC 99 VALUE 0.
01  eof                     PIC 9.
    88  eof-true            VALUE 1.
    88  eof-false           VALUE 0.

*> Periode deja enregistree qui chevauche celle qu'on encode : deux
*> absences actives d'un meme employe ne se recouvrent jamais, sinon
*> les jours non remuneres seraient deduits deux fois du cout du mois.
01  WS-Chevauchement        PIC X VALUE "N".
    88  WS-Chevauchement-Trouve VALUE "O".
01  WS-Debut-Conflit        PIC 9(08) VALUE 0.
01  WS-Fin-Conflit          PIC 9(08) VALUE 0.

*> Controle d'une date AAAAMMJJ saisie : mois 1 a 12, jour dans le
*> mois, annee bissextile comprise (meme regle que
*> ExtraireCoutsComptables.Calculer-Jours-Du-Mois).
01  WS-Date-Controle.
    02  WS-Dc-Annee         PIC 9(04).
    02  WS-Dc-Mois          PIC 9(02).
    02  WS-Dc-Jour          PIC 9(02).
01  WS-Date-Ok              PIC X VALUE "N".
    88  WS-Date-Valide      VALUE "O".
01  WS-Jours-Du-Mois        PIC 9(02) VALUE 0.
01  WS-Reste-Division       PIC 9(04) VALUE 0.
01  WS-Quotient-Division    PIC 9(04) VALUE 0.

*> Les huit absences les plus recentes de l'employe, dans l'ordre de
*> la cle (date de debut) : la table glisse d'un rang quand elle est
*> pleine, les plus anciennes sortent de l'ecran.
01  WS-Table-Ecran.
    02  WS-Ecran-Ligne OCCURS 8 TIMES.
        03  WS-Ecr-Debut        PIC 9(08).
        03  WS-Ecr-Fin          PIC 9(08).
        03  WS-Ecr-Type         PIC X(02).
        03  WS-Ecr-Remuneree    PIC X(01).
        03  WS-Ecr-Jours        PIC 9(05).
        03  WS-Ecr-Statut       PIC X(07).
01  WS-Nb-Lignes-Ecran      PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Ecran            PIC S9(4) BINARY VALUE 0.

*> Journal des dossiers du personnel (HistoEmployes<date>.log), meme
*> disposition que ModifierEmployes : champ "ABSENCE" a l'encodage,
*> "ABS-ANNULEE" a l'annulation, la valeur decrit la periode.
01  WS-Nom-Historique     PIC X(25).
01  WS-Statut-Historique  PIC XX.
01  WS-Date-Historique    PIC 9(08).
01  WS-Heure-Historique   PIC 9(08).
01  WS-Champ-Modifie      PIC X(12).
01  WS-Valeur-Avant       PIC X(20).
01  WS-Valeur-Apres       PIC X(20).
01  WS-Description-Absence.
    02  WS-DA-Type          PIC X(02).
    02  FILLER              PIC X(01) VALUE SPACE.
    02  WS-DA-Debut         PIC 9(08).
    02  FILLER              PIC X(01) VALUE "-".
    02  WS-DA-Fin           PIC 9(08).
01  WS-Ligne-Hist-Sortie.
    02  WS-LHS-Date             PIC 9(08).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LHS-Heure             PIC 9(08).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LHS-Matricule         PIC 9(06).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LHS-Champ             PIC X(12).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LHS-Avant             PIC X(20).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LHS-Apres             PIC X(20).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LHS-Operateur         PIC X(08).
LINKAGE SECTION.
COPY "TransCtx.cpy".
PROCEDURE DIVISION USING contexte-transaction.
Debut.
     MOVE "MAINTABS" TO ct-programme
     ACCEPT WS-Date-Jour FROM DATE YYYYMMDD
     DISPLAY " " LINE 1 ERASE TO END OF SCREEN
     DISPLAY "ABSENCES ET CONGES DU PERSONNEL" LINE 3 COLUMN 10
     DISPLAY "Matricule de l'employe (0 = abandon) : " LINE 5 COLUMN 10
     MOVE 0 TO WS-Matricule-Saisi
     ACCEPT WS-Matricule-Saisi LINE 5 COLUMN 50
     IF WS-Matricule-Saisi = 0
        GO TO Debut-Exit
     END-IF

     MOVE "CHARGER" TO ct-paragraphe
*>   EXEC SQL
*>       SELECT * INTO :enreg-employe
*>       FROM EMPLOYES
*>       WHERE MATRICULE = :WS-Matricule-Saisi
*>   END-EXEC.
     EVALUATE TRUE
        WHEN ct-sqlstate-class = "02"
           DISPLAY "Employe introuvable. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
           GO TO Debut-Exit
        WHEN NOT ct-sqlstate-ok
           CALL "ORAError" USING contexte-transaction
           GO TO Debut-Exit
     END-EVALUATE
     DISPLAY nom-employe " " prenom-employe " - " departement-employe
             LINE 6 COLUMN 10
     IF emp-termine
        DISPLAY "SORTI LE " date-sortie-employe LINE 6 COLUMN 60
     END-IF

     OPEN I-O f-absences
     IF WS-Statut-Absences = "35"
        OPEN OUTPUT f-absences
        CLOSE f-absences
        OPEN I-O f-absences
     END-IF
     IF WS-Statut-Absences NOT = "00"
        DISPLAY "Fichier des absences inaccessible (statut "
                WS-Statut-Absences ")" LINE 22 COLUMN 1
                ERASE TO END OF LINE
        GO TO Debut-Exit
     END-IF

     PERFORM Lister-Absences-Employe
     DISPLAY "1. Encoder une absence" LINE 17 COLUMN 10
     DISPLAY "2. Annuler une absence" LINE 18 COLUMN 10
     DISPLAY "9. Retour" LINE 19 COLUMN 10
     ACCEPT WS-Choix-Absence LINE 19 COLUMN 25
     EVALUATE WS-Choix-Absence
        WHEN 1 PERFORM Encoder-Absence
        WHEN 2 PERFORM Annuler-Absence
     END-EVALUATE
     CLOSE f-absences.
Debut-Exit.
     EXIT PROGRAM.

*> Les absences d'un employe se suivent dans l'ordre de la cle
*> (matricule puis date de debut) : positionnement sur le matricule,
*> lecture tant qu'il ne change pas, meme technique que
*> MaintenirAffectations.Lister-Affectations-Section.
Lister-Absences-Employe.
     MOVE 0 TO WS-Nbre-Absences
     MOVE 0 TO WS-Nb-Lignes-Ecran
     SET eof-false TO TRUE
     MOVE WS-Matricule-Saisi TO abs-matricule
     MOVE 0 TO abs-date-debut
     START f-absences KEY IS NOT LESS THAN cle-absence
        INVALID KEY SET eof-true TO TRUE
     END-START
     IF NOT eof-true
        READ f-absences NEXT RECORD
           AT END SET eof-true TO TRUE
        END-READ
     END-IF
     PERFORM TEST BEFORE UNTIL eof-true
        IF abs-matricule NOT = WS-Matricule-Saisi
           SET eof-true TO TRUE
        ELSE
           ADD 1 TO WS-Nbre-Absences
           PERFORM Retenir-Ligne-Ecran
           READ f-absences NEXT RECORD
              AT END SET eof-true TO TRUE
           END-READ
        END-IF
     END-PERFORM
     IF WS-Nbre-Absences = 0
        DISPLAY "Aucune absence enregistree." LINE 8 COLUMN 10
     ELSE
        DISPLAY "Debut    Fin      Type Remun.  Jours  Statut"
                LINE 7 COLUMN 10
        MOVE 7 TO WS-Ligne-Liste
        PERFORM VARYING WS-Idx-Ecran FROM 1 BY 1
                UNTIL WS-Idx-Ecran > WS-Nb-Lignes-Ecran
           ADD 1 TO WS-Ligne-Liste
           DISPLAY WS-Ecr-Debut (WS-Idx-Ecran) " "
                   WS-Ecr-Fin (WS-Idx-Ecran) " "
                   WS-Ecr-Type (WS-Idx-Ecran) "   "
                   WS-Ecr-Remuneree (WS-Idx-Ecran) "       "
                   WS-Ecr-Jours (WS-Idx-Ecran) "  "
                   WS-Ecr-Statut (WS-Idx-Ecran)
                   LINE WS-Ligne-Liste COLUMN 10
        END-PERFORM
        DISPLAY WS-Nbre-Absences " absence(s) enregistree(s)"
                LINE 16 COLUMN 10
     END-IF.

Retenir-Ligne-Ecran.
     IF WS-Nb-Lignes-Ecran < 8
        ADD 1 TO WS-Nb-Lignes-Ecran
     ELSE
        PERFORM VARYING WS-Idx-Ecran FROM 1 BY 1
                UNTIL WS-Idx-Ecran > 7
           MOVE WS-Ecran-Ligne (WS-Idx-Ecran + 1)
                TO WS-Ecran-Ligne (WS-Idx-Ecran)
        END-PERFORM
     END-IF
     MOVE abs-date-debut TO WS-Ecr-Debut (WS-Nb-Lignes-Ecran)
     MOVE abs-date-fin   TO WS-Ecr-Fin (WS-Nb-Lignes-Ecran)
     MOVE abs-type       TO WS-Ecr-Type (WS-Nb-Lignes-Ecran)
     MOVE abs-remuneree  TO WS-Ecr-Remuneree (WS-Nb-Lignes-Ecran)
     COMPUTE WS-Ecr-Jours (WS-Nb-Lignes-Ecran) =
             FUNCTION INTEGER-OF-DATE (abs-date-fin)
           - FUNCTION INTEGER-OF-DATE (abs-date-debut) + 1
     IF abs-annulee
        MOVE "ANNULEE" TO WS-Ecr-Statut (WS-Nb-Lignes-Ecran)
     ELSE
        MOVE SPACES TO WS-Ecr-Statut (WS-Nb-Lignes-Ecran)
     END-IF.

*> Seul un employe actif peut recevoir une nouvelle absence ; le type
*> propose la remuneration par defaut (sans solde et interruption de
*> carriere non remuneres, les autres remuneres), que l'operateur
*> peut forcer pour les cas particuliers (maladie au-dela de la
*> periode couverte, conge exceptionnel non paye...).
Encoder-Absence.
     MOVE "O" TO WS-Saisie-Ok
     IF NOT emp-actif
        DISPLAY "Employe sorti - absence refusee. " LINE 22 COLUMN 1
                ERASE TO END OF LINE
        MOVE "N" TO WS-Saisie-Ok
     END-IF
     IF WS-Saisie-Valide
        PERFORM Saisir-Absence
     END-IF
     IF WS-Saisie-Valide
        PERFORM Rechercher-Chevauchement
        IF WS-Chevauchement-Trouve
           DISPLAY "Chevauche l'absence du " WS-Debut-Conflit " au "
                   WS-Fin-Conflit ". " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
           MOVE "N" TO WS-Saisie-Ok
        END-IF
     END-IF
*>   Une absence annulee peut occuper la meme cle : elle est reprise
*>   pour la nouvelle periode, sauf si son annulation n'a pas encore
*>   ete transmise au bureau de paie (il la perdrait).
     IF WS-Saisie-Valide
        MOVE WS-Matricule-Saisi TO abs-matricule
        MOVE WS-Debut-Saisi     TO abs-date-debut
        MOVE "O" TO WS-Absence-Trouvee
        READ f-absences
           INVALID KEY MOVE "N" TO WS-Absence-Trouvee
        END-READ
        IF WS-Absence-Existe AND abs-paie-envoyee
           DISPLAY "Annulation du " WS-Debut-Saisi " pas encore "
                   "transmise a la paie - reencoder apres l'extraction."
                   LINE 22 COLUMN 1 ERASE TO END OF LINE
           MOVE "N" TO WS-Saisie-Ok
        END-IF
     END-IF
     IF WS-Saisie-Valide
        PERFORM Ecrire-Absence
     END-IF.

Saisir-Absence.
     DISPLAY "Type (CA MA ML SS IC AU)       : " LINE 17 COLUMN 10
             ERASE TO END OF LINE
     ACCEPT WS-Type-Saisi LINE 17 COLUMN 44
     DISPLAY "Date de debut (AAAAMMJJ)       : " LINE 18 COLUMN 10
             ERASE TO END OF LINE
     ACCEPT WS-Debut-Saisi LINE 18 COLUMN 44
     DISPLAY "Date de fin   (AAAAMMJJ)       : " LINE 19 COLUMN 10
             ERASE TO END OF LINE
     ACCEPT WS-Fin-Saisie LINE 19 COLUMN 44
     DISPLAY "Remuneree (O/N, vide = defaut) : " LINE 20 COLUMN 10
             ERASE TO END OF LINE
     MOVE SPACE TO WS-Remuneree-Saisie
     ACCEPT WS-Remuneree-Saisie LINE 20 COLUMN 44
     IF WS-Remuneree-Saisie = SPACE
        IF WS-Type-Sans-Solde
           MOVE "N" TO WS-Remuneree-Saisie
        ELSE
           MOVE "O" TO WS-Remuneree-Saisie
        END-IF
     END-IF
     MOVE WS-Debut-Saisi TO WS-Date-Controle
     PERFORM Verifier-Date
     IF WS-Date-Valide
        MOVE WS-Fin-Saisie TO WS-Date-Controle
        PERFORM Verifier-Date
     END-IF
     EVALUATE TRUE
        WHEN NOT WS-Type-Valide
           DISPLAY "Type d'absence invalide. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
           MOVE "N" TO WS-Saisie-Ok
        WHEN NOT WS-Remuneree-Valide
           DISPLAY "Remuneration invalide (O ou N). " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
           MOVE "N" TO WS-Saisie-Ok
        WHEN NOT WS-Date-Valide
           DISPLAY "Date invalide. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
           MOVE "N" TO WS-Saisie-Ok
        WHEN WS-Fin-Saisie < WS-Debut-Saisi
           DISPLAY "La fin precede le debut. " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
           MOVE "N" TO WS-Saisie-Ok
        WHEN WS-Debut-Saisi < date-embauche-employe
           DISPLAY "Absence anterieure a l'embauche ("
                   date-embauche-employe "). " LINE 22 COLUMN 1
                   ERASE TO END OF LINE
           MOVE "N" TO WS-Saisie-Ok
     END-EVALUATE.

Ecrire-Absence.
     MOVE WS-Matricule-Saisi  TO abs-matricule
     MOVE WS-Debut-Saisi      TO abs-date-debut
     MOVE WS-Fin-Saisie       TO abs-date-fin
     MOVE WS-Type-Saisi       TO abs-type
     MOVE WS-Remuneree-Saisie TO abs-remuneree
     SET abs-active           TO TRUE
     MOVE departement-employe TO abs-departement
     MOVE nom-employe         TO abs-nom
     MOVE prenom-employe      TO abs-prenom
     MOVE WS-Date-Jour        TO abs-date-saisie
     MOVE ct-operateur        TO abs-operateur
     MOVE 0                   TO abs-date-annulation
     MOVE SPACES              TO abs-operateur-annulation
     SET abs-paie-a-envoyer   TO TRUE
     IF WS-Absence-Existe
        REWRITE enreg-absence
     ELSE
        WRITE enreg-absence
     END-IF
     IF WS-Statut-Absences NOT = "00"
        DISPLAY "Ecriture de l'absence impossible (statut "
                WS-Statut-Absences ")" LINE 22 COLUMN 1
                ERASE TO END OF LINE
     ELSE
        MOVE "ABSENCE" TO WS-Champ-Modifie
        MOVE SPACES    TO WS-Valeur-Avant
        PERFORM Decrire-Absence
        MOVE WS-Description-Absence TO WS-Valeur-Apres
        PERFORM Ecrire-Ligne-Historique
        DISPLAY "Absence enregistree. " LINE 22 COLUMN 1
                ERASE TO END OF LINE
     END-IF.

*> Parcours des absences actives de l'employe : deux periodes se
*> chevauchent quand chacune commence avant la fin de l'autre.
Rechercher-Chevauchement.
     MOVE "N" TO WS-Chevauchement
     SET eof-false TO TRUE
     MOVE WS-Matricule-Saisi TO abs-matricule
     MOVE 0 TO abs-date-debut
     START f-absences KEY IS NOT LESS THAN cle-absence
        INVALID KEY SET eof-true TO TRUE
     END-START
     IF NOT eof-true
        READ f-absences NEXT RECORD
           AT END SET eof-true TO TRUE
        END-READ
     END-IF
     PERFORM TEST BEFORE UNTIL eof-true OR WS-Chevauchement-Trouve
        IF abs-matricule NOT = WS-Matricule-Saisi
           SET eof-true TO TRUE
        ELSE
           IF abs-active
              AND abs-date-debut NOT > WS-Fin-Saisie
              AND abs-date-fin NOT < WS-Debut-Saisi
              SET WS-Chevauchement-Trouve TO TRUE
              MOVE abs-date-debut TO WS-Debut-Conflit
              MOVE abs-date-fin   TO WS-Fin-Conflit
           END-IF
           READ f-absences NEXT RECORD
              AT END SET eof-true TO TRUE
           END-READ
        END-IF
     END-PERFORM.

*> L'annulation est logique : l'absence reste dans le fichier avec
*> l'operateur et la date, pour que ExtrairePaie transmette
*> l'annulation au bureau de paie si l'absence lui avait deja ete
*> envoyee. Une absence jamais transmise est soldee d'office.
Annuler-Absence.
     DISPLAY "Date de debut de l'absence a annuler : " LINE 17 COLUMN 10
             ERASE TO END OF LINE
     DISPLAY " " LINE 18 COLUMN 1 ERASE TO END OF LINE
     DISPLAY " " LINE 19 COLUMN 1 ERASE TO END OF LINE
     MOVE 0 TO WS-Debut-Saisi
     ACCEPT WS-Debut-Saisi LINE 17 COLUMN 50
     MOVE WS-Matricule-Saisi TO abs-matricule
     MOVE WS-Debut-Saisi     TO abs-date-debut
     MOVE "O" TO WS-Absence-Trouvee
     READ f-absences
        INVALID KEY MOVE "N" TO WS-Absence-Trouvee
     END-READ
     IF WS-Absence-Existe
        IF abs-annulee
           MOVE "N" TO WS-Absence-Trouvee
        END-IF
     END-IF
     IF NOT WS-Absence-Existe
        DISPLAY "Aucune absence active a cette date. " LINE 22 COLUMN 1
                ERASE TO END OF LINE
     ELSE
        DISPLAY abs-type " du " abs-date-debut " au " abs-date-fin
                LINE 18 COLUMN 10
        DISPLAY "Confirmer l'annulation (O/N) ? " LINE 19 COLUMN 10
        ACCEPT WS-Reponse LINE 19 COLUMN 42
        IF WS-Reponse-Oui
           PERFORM Enregistrer-Annulation
        END-IF
     END-IF.

Enregistrer-Annulation.
     PERFORM Decrire-Absence
     MOVE WS-Description-Absence TO WS-Valeur-Avant
     SET abs-annulee TO TRUE
     MOVE WS-Date-Jour TO abs-date-annulation
     MOVE ct-operateur TO abs-operateur-annulation
     IF abs-paie-a-envoyer
        SET abs-paie-soldee TO TRUE
     END-IF
     REWRITE enreg-absence
     IF WS-Statut-Absences NOT = "00"
        DISPLAY "Annulation impossible (statut "
                WS-Statut-Absences ")" LINE 22 COLUMN 1
                ERASE TO END OF LINE
     ELSE
        MOVE "ABS-ANNULEE" TO WS-Champ-Modifie
        MOVE "ANNULEE"     TO WS-Valeur-Apres
        PERFORM Ecrire-Ligne-Historique
        DISPLAY "Absence annulee. " LINE 22 COLUMN 1
                ERASE TO END OF LINE
     END-IF.

Verifier-Date.
     MOVE "N" TO WS-Date-Ok
     IF WS-Dc-Mois >= 1 AND WS-Dc-Mois <= 12 AND WS-Dc-Annee > 1900
        EVALUATE WS-Dc-Mois
           WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
              MOVE 31 TO WS-Jours-Du-Mois
           WHEN 04 WHEN 06 WHEN 09 WHEN 11
              MOVE 30 TO WS-Jours-Du-Mois
           WHEN 02
              MOVE 28 TO WS-Jours-Du-Mois
              DIVIDE WS-Dc-Annee BY 4
                     GIVING WS-Quotient-Division
                     REMAINDER WS-Reste-Division
              IF WS-Reste-Division = 0
                 MOVE 29 TO WS-Jours-Du-Mois
                 DIVIDE WS-Dc-Annee BY 100
                        GIVING WS-Quotient-Division
                        REMAINDER WS-Reste-Division
                 IF WS-Reste-Division = 0
                    DIVIDE WS-Dc-Annee BY 400
                           GIVING WS-Quotient-Division
                           REMAINDER WS-Reste-Division
                    IF WS-Reste-Division NOT = 0
                       MOVE 28 TO WS-Jours-Du-Mois
                    END-IF
                 END-IF
              END-IF
        END-EVALUATE
        IF WS-Dc-Jour >= 1 AND WS-Dc-Jour <= WS-Jours-Du-Mois
           SET WS-Date-Valide TO TRUE
        END-IF
     END-IF.

Decrire-Absence.
     MOVE abs-type       TO WS-DA-Type
     MOVE abs-date-debut TO WS-DA-Debut
     MOVE abs-date-fin   TO WS-DA-Fin.

*> Meme convention que ModifierEmployes.Ecrire-Ligne-Historique.
Ecrire-Ligne-Historique.
     ACCEPT WS-Date-Historique  FROM DATE YYYYMMDD
     ACCEPT WS-Heure-Historique FROM TIME
     STRING "HistoEmployes" WS-Date-Historique "." "log"
        DELIMITED BY SIZE INTO WS-Nom-Historique
     MOVE WS-Date-Historique  TO WS-LHS-Date
     MOVE WS-Heure-Historique TO WS-LHS-Heure
     MOVE WS-Matricule-Saisi  TO WS-LHS-Matricule
     MOVE WS-Champ-Modifie    TO WS-LHS-Champ
     MOVE WS-Valeur-Avant     TO WS-LHS-Avant
     MOVE WS-Valeur-Apres     TO WS-LHS-Apres
     MOVE ct-operateur        TO WS-LHS-Operateur
     MOVE WS-Ligne-Hist-Sortie TO Ligne-Historique
     OPEN EXTEND f-historique
     IF WS-Statut-Historique = "35"
        OPEN OUTPUT f-historique
     END-IF
     WRITE Ligne-Historique
     CLOSE f-historique.
