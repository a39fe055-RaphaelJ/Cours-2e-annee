                      FILE STATUS IS WS-Statut-Sections.
    SELECT f-remplissage ASSIGN TO "RemplissageSections.res"
                      ORGANIZATION LINE SEQUENTIAL.
    SELECT f-affectations ASSIGN TO "Affectations.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS cle-affectation
                      ALTERNATE RECORD KEY IS aff-matricule-employe
                         WITH DUPLICATES
                      FILE STATUS IS WS-Statut-Affectations.
DATA DIVISION.
FILE SECTION.
FD  f-snapshot.
FD  f-sections.
    COPY "Sections.cpy".
FD  f-remplissage.
01  ligne-remplissage           PIC X(120).
FD  f-affectations.
    COPY "Affectations.cpy".
WORKING-STORAGE SECTION.
01  WS-Nom-Fichier-Entree       PIC X(40) VALUE SPACES.
01  WS-Statut-Entree            PIC XX.
01  WS-Statut-Sections          PIC XX.
01  WS-Statut-Affectations      PIC XX.
01  WS-Seuil-Remplissage        PIC 9(03) VALUE 0.
01  WS-Taux-Remplissage         PIC 9(03) VALUE 0.
01  WS-Constat                  PIC X(15).
        03  WS-Sect-Libelle       PIC X(30).
        03  WS-Sect-Capacite      PIC 9(03).
        03  WS-Sect-Reference     PIC X(01).
        03  WS-Sect-Statut        PIC X(01).
        03  WS-Sect-Effectif      PIC S9(4) BINARY.
        03  WS-Sect-Titulaire     PIC X(36).
01  WS-Nb-Lignes-Sections       PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Section              PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Trouve               PIC S9(4) BINARY VALUE 0.
     PERFORM Determiner-Parametres-Run
     PERFORM Charger-Sections
     PERFORM Cumuler-Effectifs
     PERFORM Charger-Titulaires
     PERFORM Ecrire-Rapport-Remplissage
     DISPLAY "Rapport de remplissage ecrit : RemplissageSections.res"
     STOP RUN.
              MOVE capacite-section
                   TO WS-Sect-Capacite (WS-Nb-Lignes-Sections)
              MOVE "O" TO WS-Sect-Reference (WS-Nb-Lignes-Sections)
              MOVE statut-section
                   TO WS-Sect-Statut (WS-Nb-Lignes-Sections)
              MOVE 0   TO WS-Sect-Effectif (WS-Nb-Lignes-Sections)
              MOVE SPACES TO WS-Sect-Titulaire (WS-Nb-Lignes-Sections)
           END-IF
           READ f-sections AT END SET eof-section-true TO TRUE
           END-READ
        MOVE SPACES      TO WS-Sect-Libelle (WS-Nb-Lignes-Sections)
        MOVE 0           TO WS-Sect-Capacite (WS-Nb-Lignes-Sections)
        MOVE "N"         TO WS-Sect-Reference (WS-Nb-Lignes-Sections)
        MOVE SPACE       TO WS-Sect-Statut (WS-Nb-Lignes-Sections)
        MOVE 0           TO WS-Sect-Effectif (WS-Nb-Lignes-Sections)
        MOVE SPACES      TO WS-Sect-Titulaire (WS-Nb-Lignes-Sections)
        MOVE WS-Nb-Lignes-Sections TO WS-Idx-Trouve
     END-IF
     IF WS-Idx-Trouve > 0
        ADD 1 TO WS-Sect-Effectif (WS-Idx-Trouve)
     END-IF.

*> Titulaire de chaque section repris d'Affectations.dat (parcours
*> START/READ NEXT par cle primaire) ; fichier absent ou section sans
*> titulaire = colonne vide.
Charger-Titulaires.
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
           IF aff-titulaire
              PERFORM Retenir-Titulaire
           END-IF
           READ f-affectations NEXT RECORD AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-affectations
     END-IF.

Retenir-Titulaire.
     PERFORM VARYING WS-Idx-Section FROM 1 BY 1
             UNTIL WS-Idx-Section > WS-Nb-Lignes-Sections
        IF WS-Sect-Code (WS-Idx-Section) = aff-num-section
           MOVE SPACES TO WS-Sect-Titulaire (WS-Idx-Section)
           STRING aff-nom-employe DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  aff-prenom-employe DELIMITED BY "  "
                  INTO WS-Sect-Titulaire (WS-Idx-Section)
           SET WS-Idx-Section TO WS-Nb-Lignes-Sections
        END-IF
     END-PERFORM.

*> Une ligne par section, meme presentation point-virgule que
*> Comparaison.res : effectif contre capacite, avec le constat
*> (surcapacite, sous-remplie sous le seuil, section fermee, ou
*> section inconnue de la reference) en clair pour le bureau des
*> horaires. Une section fermee qui figure encore dans le snapshot
*> est signalee a part : elle n'aurait pas du pouvoir l'etre.
Ecrire-Rapport-Remplissage.
     OPEN OUTPUT f-remplissage
     MOVE "SECTION;LIBELLE;EFFECTIF;CAPACITE;TAUX;CONSTAT;TITULAIRE"
          TO ligne-remplissage
     WRITE ligne-remplissage
     PERFORM VARYING WS-Idx-Section FROM 1 BY 1
                   / WS-Sect-Capacite (WS-Idx-Section)
        END-IF
        EVALUATE TRUE
           WHEN WS-Sect-Statut (WS-Idx-Section) = "F"
              IF WS-Sect-Effectif (WS-Idx-Section) > 0
                 MOVE "FERMEE OCCUPEE" TO WS-Constat
              ELSE
                 MOVE "FERMEE" TO WS-Constat
              END-IF
           WHEN WS-Sect-Effectif (WS-Idx-Section)
                > WS-Sect-Capacite (WS-Idx-Section)
              MOVE "SURCAPACITE" TO WS-Constat
            WS-Effectif-Aff ";"
            WS-Capacite-Aff ";"
            WS-Taux-Aff ";"
            WS-Constat ";"
            WS-Sect-Titulaire (WS-Idx-Section)
            DELIMITED BY SIZE INTO ligne-remplissage
     WRITE ligne-remplissage.
