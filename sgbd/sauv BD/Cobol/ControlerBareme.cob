IDENTIFICATION DIVISION.
PROGRAM-ID. ControlerBareme.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-baremes ASSIGN TO "BaremesSalaires.dat"
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-Statut-Baremes.
DATA DIVISION.
FILE SECTION.
FD  f-baremes.
    COPY "BaremesSalaires.cpy".
WORKING-STORAGE SECTION.
01  WS-Statut-Baremes           PIC XX.
01  WS-Baremes-Charges          PIC X VALUE "N".
    88  WS-Table-Chargee        VALUE "O".
01  WS-Table-Baremes.
    02  WS-Bareme-Ligne OCCURS 200 TIMES.
        03  WS-Bar-Fonction     PIC X(20).
        03  WS-Bar-Min          PIC 9(06)V99.
        03  WS-Bar-Max          PIC 9(06)V99.
01  WS-Nb-Baremes               PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Bareme               PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Trouve               PIC S9(4) BINARY VALUE 0.
01  eof                         PIC 9.
    88  eof-true                VALUE 1.
    88  eof-false               VALUE 0.
LINKAGE SECTION.
COPY "ControleBareme.cpy".

*> Situe un salaire dans le bareme de sa fonction (BaremesSalaires.dat,
*> un minimum et un maximum par fonction-employe). Un seul programme
*> pour l'encodage, le chargement par lot, la simulation des
*> augmentations et le rapport des baremes, afin que la regle ne puisse
*> pas diverger d'un endroit a l'autre. Le fichier est charge au
*> premier appel et garde pour les suivants. Sans fichier ou sans
*> bareme pour la fonction, le salaire n'est pas controle (resultat
*> "N") : une fonction nouvelle ne bloque pas l'encodage en attendant
*> que son bareme soit fixe. cb-position donne la place du salaire dans
*> la fourchette, en pour cent (0 = minimum, 100 = maximum, negatif ou
*> au-dela de 100 hors bareme).
PROCEDURE DIVISION USING controle-bareme.
Debut.
     IF NOT WS-Table-Chargee
        PERFORM Charger-Baremes
     END-IF
     MOVE 0 TO cb-salaire-min
     MOVE 0 TO cb-salaire-max
     MOVE 0 TO cb-position
     SET cb-sans-bareme TO TRUE
     MOVE 0 TO WS-Idx-Trouve
     PERFORM VARYING WS-Idx-Bareme FROM 1 BY 1
             UNTIL WS-Idx-Bareme > WS-Nb-Baremes
        IF WS-Bar-Fonction (WS-Idx-Bareme) = cb-fonction
           MOVE WS-Idx-Bareme TO WS-Idx-Trouve
           SET WS-Idx-Bareme TO WS-Nb-Baremes
        END-IF
     END-PERFORM
     IF WS-Idx-Trouve > 0 AND cb-fonction NOT = SPACES
        MOVE WS-Bar-Min (WS-Idx-Trouve) TO cb-salaire-min
        MOVE WS-Bar-Max (WS-Idx-Trouve) TO cb-salaire-max
        EVALUATE TRUE
           WHEN cb-salaire < cb-salaire-min
              SET cb-sous-minimum TO TRUE
           WHEN cb-salaire > cb-salaire-max
              SET cb-au-dessus-maximum TO TRUE
           WHEN OTHER
              SET cb-dans-bareme TO TRUE
        END-EVALUATE
        PERFORM Calculer-Position
     END-IF
     EXIT PROGRAM.

*> Une ligne illisible (montants non numeriques, minimum au-dessus du
*> maximum) est ignoree et signalee : mieux vaut ne pas controler une
*> fonction que la controler sur un bareme faux.
Charger-Baremes.
     MOVE "O" TO WS-Baremes-Charges
     MOVE 0   TO WS-Nb-Baremes
     OPEN INPUT f-baremes
     IF WS-Statut-Baremes NOT = "00"
        DISPLAY "Fichier des baremes introuvable (BaremesSalaires.dat)"
                " - salaires non controles"
     ELSE
        SET eof-false TO TRUE
        READ f-baremes AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           IF bar-fonction = SPACES
              OR bar-salaire-min NOT NUMERIC
              OR bar-salaire-max NOT NUMERIC
              OR bar-salaire-min > bar-salaire-max
              DISPLAY "Bareme ignore (ligne invalide) : " bar-fonction
           ELSE
              IF WS-Nb-Baremes < 200
                 ADD 1 TO WS-Nb-Baremes
                 MOVE bar-fonction    TO WS-Bar-Fonction (WS-Nb-Baremes)
                 MOVE bar-salaire-min TO WS-Bar-Min (WS-Nb-Baremes)
                 MOVE bar-salaire-max TO WS-Bar-Max (WS-Nb-Baremes)
              END-IF
           END-IF
           READ f-baremes AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-baremes
     END-IF.

Calculer-Position.
     IF cb-salaire-max = cb-salaire-min
        EVALUATE TRUE
           WHEN cb-sous-minimum      MOVE -1  TO cb-position
           WHEN cb-au-dessus-maximum MOVE 101 TO cb-position
           WHEN OTHER                MOVE 100 TO cb-position
        END-EVALUATE
     ELSE
        COMPUTE cb-position ROUNDED =
                (cb-salaire - cb-salaire-min) * 100
              / (cb-salaire-max - cb-salaire-min)
           ON SIZE ERROR
              IF cb-sous-minimum
                 MOVE -9999 TO cb-position
              ELSE
                 MOVE 9999 TO cb-position
              END-IF
        END-COMPUTE
     END-IF.
