IDENTIFICATION DIVISION.
PROGRAM-ID. EcrireConflit.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-conflits ASSIGN TO DYNAMIC WS-Nom-Conflits
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS IS WS-Statut-Conflits.
DATA DIVISION.
FILE SECTION.
FD  f-conflits.
01  ligne-conflit              PIC X(61).
WORKING-STORAGE SECTION.
01  WS-Nom-Conflits            PIC X(30) VALUE SPACES.
01  WS-Statut-Conflits         PIC XX.
LINKAGE SECTION.
COPY "Conflits.cpy".

*> Trace d'une mise a jour concurrente detectee a l'ecran : le
*> dossier relu juste avant l'ecriture ne correspond plus a celui
*> affiche a l'operateur. Un fichier par jour (Conflits<date>.log),
*> meme convention que les journaux d'historique ; l'appelant
*> renseigne programme, cle, operation, decision et operateur, la
*> date et l'heure sont posees ici.
PROCEDURE DIVISION USING enreg-conflit.
Debut.
     ACCEPT cf-date  FROM DATE YYYYMMDD
     ACCEPT cf-heure FROM TIME
     IF cf-operateur = SPACES
        MOVE "BATCH" TO cf-operateur
     END-IF
     STRING "Conflits" cf-date "." "log"
        DELIMITED BY SIZE INTO WS-Nom-Conflits
     OPEN EXTEND f-conflits
     IF WS-Statut-Conflits = "35"
        OPEN OUTPUT f-conflits
     END-IF
     WRITE ligne-conflit FROM enreg-conflit
     CLOSE f-conflits
     EXIT PROGRAM.
