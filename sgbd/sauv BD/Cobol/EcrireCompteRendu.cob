IDENTIFICATION DIVISION.
PROGRAM-ID. EcrireCompteRendu.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-compte-rendu ASSIGN TO DYNAMIC WS-Nom-Compte-Rendu
                          ORGANIZATION LINE SEQUENTIAL
                          FILE STATUS IS WS-Statut-Compte-Rendu.
DATA DIVISION.
FILE SECTION.
FD  f-compte-rendu.
01  ligne-compte-rendu         PIC X(34).
WORKING-STORAGE SECTION.
01  WS-Nom-Compte-Rendu        PIC X(60) VALUE SPACES.
01  WS-Statut-Compte-Rendu     PIC XX.
LINKAGE SECTION.
COPY "CompteRendu.cpy".

*> Depose le compte rendu d'une etape batch (statut et compteurs) dans
*> le fichier designe par CHAINE_COMPTE_RENDU, que PiloterChaineNuit
*> positionne avant de lancer chaque etape et relit a son retour. Lance
*> a la main, sans pilote, la variable est vide et rien n'est ecrit :
*> les programmes d'etape n'ont pas a savoir par qui ils sont lances.
PROCEDURE DIVISION USING enreg-compte-rendu.
Debut.
     DISPLAY "CHAINE_COMPTE_RENDU" UPON ENVIRONMENT-NAME
     ACCEPT WS-Nom-Compte-Rendu FROM ENVIRONMENT-VALUE
     IF WS-Nom-Compte-Rendu NOT = SPACES
        OPEN OUTPUT f-compte-rendu
        IF WS-Statut-Compte-Rendu = "00"
           WRITE ligne-compte-rendu FROM enreg-compte-rendu
           CLOSE f-compte-rendu
        ELSE
           DISPLAY "Compte rendu d'etape non ecrit : "
                   WS-Nom-Compte-Rendu " statut " WS-Statut-Compte-Rendu
        END-IF
     END-IF
     EXIT PROGRAM.
