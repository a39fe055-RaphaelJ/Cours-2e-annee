IDENTIFICATION DIVISION.
PROGRAM-ID. HacherMotDePasse.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
01  WS-Chaine-Hachage.
    02  WS-CH-Identifiant       PIC X(08).
    02  WS-CH-Mot-De-Passe      PIC X(30).
01  WS-Cumul-Hachage        PIC 9(18) VALUE 0.
01  WS-Idx-Caractere        PIC S9(4) BINARY VALUE 0.
LINKAGE SECTION.
01  Hachage-Identifiant     PIC X(08).
01  Hachage-Mot-De-Passe    PIC X(30).
01  Hachage-Resultat        PIC 9(10).

*> Le mot de passe n'est jamais conserve en clair dans
*> Operateurs.dat : seule cette empreinte l'est. L'identifiant entre
*> dans le calcul pour que deux operateurs ayant choisi le meme mot
*> de passe n'aient pas la meme empreinte dans le fichier. Un seul
*> programme pour la signature et la maintenance des operateurs, afin
*> que le calcul ne puisse pas diverger entre les deux.
PROCEDURE DIVISION USING Hachage-Identifiant, Hachage-Mot-De-Passe,
                         Hachage-Resultat.
Debut.
     MOVE Hachage-Identifiant  TO WS-CH-Identifiant
     MOVE Hachage-Mot-De-Passe TO WS-CH-Mot-De-Passe
     MOVE 7 TO WS-Cumul-Hachage
     PERFORM VARYING WS-Idx-Caractere FROM 1 BY 1
             UNTIL WS-Idx-Caractere > 38
        COMPUTE WS-Cumul-Hachage = FUNCTION MOD (
                WS-Cumul-Hachage * 31
                + FUNCTION ORD (WS-Chaine-Hachage (WS-Idx-Caractere:1)),
                9999999967)
     END-PERFORM
     MOVE WS-Cumul-Hachage TO Hachage-Resultat
     EXIT PROGRAM.
