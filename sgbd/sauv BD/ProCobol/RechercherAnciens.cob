IDENTIFICATION DIVISION.
PROGRAM-ID. RechercherAnciens.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-archives ASSIGN TO "ArchivesEmployes.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS IS WS-Statut-Archives.
DATA DIVISION.
FILE SECTION.
*> Meme enregistrement que ArchiverEmployes : le dossier complet au
*> format Employes.cpy suivi de la date d'archivage.
FD  f-archives.
01  enreg-archive.
    02  arc-dossier          PIC X(90).
    02  arc-date-archivage   PIC 9(08).
WORKING-STORAGE SECTION.
COPY "Employes.cpy".
01  WS-Statut-Archives       PIC XX.
01  WS-Nom-Cle               PIC X(20).
01  WS-Prenom-Cle            PIC X(15).
01  WS-Nom-Lu                PIC X(20).
01  WS-Prenom-Lu             PIC X(15).
01  WS-Source-Dossier        PIC X(01).
01  WS-Nb-Trouves            PIC 9(04) BINARY VALUE 0.
01  WS-Idx-Ancien            PIC S9(4) BINARY VALUE 0.
01  WS-Idx-Trouve            PIC S9(4) BINARY VALUE 0.
01  WS-Minuscules            PIC X(26)
                             VALUE "abcdefghijklmnopqrstuvwxyz".
01  WS-Majuscules            PIC X(26)
                             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01  eof                      PIC 9.
    88  eof-true             VALUE 1.
    88  eof-false            VALUE 0.
LINKAGE SECTION.
COPY "TransCtx.cpy".
COPY "AnciensEmployes.cpy".

*> Recherche des anciens employes portant le meme nom et le meme
*> prenom que la personne sur le point d'etre embauchee : sortis
*> encore presents dans EMPLOYES (statut "I") puis dossiers passes
*> aux archives. Un dossier archive dont le matricule est de nouveau
*> dans EMPLOYES a deja ete reactive et n'est plus propose ; un
*> matricule archive plusieurs fois n'est retenu qu'une fois, sur sa
*> sortie la plus recente. Departement et fonction identiques sont
*> signales a l'appelant comme indices de concordance : AjouterEmployes
*> les montre a l'operateur, ChargerEmployes les reporte dans le
*> fichier de revue. La comparaison des noms ignore la casse.
PROCEDURE DIVISION USING contexte-transaction, recherche-anciens.
Debut.
     SET ra-recherche-ok    TO TRUE
     SET ra-liste-complete  TO TRUE
     MOVE 0 TO ra-nbre-anciens
     MOVE ra-nom    TO WS-Nom-Cle
     MOVE ra-prenom TO WS-Prenom-Cle
     INSPECT WS-Nom-Cle    CONVERTING WS-Minuscules TO WS-Majuscules
     INSPECT WS-Prenom-Cle CONVERTING WS-Minuscules TO WS-Majuscules
     PERFORM Rechercher-En-Base
     IF ra-recherche-ok
        PERFORM Rechercher-En-Archives
     END-IF
     EXIT PROGRAM.

Rechercher-En-Base.
     MOVE "RECHERCHER-ANCIENS" TO ct-paragraphe
*>   EXEC SQL
*>       DECLARE C-ANCIENS CURSOR FOR
*>       SELECT * FROM EMPLOYES
*>       WHERE UPPER(NOM) = :WS-Nom-Cle
*>         AND UPPER(PRENOM) = :WS-Prenom-Cle
*>         AND STATUT = 'I'
*>       ORDER BY DATE_SORTIE DESC
*>   END-EXEC.
*>   EXEC SQL OPEN C-ANCIENS END-EXEC.
     MOVE "B" TO WS-Source-Dossier
     SET eof-false TO TRUE
     PERFORM Fetch-Ancien
     PERFORM TEST BEFORE UNTIL eof-true
        PERFORM Retenir-Ancien
        PERFORM Fetch-Ancien
     END-PERFORM.
*>   EXEC SQL CLOSE C-ANCIENS END-EXEC.

Fetch-Ancien.
*>   EXEC SQL FETCH C-ANCIENS INTO :enreg-employe END-EXEC.
     IF ct-sqlstate-class = "02"
        SET eof-true TO TRUE
     ELSE
        IF NOT ct-sqlstate-ok
           CALL "ORAError" USING contexte-transaction
           SET ra-recherche-erreur TO TRUE
           SET eof-true TO TRUE
        END-IF
     END-IF.

*> Meme lecture sequentielle que RechercherEmployes sur les archives ;
*> fichier absent = aucun dossier archive.
Rechercher-En-Archives.
     MOVE "A" TO WS-Source-Dossier
     OPEN INPUT f-archives
     IF WS-Statut-Archives = "00"
        SET eof-false TO TRUE
        READ f-archives AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           MOVE arc-dossier TO enreg-employe
           MOVE nom-employe    TO WS-Nom-Lu
           MOVE prenom-employe TO WS-Prenom-Lu
           INSPECT WS-Nom-Lu    CONVERTING WS-Minuscules TO WS-Majuscules
           INSPECT WS-Prenom-Lu CONVERTING WS-Minuscules TO WS-Majuscules
           IF WS-Nom-Lu = WS-Nom-Cle AND WS-Prenom-Lu = WS-Prenom-Cle
              PERFORM Verifier-Retour-En-Base
              IF WS-Nb-Trouves = 0
                 PERFORM Retenir-Ancien
              END-IF
           END-IF
           READ f-archives AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-archives
     END-IF.

Verifier-Retour-En-Base.
     MOVE "VERIFIER-RETOUR" TO ct-paragraphe
     MOVE 0 TO WS-Nb-Trouves
*>   EXEC SQL
*>       SELECT COUNT(*) INTO :WS-Nb-Trouves
*>       FROM EMPLOYES
*>       WHERE MATRICULE = :matricule-employe
*>   END-EXEC.
     IF NOT ct-sqlstate-ok
        CALL "ORAError" USING contexte-transaction
        SET ra-recherche-erreur TO TRUE
        MOVE 1 TO WS-Nb-Trouves
     END-IF.

*> Un matricule deja retenu (archive plusieurs fois) est remplace par
*> le dossier de sortie la plus recente ; au-dela de la table, la
*> liste est signalee tronquee.
Retenir-Ancien.
     MOVE 0 TO WS-Idx-Trouve
     PERFORM VARYING WS-Idx-Ancien FROM 1 BY 1
             UNTIL WS-Idx-Ancien > ra-nbre-anciens
        IF ra-matricule (WS-Idx-Ancien) = matricule-employe
           MOVE WS-Idx-Ancien TO WS-Idx-Trouve
           SET WS-Idx-Ancien TO ra-nbre-anciens
        END-IF
     END-PERFORM
     IF WS-Idx-Trouve > 0
        IF date-sortie-employe > ra-date-sortie (WS-Idx-Trouve)
           PERFORM Ranger-Ancien
        END-IF
     ELSE
        IF ra-nbre-anciens < 9
           ADD 1 TO ra-nbre-anciens
           MOVE ra-nbre-anciens TO WS-Idx-Trouve
           PERFORM Ranger-Ancien
        ELSE
           SET ra-liste-tronquee TO TRUE
        END-IF
     END-IF.

Ranger-Ancien.
     MOVE enreg-employe     TO ra-dossier (WS-Idx-Trouve)
     MOVE WS-Source-Dossier TO ra-source (WS-Idx-Trouve)
     IF departement-employe = ra-departement
        MOVE "O" TO ra-meme-departement (WS-Idx-Trouve)
     ELSE
        MOVE "N" TO ra-meme-departement (WS-Idx-Trouve)
     END-IF
     IF fonction-employe = ra-fonction
        MOVE "O" TO ra-meme-fonction (WS-Idx-Trouve)
     ELSE
        MOVE "N" TO ra-meme-fonction (WS-Idx-Trouve)
     END-IF.
