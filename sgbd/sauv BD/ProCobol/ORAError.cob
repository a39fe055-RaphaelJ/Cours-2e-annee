    02  WS-LS-Sqlstate          PIC X(05).
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LS-Severite          PIC X.
    02  FILLER                  PIC X VALUE SPACE.
    02  WS-LS-Operateur         PIC X(08).
LINKAGE SECTION.
COPY "TransCtx.cpy".
PROCEDURE DIVISION USING contexte-transaction.
*> Le journal est daté (un fichier par jour) pour que l'exploitant
*> puisse relire, le lendemain matin, la liste des échecs Oracle
*> survenus pendant la nuit sans avoir à surveiller l'écran.
*> L'operateur signe (IdentifierOperateur) termine la ligne ; un
*> programme batch lance sans signature y laisse "BATCH".
Journaliser-Erreur.
     STRING "Erreurs" ct-date "." "log" DELIMITED BY SIZE
        INTO WS-Nom-Journal
     MOVE ct-paragraphe    TO WS-LS-Paragraphe
     MOVE ct-sqlstate      TO WS-LS-Sqlstate
     MOVE ct-severite      TO WS-LS-Severite
     IF ct-operateur = SPACES
        MOVE "BATCH"       TO WS-LS-Operateur
     ELSE
        MOVE ct-operateur  TO WS-LS-Operateur
     END-IF
     MOVE WS-Ligne-Sortie  TO Ligne-Journal
     OPEN EXTEND f-journal
     IF WS-Statut-Journal = "35"
