    02  WS-Mois-Courant   PIC 9(02).
    02  WS-Jour-Courant   PIC 9(02).
01  WS-Anciennete         PIC 9(04).
*> Anciennete d'un reembauche : la date d'embauche est reculee du
*> nombre de jours des periodes d'emploi closes (PERIODES_EMPLOI),
*> pour que les paliers tombent sur le service cumule et non sur la
*> seule derniere periode.
01  WS-Jours-Anterieurs   PIC 9(06) VALUE 0.
01  WS-Date-Anciennete.
    02  WS-Anc-Annee      PIC 9(04).
    02  WS-Anc-Mois       PIC 9(02).
    02  WS-Anc-Jour       PIC 9(02).
01  WS-Date-Anciennete-N REDEFINES WS-Date-Anciennete PIC 9(08).
01  WS-Mention-Anciennete PIC X(12) VALUE SPACES.

*> Trace d'effectifs par service, alimentee a chaque run de
*> Generer-Rapport-Effectifs (USE BEFORE REPORTING ci-dessous) pour
     SET eof-false TO TRUE
     PERFORM Fetch-Anciennete
     PERFORM TEST BEFORE UNTIL eof-true
        PERFORM Calculer-Date-Anciennete
        COMPUTE WS-Anciennete = WS-Annee-Courante - WS-Anc-Annee
        IF WS-Anc-Mois = WS-Mois-Courant
           AND (WS-Anciennete = 5  OR WS-Anciennete = 10 OR
                WS-Anciennete = 15 OR WS-Anciennete = 20)
           PERFORM Afficher-Anciennete
        END-IF
     END-IF.

Calculer-Date-Anciennete.
     MOVE date-embauche-employe OF enreg-employe TO WS-Date-Anciennete
     MOVE SPACES TO WS-Mention-Anciennete
     MOVE "ANCIENNETE-PERIODES" TO ct-paragraphe
     MOVE 0 TO WS-Jours-Anterieurs
*>   EXEC SQL
*>       SELECT NVL(SUM(TO_DATE(TO_CHAR(DATE_SORTIE), 'YYYYMMDD')
*>                    - TO_DATE(TO_CHAR(DATE_EMBAUCHE), 'YYYYMMDD')
*>                    + 1), 0)
*>       INTO :WS-Jours-Anterieurs
*>       FROM PERIODES_EMPLOI
*>       WHERE MATRICULE = :matricule-employe OF enreg-employe
*>   END-EXEC.
     IF NOT ct-sqlstate-ok
        CALL "ORAError" USING contexte-transaction
        MOVE 0 TO WS-Jours-Anterieurs
     END-IF
     IF WS-Jours-Anterieurs > 0
        COMPUTE WS-Date-Anciennete-N = FUNCTION DATE-OF-INTEGER (
                FUNCTION INTEGER-OF-DATE (WS-Date-Anciennete-N)
                - WS-Jours-Anterieurs)
        MOVE "(reembauche)" TO WS-Mention-Anciennete
     END-IF
     MOVE "GENERER-ANCIENNETE" TO ct-paragraphe.

Afficher-Anciennete.
     DISPLAY matricule-employe OF enreg-employe " "
             nom-employe OF enreg-employe " "
             prenom-employe OF enreg-employe " "
             WS-Anciennete " ans " WS-Mention-Anciennete
             LINE 16 COLUMN 10 ERASE TO END OF LINE.

*> Extrait tous les employes vers un fichier plat, les trie par
