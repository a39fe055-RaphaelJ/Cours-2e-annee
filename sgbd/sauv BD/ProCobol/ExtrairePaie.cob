    SELECT f-reference ASSIGN TO DYNAMIC WS-Nom-Fichier-Reference
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-Statut-Reference.
    SELECT f-absences ASSIGN TO "Absences.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS cle-absence
                  FILE STATUS IS WS-Statut-Absences.
    SELECT f-paie-absences ASSIGN TO DYNAMIC WS-Nom-Fichier-Absences
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-Statut-Paie-Absences.
    SELECT f-absences-soldees ASSIGN TO "PaieAbsencesSoldees.tmp"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-Statut-Soldees.
DATA DIVISION.
FILE SECTION.
FD  f-paie.
    02  exp-departement      PIC X(04).
    02  exp-salaire          PIC 9(06)V99.
*> Ligne de mouvement du mode delta : le meme format fixe que
*> ligne-paie, precede du code mouvement (E = embauche, R =
*> reembauche sous l'ancien matricule, S = sortie, M = modification
*> de salaire) pour que le bureau de paie ne traite
*> que les dossiers qui ont bouge depuis la derniere extraction. Les
*> absences (A = absence, X = annulation d'absence) suivent dans le
*> meme fichier, au format WS-Ligne-Absence de meme longueur.
01  ligne-paie-delta.
    02  exp-mouvement        PIC X(01).
    02  exp-d-matricule      PIC 9(06).
01  enreg-reference-paie.
    02  ref-matricule        PIC 9(06).
    02  ref-salaire          PIC 9(06)V99.
FD  f-absences.
    COPY "Absences.cpy".
*> Photo des absences du mode complet, livree a cote de Paie.dat
*> (dont le format sans code mouvement ne peut pas les porter) :
*> en-tete, lignes "A" au format WS-Ligne-Absence, fin avec compte.
FD  f-paie-absences.
01  ligne-paie-absences      PIC X(54).
*> Annulations deja envoyees que la photo du mode complet solde :
*> retenues au format WS-Ligne-Absence (code "X") et marquees avec
*> les lignes de la photo, une fois sa fin de fichier ecrite.
FD  f-absences-soldees.
01  ligne-absence-soldee     PIC X(54).
WORKING-STORAGE SECTION.
COPY "Employes.cpy".
COPY "TransCtx.cpy".
COPY "CompteRendu.cpy".
01  WS-Nom-Fichier-Sortie    PIC X(40) VALUE SPACES.
01  WS-Statut-Sortie         PIC XX.
01  WS-Nom-Fichier-Reference PIC X(40) VALUE SPACES.
01  WS-Date-Run              PIC 9(08).
01  WS-Nbre-Extraits         PIC 9(06) VALUE 0.
01  WS-Nbre-Embauches        PIC 9(06) VALUE 0.
01  WS-Nbre-Reembauches      PIC 9(06) VALUE 0.
01  WS-Nbre-Periodes         PIC 9(04) BINARY VALUE 0.
01  WS-Nbre-Sorties          PIC 9(06) VALUE 0.
01  WS-Nbre-Modifs-Salaire   PIC 9(06) VALUE 0.
01  eof                      PIC 9.
*> au-dela du plafond comme de fausses embauches, mois apres mois.
01  WS-Saturation            PIC X VALUE "N".
    88  WS-Photo-Saturee     VALUE "O".

*> Absences transmises au bureau de paie (Absences.dat). Chaque
*> absence porte son etat de transmission : a envoyer, envoyee,
*> soldee (annulation envoyee, ou annulee avant tout envoi). Un
*> fichier des absences illisible rend la livraison douteuse au meme
*> titre qu'une photo saturee.
01  WS-Nom-Fichier-Absences  PIC X(40) VALUE SPACES.
01  WS-Statut-Paie-Absences  PIC XX.
01  WS-Statut-Absences       PIC XX.
01  WS-Erreur-Absences       PIC X VALUE "N".
    88  WS-Absences-En-Erreur VALUE "O".
*> Les absences "A" et "X" (mode delta) ou la photo des absences
*> (mode complet) ne sont marquees envoyees ou soldees qu'une fois la
*> fin de fichier "T" ecrite, en relisant les lignes livrees : un
*> fichier rejete par le bureau de paie ne doit rien marquer. Un
*> echec de ce marquage laisse un fichier livrable mais des absences
*> qui repartiraient au run suivant.
01  WS-Fin-Delta             PIC X VALUE "N".
    88  WS-Fin-Delta-Ecrite  VALUE "O".
01  WS-Fin-Photo             PIC X VALUE "N".
    88  WS-Fin-Photo-Ecrite  VALUE "O".
01  WS-Statut-Soldees        PIC XX.
01  WS-Erreur-Marquage       PIC X VALUE "N".
    88  WS-Marquage-En-Erreur VALUE "O".
01  WS-Debut-Mois-Run        PIC 9(08) VALUE 0.
01  WS-Nbre-Absences         PIC 9(06) VALUE 0.
01  WS-Nbre-Annulations      PIC 9(06) VALUE 0.
01  WS-Nbre-A-Solder         PIC 9(06) VALUE 0.
01  eof-absence              PIC 9.
    88  eof-absence-true     VALUE 1.
    88  eof-absence-false    VALUE 0.
01  WS-Ligne-Absence.
    02  WS-LA-Mouvement      PIC X(01).
    02  WS-LA-Matricule      PIC 9(06).
    02  WS-LA-Type           PIC X(02).
    02  WS-LA-Date-Debut     PIC 9(08).
    02  WS-LA-Date-Fin       PIC 9(08).
    02  WS-LA-Remuneree      PIC X(01).
    02  WS-LA-Jours          PIC 9(04).
    02  FILLER               PIC X(24) VALUE SPACES.
01  WS-Entete-Absences.
    02  WS-EA-Code           PIC X(01) VALUE "H".
    02  WS-EA-Date-Run       PIC 9(08).
    02  FILLER               PIC X(45) VALUE SPACES.
01  WS-Fin-Absences.
    02  WS-FA-Code           PIC X(01) VALUE "T".
    02  WS-FA-Date-Run       PIC 9(08).
    02  WS-FA-Nbre-Absences  PIC 9(06).
    02  FILLER               PIC X(39) VALUE SPACES.
PROCEDURE DIVISION.
pp SECTION.
Debut.
           PERFORM Extraire-Delta-Paie
        ELSE
           PERFORM Extraire-Fichier-Paie
           IF ct-poursuivre AND NOT WS-Photo-Saturee
              PERFORM Extraire-Absences-Complet
           END-IF
        END-IF
*> La photo de reference n'est rafraichie que si le curseur est alle
*> au bout ET que la table des actifs n'a pas deborde : dans les deux
                      "la photo (5000) - delta non fiable, a ne pas "
                      "livrer"
              DISPLAY "Photo de reference conservee telle quelle"
           WHEN WS-Absences-En-Erreur
              DISPLAY "ATTENTION: fichier des absences illisible - "
                      "absences non transmises, a ne pas livrer"
              DISPLAY "Photo de reference conservee telle quelle"
           WHEN OTHER
              PERFORM Reecrire-Reference
        END-EVALUATE
        IF WS-Marquage-En-Erreur
           DISPLAY "ATTENTION: fichier livrable mais etat de "
                   "transmission des absences ci-dessus non mis a jour"
           DISPLAY "A corriger avant le prochain run delta, sinon "
                   "elles seront envoyees une seconde fois"
        END-IF
     END-IF
     CALL "ORALogoff"
     IF WS-Mode-Delta
        DISPLAY "Mouvements extraits : " WS-Nbre-Extraits
        DISPLAY "  dont embauches            : " WS-Nbre-Embauches
        DISPLAY "  dont reembauches          : " WS-Nbre-Reembauches
        DISPLAY "  dont sorties              : " WS-Nbre-Sorties
        DISPLAY "  dont changements salaire  : " WS-Nbre-Modifs-Salaire
        DISPLAY "  dont absences             : " WS-Nbre-Absences
        DISPLAY "  dont annulations absence  : " WS-Nbre-Annulations
     ELSE
        DISPLAY "Enregistrements extraits : " WS-Nbre-Extraits
        DISPLAY "Absences transmises      : " WS-Nbre-Absences
                " (" WS-Nom-Fichier-Absences ")"
     END-IF
     PERFORM Ecrire-Compte-Rendu
     STOP RUN.

*> Nom du fichier d'interface livre a la paie, renseigne par variable
*> recompiler le programme. PAIE_MODE choisit entre la photo complete
*> (COMPLET, defaut, conservee pour le recalage trimestriel) et le
*> mode delta mensuel ; PAIE_FICHIER_REFERENCE localise la photo de
*> la derniere extraction ; PAIE_FICHIER_ABSENCES nomme la photo des
*> absences livree avec le mode complet.
Determiner-Parametres-Run.
     DISPLAY "PAIE_FICHIER_SORTIE" UPON ENVIRONMENT-NAME
     ACCEPT WS-Nom-Fichier-Sortie FROM ENVIRONMENT-VALUE
     ACCEPT WS-Nom-Fichier-Reference FROM ENVIRONMENT-VALUE
     IF WS-Nom-Fichier-Reference = SPACES
        MOVE "PaieReference.dat" TO WS-Nom-Fichier-Reference
     END-IF
     DISPLAY "PAIE_FICHIER_ABSENCES" UPON ENVIRONMENT-NAME
     ACCEPT WS-Nom-Fichier-Absences FROM ENVIRONMENT-VALUE
     IF WS-Nom-Fichier-Absences = SPACES
        MOVE "PaieAbsences.dat" TO WS-Nom-Fichier-Absences
     END-IF
     DIVIDE WS-Date-Run BY 100 GIVING WS-Debut-Mois-Run
     COMPUTE WS-Debut-Mois-Run = WS-Debut-Mois-Run * 100 + 1.

Connexion-Oracle.
     CALL "ORALogon" USING contexte-transaction
        PERFORM Traiter-Employe-Delta
        PERFORM Fetch-Delta
     END-PERFORM
     IF ct-poursuivre AND NOT WS-Photo-Saturee
        PERFORM Extraire-Absences-Delta
     END-IF
*> Pas de fin de fichier si le curseur s'est arrete sur erreur ou si
*> une photo a deborde : un fichier douteux ne doit pas porter un
*> compte qui colle a son contenu, sinon le controle de completude du
*> enregistrement "T", le bureau rejette le fichier, ce qui est le
*> comportement voulu.
     IF ct-poursuivre AND NOT WS-Photo-Saturee
                      AND NOT WS-Absences-En-Erreur
        MOVE SPACES           TO ligne-fin-delta
        MOVE "T"              TO fin-code
        MOVE WS-Date-Run      TO fin-date-run
        MOVE WS-Nbre-Extraits TO fin-nbre-mouvements
        WRITE ligne-fin-delta
        SET WS-Fin-Delta-Ecrite TO TRUE
     END-IF
     CLOSE f-paie
     IF WS-Fin-Delta-Ecrite
        AND WS-Nbre-Absences + WS-Nbre-Annulations > 0
        PERFORM Marquer-Absences-Transmises
     END-IF.
*>   EXEC SQL CLOSE C-DELTA END-EXEC.

Fetch-Delta.
     END-IF.

*> Classe le dossier lu par rapport a la photo precedente : actif
*> absent de la photo = embauche, ou reembauche si AjouterEmployes a
*> clos une periode anterieure a sa date d'embauche (PERIODES_EMPLOI),
*> le bureau de paie rouvrant alors son ancien dossier au lieu d'en
*> creer un second ; actif au salaire different =
*> changement de salaire, sorti present dans la photo = depart depuis
*> le dernier run (un sorti absent de la photo etait deja parti et a
*> deja ete signale). Les actifs inchanges ne produisent aucune ligne.
     PERFORM Rechercher-Dans-Reference
     EVALUATE TRUE
        WHEN emp-actif AND NOT WS-Reference-Trouvee
           PERFORM Rechercher-Reembauche
           IF WS-Nbre-Periodes > 0
              MOVE "R" TO exp-mouvement
              PERFORM Ecrire-Ligne-Delta
              ADD 1 TO WS-Nbre-Reembauches
           ELSE
              MOVE "E" TO exp-mouvement
              PERFORM Ecrire-Ligne-Delta
              ADD 1 TO WS-Nbre-Embauches
           END-IF
        WHEN emp-actif AND WS-Reference-Trouvee
                       AND salaire-employe NOT = WS-Salaire-Reference
           MOVE "M" TO exp-mouvement
        PERFORM Cumuler-Actif
     END-IF.

Rechercher-Reembauche.
     MOVE "RECHERCHER-REEMBAUCHE" TO ct-paragraphe
     MOVE 0 TO WS-Nbre-Periodes
*>   EXEC SQL
*>       SELECT COUNT(*) INTO :WS-Nbre-Periodes
*>       FROM PERIODES_EMPLOI
*>       WHERE MATRICULE = :matricule-employe
*>         AND DATE_REEMBAUCHE = :date-embauche-employe
*>   END-EXEC.
     IF NOT ct-sqlstate-ok
        CALL "ORAError" USING contexte-transaction
        MOVE 0 TO WS-Nbre-Periodes
     END-IF
     MOVE "EXTRAIRE-DELTA" TO ct-paragraphe.

Rechercher-Dans-Reference.
     MOVE "N" TO WS-Trouve
     MOVE 0   TO WS-Salaire-Reference
     WRITE ligne-paie-delta
     ADD 1 TO WS-Nbre-Extraits.

*> Absences du mode delta : toute absence encore jamais envoyee part
*> en "A", toute annulation d'une absence deja envoyee part en "X" ;
*> leur etat de transmission n'est mis a jour qu'apres la fin de
*> fichier (Marquer-Absences-Transmises). Une absence annulee avant
*> d'avoir ete envoyee est soldee sans mouvement, quel que soit le
*> sort du fichier.
Extraire-Absences-Delta.
     MOVE "EXTRAIRE-ABSENCES" TO ct-paragraphe
     PERFORM Ouvrir-Absences
     IF WS-Statut-Absences = "00"
        PERFORM Lire-Premiere-Absence
        PERFORM TEST BEFORE UNTIL eof-absence-true
           EVALUATE TRUE
              WHEN abs-active AND abs-paie-a-envoyer
                 MOVE "A" TO WS-LA-Mouvement
                 PERFORM Ecrire-Ligne-Absence-Delta
                 ADD 1 TO WS-Nbre-Absences
              WHEN abs-annulee AND abs-paie-envoyee
                 MOVE "X" TO WS-LA-Mouvement
                 PERFORM Ecrire-Ligne-Absence-Delta
                 ADD 1 TO WS-Nbre-Annulations
              WHEN abs-annulee AND abs-paie-a-envoyer
                 SET abs-paie-soldee TO TRUE
                 PERFORM Reecrire-Absence
           END-EVALUATE
           READ f-absences NEXT RECORD
              AT END SET eof-absence-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-absences
     END-IF.

Ecrire-Ligne-Absence-Delta.
     PERFORM Preparer-Ligne-Absence
     WRITE ligne-paie-delta FROM WS-Ligne-Absence
     ADD 1 TO WS-Nbre-Extraits.

*> Seconde passe, sur le fichier livre et non sur Absences.dat : une
*> absence saisie entre-temps ne doit pas etre marquee envoyee. Une
*> ligne "A" rend l'absence envoyee meme si elle a ete annulee depuis
*> (son annulation partira alors en "X"), une ligne "X" la solde.
Marquer-Absences-Transmises.
     MOVE "MARQUER-ABSENCES" TO ct-paragraphe
     OPEN INPUT f-paie
     OPEN I-O f-absences
     IF WS-Statut-Sortie NOT = "00" OR WS-Statut-Absences NOT = "00"
        DISPLAY "Relecture de " WS-Nom-Fichier-Sortie " ou des absences"
                " impossible - absences transmises non marquees"
        SET WS-Marquage-En-Erreur TO TRUE
     ELSE
        SET eof-false TO TRUE
        READ f-paie INTO WS-Ligne-Absence AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           IF WS-LA-Mouvement = "A" OR WS-LA-Mouvement = "X"
              PERFORM Marquer-Une-Absence
           END-IF
           READ f-paie INTO WS-Ligne-Absence AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
     END-IF
     IF WS-Statut-Absences = "00"
        CLOSE f-absences
     END-IF
     CLOSE f-paie.

Marquer-Une-Absence.
     MOVE WS-LA-Matricule  TO abs-matricule
     MOVE WS-LA-Date-Debut TO abs-date-debut
     READ f-absences
        INVALID KEY
           DISPLAY "Absence " WS-LA-Matricule " " WS-LA-Date-Debut
                   " introuvable - etat de transmission non mis a jour"
           SET WS-Marquage-En-Erreur TO TRUE
        NOT INVALID KEY
           EVALUATE TRUE
              WHEN WS-LA-Mouvement = "A" AND NOT abs-paie-envoyee
                 SET abs-paie-envoyee TO TRUE
                 PERFORM Marquer-Absence
              WHEN WS-LA-Mouvement = "X" AND NOT abs-paie-soldee
                 SET abs-paie-soldee TO TRUE
                 PERFORM Marquer-Absence
           END-EVALUATE
     END-READ.

Marquer-Absence.
     REWRITE enreg-absence
     IF WS-Statut-Absences NOT = "00"
        DISPLAY "Mise a jour de l'absence " abs-matricule " "
                abs-date-debut " impossible (statut "
                WS-Statut-Absences ")"
        SET WS-Marquage-En-Erreur TO TRUE
     END-IF.

*> Photo des absences du mode complet (recalage) : toutes les
*> absences actives qui touchent le mois du run ou les mois suivants,
*> plus celles d'avant jamais envoyees. Le bureau de paie remplace
*> par cette photo ses absences a partir du debut du mois : les
*> annulations envoyees qui tombent dans cette plage sont donc
*> soldees, celles d'avant restent pour le prochain run delta. Comme
*> en delta, l'etat de transmission n'est mis a jour qu'apres la fin
*> de fichier (Marquer-Photo-Absences) ; une absence annulee avant
*> tout envoi est soldee sans attendre.
Extraire-Absences-Complet.
     MOVE "EXTRAIRE-ABSENCES" TO ct-paragraphe
     OPEN OUTPUT f-paie-absences, f-absences-soldees
     MOVE WS-Date-Run TO WS-EA-Date-Run
     WRITE ligne-paie-absences FROM WS-Entete-Absences
     PERFORM Ouvrir-Absences
     IF WS-Statut-Absences = "00"
        PERFORM Lire-Premiere-Absence
        PERFORM TEST BEFORE UNTIL eof-absence-true
           EVALUATE TRUE
              WHEN abs-active AND (abs-paie-a-envoyer
                   OR abs-date-fin NOT < WS-Debut-Mois-Run)
                 MOVE "A" TO WS-LA-Mouvement
                 PERFORM Preparer-Ligne-Absence
                 WRITE ligne-paie-absences FROM WS-Ligne-Absence
                 ADD 1 TO WS-Nbre-Absences
              WHEN abs-annulee AND abs-paie-a-envoyer
                 SET abs-paie-soldee TO TRUE
                 PERFORM Reecrire-Absence
              WHEN abs-annulee AND abs-paie-envoyee
                   AND abs-date-fin NOT < WS-Debut-Mois-Run
                 MOVE "X" TO WS-LA-Mouvement
                 PERFORM Preparer-Ligne-Absence
                 WRITE ligne-absence-soldee FROM WS-Ligne-Absence
                 ADD 1 TO WS-Nbre-A-Solder
           END-EVALUATE
           READ f-absences NEXT RECORD
              AT END SET eof-absence-true TO TRUE
           END-READ
        END-PERFORM
        CLOSE f-absences
     END-IF
     IF NOT WS-Absences-En-Erreur
        MOVE WS-Date-Run      TO WS-FA-Date-Run
        MOVE WS-Nbre-Absences TO WS-FA-Nbre-Absences
        WRITE ligne-paie-absences FROM WS-Fin-Absences
        SET WS-Fin-Photo-Ecrite TO TRUE
     END-IF
     CLOSE f-paie-absences, f-absences-soldees
     IF WS-Fin-Photo-Ecrite
        AND WS-Nbre-Absences + WS-Nbre-A-Solder > 0
        PERFORM Marquer-Photo-Absences
     END-IF.

*> Seconde passe du mode complet, sur la photo livree : chaque ligne
*> "A" rend l'absence envoyee, puis chaque annulation retenue dans
*> PaieAbsencesSoldees.tmp est soldee (meme regle que
*> Marquer-Une-Absence en delta).
Marquer-Photo-Absences.
     MOVE "MARQUER-ABSENCES" TO ct-paragraphe
     OPEN INPUT f-paie-absences, f-absences-soldees
     OPEN I-O f-absences
     IF WS-Statut-Paie-Absences NOT = "00"
        OR WS-Statut-Soldees NOT = "00"
        OR WS-Statut-Absences NOT = "00"
        DISPLAY "Relecture de " WS-Nom-Fichier-Absences " ou des "
                "absences impossible - absences transmises non marquees"
        SET WS-Marquage-En-Erreur TO TRUE
     ELSE
        SET eof-false TO TRUE
        READ f-paie-absences INTO WS-Ligne-Absence
           AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           IF WS-LA-Mouvement = "A"
              PERFORM Marquer-Une-Absence
           END-IF
           READ f-paie-absences INTO WS-Ligne-Absence
              AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
        SET eof-false TO TRUE
        READ f-absences-soldees INTO WS-Ligne-Absence
           AT END SET eof-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-true
           PERFORM Marquer-Une-Absence
           READ f-absences-soldees INTO WS-Ligne-Absence
              AT END SET eof-true TO TRUE
           END-READ
        END-PERFORM
     END-IF
     IF WS-Statut-Absences = "00"
        CLOSE f-absences
     END-IF
     CLOSE f-paie-absences, f-absences-soldees.

*> Fichier absent = aucune absence encodee a ce jour ; tout autre
*> statut rend la livraison douteuse.
Ouvrir-Absences.
     OPEN I-O f-absences
     IF WS-Statut-Absences NOT = "00" AND WS-Statut-Absences NOT = "35"
        DISPLAY "Fichier des absences inaccessible (statut "
                WS-Statut-Absences ")"
        SET WS-Absences-En-Erreur TO TRUE
     END-IF.

Lire-Premiere-Absence.
     SET eof-absence-false TO TRUE
     MOVE LOW-VALUES TO cle-absence
     START f-absences KEY IS NOT LESS THAN cle-absence
        INVALID KEY SET eof-absence-true TO TRUE
     END-START
     IF NOT eof-absence-true
        READ f-absences NEXT RECORD
           AT END SET eof-absence-true TO TRUE
        END-READ
     END-IF.

Preparer-Ligne-Absence.
     MOVE abs-matricule  TO WS-LA-Matricule
     MOVE abs-type       TO WS-LA-Type
     MOVE abs-date-debut TO WS-LA-Date-Debut
     MOVE abs-date-fin   TO WS-LA-Date-Fin
     MOVE abs-remuneree  TO WS-LA-Remuneree
     COMPUTE WS-LA-Jours = FUNCTION INTEGER-OF-DATE (abs-date-fin)
                         - FUNCTION INTEGER-OF-DATE (abs-date-debut) + 1.

Reecrire-Absence.
     REWRITE enreg-absence
     IF WS-Statut-Absences NOT = "00"
        DISPLAY "Mise a jour de l'absence " abs-matricule " "
                abs-date-debut " impossible (statut "
                WS-Statut-Absences ")"
        SET WS-Absences-En-Erreur TO TRUE
     END-IF.

*> Un fichier de reference absent n'est pas bloquant : c'est le cas
*> du tout premier run delta apres un recalage, ou tous les actifs
*> ressortent logiquement comme embauches.
        WRITE enreg-reference-paie
     END-PERFORM
     CLOSE f-reference.

*> Compte rendu d'etape pour PiloterChaineNuit (sans effet hors
*> chaine) et code retour non nul quand le fichier n'est pas a
*> livrer, pour que le pilote ou l'ordonnanceur arrete la chaine sans
*> avoir a lire la console.
Ecrire-Compte-Rendu.
     MOVE SPACES TO enreg-compte-rendu
     MOVE ct-programme TO cr-programme
     MOVE 0                TO cr-nbre-lus, cr-nbre-rejetes
     MOVE WS-Nbre-Extraits TO cr-nbre-ecrits
     IF NOT ct-poursuivre OR WS-Photo-Saturee OR WS-Absences-En-Erreur
                          OR WS-Marquage-En-Erreur
        SET cr-echec TO TRUE
     ELSE
        SET cr-succes TO TRUE
     END-IF
     CALL "EcrireCompteRendu" USING enreg-compte-rendu
     IF cr-echec
        MOVE 8 TO RETURN-CODE
     END-IF.
