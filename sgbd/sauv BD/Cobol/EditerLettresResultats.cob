IDENTIFICATION DIVISION.
PROGRAM-ID. EditerLettresResultats.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
   DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT f-input-brut ASSIGN TO DYNAMIC WS-Nom-Fichier-Entree
                        ORGANIZATION LINE SEQUENTIAL
                        FILE STATUS IS WS-Statut-Entree.
    SELECT f-selection  ASSIGN TO "LettresSelection.tmp"
                        ORGANIZATION LINE SEQUENTIAL.
    SELECT f-temp       ASSIGN TO "LettresTemp.res".
    SELECT f-sort       ASSIGN TO "sortwklet".
    SELECT f-output     ASSIGN TO "Lettres.res".
    SELECT f-contacts   ASSIGN TO "ContactsEtudiants.dat"
                        ORGANIZATION INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS adr-matricule
                        FILE STATUS IS WS-Statut-Contacts.
    SELECT f-exceptions ASSIGN TO "LettresExceptions.res"
                        ORGANIZATION LINE SEQUENTIAL.
    SELECT f-etiquettes ASSIGN TO "LettresEtiquettes.res"
                        ORGANIZATION LINE SEQUENTIAL.
    SELECT f-courriels  ASSIGN TO "LettresCourriels.csv"
                        ORGANIZATION LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  f-input-brut.
    COPY "Etudiants.cpy" REPLACING enreg-etudiant BY rec-brut.
FD  f-selection.
    COPY "Etudiants.cpy".
FD  f-temp.
    COPY "Etudiants.cpy" REPLACING enreg-etudiant BY rc-foutput.
SD  f-sort.
    COPY "Etudiants.cpy" REPLACING enreg-etudiant BY rec-fsort.
FD  f-output REPORT IS rapport-lettre.
FD  f-contacts.
    COPY "ContactsEtudiants.cpy".
FD  f-exceptions.
01  ligne-exception          PIC X(100).
FD  f-etiquettes.
01  ligne-etiquette          PIC X(140).
FD  f-courriels.
01  ligne-courriel           PIC X(100).
WORKING-STORAGE SECTION.
01  WS-Nom-Fichier-Entree    PIC X(40) VALUE SPACES.
01  WS-Statut-Entree         PIC XX.
01  WS-Statut-Contacts       PIC XX.
01  WS-Institut-Filtre       PIC X(02) VALUE SPACES.
01  WS-Section-Filtre        PIC X(04) VALUE SPACES.
01  WS-Nbre-Selectionnes     PIC 9(06) VALUE 0.
01  WS-Nbre-Exceptions       PIC 9(06) VALUE 0.
01  WS-Nbre-Courriels        PIC 9(06) VALUE 0.
01  WS-Nbre-Etiquettes       PIC 9(06) VALUE 0.
01  WS-Motif-Exception       PIC X(40).
01  WS-Annee-Numerique       PIC 9(01).
01  WS-Nom-Etudiant          PIC X(36).
01  nbre-let                 PIC S9(4) BINARY VALUE 1.
01  total-let-sauv           PIC Z.ZZZ.
01  date-jour.
    02  annee                PIC 99.
    02  mois                 PIC 99.
    02  jour                 PIC 99.
01  eof                      PIC 9.
    88  eof-true             VALUE 1.
    88  eof-false            VALUE 0.

*> Destinataire et corps de la lettre en cours, alimentes juste avant
*> le GENERATE (meme principe que WS-Titulaire-Section dans
*> ReportRupture) : l'etudiant lui-meme, ou son representant legal
*> s'il est mineur ; le texte depend de resultat-etudiant.
01  WS-Destinataire.
    02  WS-Dest-Nom          PIC X(36).
    02  WS-Dest-Rue          PIC X(30).
    02  WS-Dest-Localite     PIC X(32).
    02  WS-Dest-Pays         PIC X(20).
01  WS-Texte-Lettre.
    02  WS-Texte-1           PIC X(70).
    02  WS-Texte-2           PIC X(70).
    02  WS-Texte-3           PIC X(70).
    02  WS-Texte-4           PIC X(70).
    02  WS-Texte-5           PIC X(70).
REPORT SECTION.
*> Une page par etudiant, meme mecanique qu'AttesterReussite : la
*> lettre est portee par le CONTROL HEADING matricule et le CONTROL
*> FOOTING matricule force le saut de page ; les recapitulatifs
*> d'institut et final occupent chacun leur propre page.
RD  rapport-lettre  PAGE LIMIT IS 66
                    HEADING        1
                    FIRST DETAIL   5
                    LAST DETAIL   42
                    FOOTING       45
    CONTROLS ARE FINAL, institut OF f-temp, matricule OF f-temp.
01  TYPE IS PAGE HEADING.
    02   LINE 2.
         03  COLUMN 5  PIC X(30) VALUE "SERVICE ELEVES INPRES".
    02   LINE 3.
         03  COLUMN 5  PIC X(03) VALUE "Le ".
         03  COLUMN 8  PIC 99 SOURCE jour.
         03  COLUMN 10 PIC X VALUE "/".
         03  COLUMN 11 PIC 99 SOURCE mois.
         03  COLUMN 13 PIC X VALUE "/".
         03  COLUMN 14 PIC 99 SOURCE annee.
01  TYPE IS CONTROL HEADING matricule OF f-temp.
    02   LINE 7.
         03  COLUMN 40 PIC X(36) SOURCE WS-Dest-Nom.
    02   LINE 8.
         03  COLUMN 40 PIC X(30) SOURCE WS-Dest-Rue.
    02   LINE 9.
         03  COLUMN 40 PIC X(32) SOURCE WS-Dest-Localite.
    02   LINE 10.
         03  COLUMN 40 PIC X(20) SOURCE WS-Dest-Pays.
    02   LINE 14.
         03  COLUMN 5  PIC X(11) VALUE "Concerne : ".
         03  COLUMN 16 PIC X(36) SOURCE WS-Nom-Etudiant.
         03  COLUMN 53 PIC X(11) VALUE "Matricule :".
         03  COLUMN 65 PIC 9(06) SOURCE matricule OF f-temp.
    02   LINE 15.
         03  COLUMN 16 PIC X(10) VALUE "Institut :".
         03  COLUMN 27 PIC X(02) SOURCE institut OF f-temp.
         03  COLUMN 31 PIC X(09) VALUE "Graduat :".
         03  COLUMN 41 PIC 99 SOURCE type-graduat OF f-temp.
         03  COLUMN 45 PIC X(07) VALUE "Annee :".
         03  COLUMN 53 PIC X SOURCE annee-etude OF f-temp.
         03  COLUMN 56 PIC X(09) VALUE "Section :".
         03  COLUMN 66 PIC X(04) SOURCE num-section OF f-temp.
    02   LINE 18.
         03  COLUMN 5  PIC X(17) VALUE "Madame, Monsieur,".
    02   LINE 20.
         03  COLUMN 5  PIC X(70) SOURCE WS-Texte-1.
    02   LINE 21.
         03  COLUMN 5  PIC X(70) SOURCE WS-Texte-2.
    02   LINE 22.
         03  COLUMN 5  PIC X(70) SOURCE WS-Texte-3.
    02   LINE 23.
         03  COLUMN 5  PIC X(70) SOURCE WS-Texte-4.
    02   LINE 24.
         03  COLUMN 5  PIC X(70) SOURCE WS-Texte-5.
    02   LINE 26.
         03  COLUMN 5  PIC X(64) VALUE
             "Veuillez agreer, Madame, Monsieur, nos salutations distinguees.".
01  detail-lettre TYPE IS DETAIL.
    02   LINE 30.
         03  COLUMN 40 PIC X(26) VALUE "Le chef du service eleves,".
01  TYPE IS CONTROL FOOTING matricule OF f-temp NEXT GROUP NEXT PAGE.
    02   LINE 36.
         03  COLUMN 5 PIC X(40)
             VALUE "Ce courrier ne remplace pas le releve de".
         03  COLUMN 45 PIC X(16) VALUE " notes officiel.".
01  TYPE IS CONTROL FOOTING institut OF f-temp
                     NEXT GROUP NEXT PAGE.
    02   LINE 10 ON NEXT PAGE.
         03  COLUMN 5 PIC X(18) VALUE "Lettres institut :".
         03  COLUMN 24 PIC X(02) SOURCE institut OF f-temp.
         03  total-let-inst COLUMN 30 PIC Z.ZZZ SUM nbre-let.
01  TYPE IS CONTROL FOOTING FINAL LINE PLUS 3.
    02 total-let               PIC Z.ZZZ SUM nbre-let.
01  TYPE IS REPORT FOOTING.
    02   LINE PLUS 2.
         03   COLUMN 5  PIC X(19) VALUE "Lettres produites :".
         03   COLUMN 26 PIC Z.ZZZ SOURCE total-let-sauv.
PROCEDURE DIVISION.
pp SECTION.
Debut.
     PERFORM Determiner-Parametres-Run
     IF WS-Institut-Filtre = SPACES AND WS-Section-Filtre = SPACES
        DISPLAY "Indiquer LETTRES_INSTITUT ou LETTRES_SECTION."
        STOP RUN
     END-IF
     PERFORM Selectionner-Etudiants
     IF WS-Nbre-Selectionnes = 0
        DISPLAY "Aucune lettre a produire pour cette selection."
        DISPLAY "Exceptions (sans adresse utilisable) : "
                WS-Nbre-Exceptions
        STOP RUN
     END-IF
     SORT f-sort ON ASCENDING KEY institut OF rec-fsort,
                              type-graduat OF rec-fsort,
                              annee-etude OF rec-fsort,
                              num-section OF rec-fsort,
                              nom OF rec-fsort
          USING f-selection
          GIVING f-temp
     ACCEPT date-jour FROM DATE
     PERFORM Generer-Lettres
     DISPLAY "Lettres produites                     : "
             WS-Nbre-Selectionnes
     DISPLAY "Etiquettes                            : "
             WS-Nbre-Etiquettes
     DISPLAY "Courriels extraits                    : "
             WS-Nbre-Courriels
     DISPLAY "Exceptions (sans adresse utilisable)  : "
             WS-Nbre-Exceptions
     STOP RUN.

*> Le fichier delibere arrive par ETUDIANTS_FICHIER (meme convention
*> que ReportRupture) ; LETTRES_INSTITUT ou LETTRES_SECTION designe le
*> groupe a qui ecrire. L'un des deux est exige : un envoi a toute
*> l'ecole ne part pas sur un oubli de parametre.
Determiner-Parametres-Run.
     DISPLAY "ETUDIANTS_FICHIER" UPON ENVIRONMENT-NAME
     ACCEPT WS-Nom-Fichier-Entree FROM ENVIRONMENT-VALUE
     IF WS-Nom-Fichier-Entree = SPACES
        MOVE "Etudiants95.dat" TO WS-Nom-Fichier-Entree
     END-IF
     DISPLAY "LETTRES_INSTITUT" UPON ENVIRONMENT-NAME
     ACCEPT WS-Institut-Filtre FROM ENVIRONMENT-VALUE
     DISPLAY "LETTRES_SECTION" UPON ENVIRONMENT-NAME
     ACCEPT WS-Section-Filtre FROM ENVIRONMENT-VALUE.

*> Passe de selection avant le SORT, meme decoupage
*> qu'AttesterReussite.Selectionner-Reussites : la fiche adresse de
*> chaque etudiant retenu est lue par matricule ; le courriel, s'il
*> existe, part dans l'extraction, et seuls les etudiants avec une
*> adresse postale utilisable partent vers le tri, les autres dans
*> la liste d'exceptions.
Selectionner-Etudiants.
     OPEN INPUT f-input-brut
     IF WS-Statut-Entree NOT = "00"
        DISPLAY "Fichier d'entree introuvable : " WS-Nom-Fichier-Entree
        STOP RUN
     END-IF
     OPEN INPUT f-contacts
     IF WS-Statut-Contacts NOT = "00"
        DISPLAY "Fichier des adresses introuvable (ContactsEtudiants.dat)"
        CLOSE f-input-brut
        STOP RUN
     END-IF
     OPEN OUTPUT f-selection, f-exceptions, f-courriels
     MOVE "MATRICULE;NOM;PRENOM;SECTION;MOTIF" TO ligne-exception
     WRITE ligne-exception
     MOVE "MATRICULE;NOM;PRENOM;SECTION;RESULTAT;COURRIEL"
          TO ligne-courriel
     WRITE ligne-courriel
     SET eof-false TO TRUE
     READ f-input-brut AT END SET eof-true TO TRUE
     END-READ
     PERFORM TEST BEFORE UNTIL eof-true
        PERFORM Selectionner-Un-Etudiant
        READ f-input-brut AT END SET eof-true TO TRUE
        END-READ
     END-PERFORM
     CLOSE f-input-brut, f-contacts, f-selection, f-exceptions,
           f-courriels.

Selectionner-Un-Etudiant.
     IF WS-Institut-Filtre NOT = SPACES
        AND institut OF rec-brut NOT = WS-Institut-Filtre
        CONTINUE
     ELSE
        IF WS-Section-Filtre NOT = SPACES
           AND num-section OF rec-brut NOT = WS-Section-Filtre
           CONTINUE
        ELSE
           PERFORM Controler-Adresse
           IF WS-Motif-Exception = SPACES
              MOVE rec-brut TO enreg-etudiant
              WRITE enreg-etudiant
              ADD 1 TO WS-Nbre-Selectionnes
           ELSE
              MOVE SPACES TO ligne-exception
              STRING matricule OF rec-brut ";" nom OF rec-brut ";"
                     prenom OF rec-brut ";" num-section OF rec-brut ";"
                     WS-Motif-Exception
                 DELIMITED BY SIZE INTO ligne-exception
              WRITE ligne-exception
              ADD 1 TO WS-Nbre-Exceptions
           END-IF
        END-IF
     END-IF.

*> Adresse utilisable : rue, code postal et localite renseignes, ceux
*> du representant legal pour un mineur (avec son nom). Un resultat
*> non delibere ne donne pas de lettre non plus. LettresCourriels ne
*> reprend que les etudiants qui recoivent une lettre (resultat R, E
*> ou I et adresse utilisable).
Controler-Adresse.
     MOVE SPACES TO WS-Motif-Exception
     MOVE matricule OF rec-brut TO adr-matricule
     READ f-contacts
     IF WS-Statut-Contacts NOT = "00"
        MOVE "aucune fiche adresse" TO WS-Motif-Exception
     ELSE
        IF adr-etudiant-mineur
           IF adr-tuteur-nom = SPACES OR adr-tuteur-rue = SPACES
              OR adr-tuteur-code-postal = SPACES
              OR adr-tuteur-localite = SPACES
              MOVE "adresse du representant legal incomplete"
                   TO WS-Motif-Exception
           END-IF
        ELSE
           IF adr-rue = SPACES OR adr-code-postal = SPACES
              OR adr-localite = SPACES
              MOVE "adresse postale incomplete" TO WS-Motif-Exception
           END-IF
        END-IF
     END-IF
     IF WS-Motif-Exception = SPACES
        AND NOT etu-reussite OF rec-brut
        AND NOT etu-echec OF rec-brut
        AND NOT etu-incomplet OF rec-brut
        MOVE "resultat non delibere" TO WS-Motif-Exception
     END-IF
     IF WS-Motif-Exception = SPACES AND adr-courriel NOT = SPACES
        MOVE SPACES TO ligne-courriel
        STRING matricule OF rec-brut ";" nom OF rec-brut ";"
               prenom OF rec-brut ";" num-section OF rec-brut ";"
               resultat-etudiant OF rec-brut ";" adr-courriel
           DELIMITED BY SIZE INTO ligne-courriel
        WRITE ligne-courriel
        ADD 1 TO WS-Nbre-Courriels
     END-IF.

*> Meme mecanique INITIATE/GENERATE/TERMINATE qu'AttesterReussite ;
*> la fiche adresse est relue par matricule pour le destinataire, et
*> l'etiquette ecrite dans le meme ordre que les lettres pour que la
*> mise sous pli se fasse sans tri.
Generer-Lettres.
     OPEN INPUT f-temp, f-contacts
     OPEN OUTPUT f-output, f-etiquettes
     MOVE "MATRICULE;DESTINATAIRE;RUE;LOCALITE;PAYS"
          TO ligne-etiquette
     WRITE ligne-etiquette
     INITIATE rapport-lettre
     SET eof-false TO TRUE
     READ f-temp AT END SET eof-true TO TRUE
     END-READ
     PERFORM TEST BEFORE UNTIL eof-true
        PERFORM Preparer-Lettre
        GENERATE detail-lettre
        PERFORM Ecrire-Etiquette
        READ f-temp AT END SET eof-true TO TRUE
        END-READ
     END-PERFORM
     MOVE TOTAL-LET TO total-let-sauv
     TERMINATE rapport-lettre
     CLOSE f-temp, f-contacts, f-output, f-etiquettes.

Preparer-Lettre.
     MOVE SPACES TO WS-Nom-Etudiant
     STRING prenom OF rc-foutput DELIMITED BY "  "
            " " DELIMITED BY SIZE
            nom OF rc-foutput DELIMITED BY "  "
            INTO WS-Nom-Etudiant
     MOVE matricule OF rc-foutput TO adr-matricule
     READ f-contacts
     MOVE SPACES TO WS-Destinataire
     IF adr-etudiant-mineur
        STRING adr-tuteur-prenom DELIMITED BY "  "
               " " DELIMITED BY SIZE
               adr-tuteur-nom DELIMITED BY "  "
               INTO WS-Dest-Nom
        MOVE adr-tuteur-rue TO WS-Dest-Rue
        STRING adr-tuteur-code-postal DELIMITED BY " "
               " " DELIMITED BY SIZE
               adr-tuteur-localite DELIMITED BY SIZE
               INTO WS-Dest-Localite
        MOVE adr-tuteur-pays TO WS-Dest-Pays
     ELSE
        MOVE WS-Nom-Etudiant TO WS-Dest-Nom
        MOVE adr-rue TO WS-Dest-Rue
        STRING adr-code-postal DELIMITED BY " "
               " " DELIMITED BY SIZE
               adr-localite DELIMITED BY SIZE
               INTO WS-Dest-Localite
        MOVE adr-pays TO WS-Dest-Pays
     END-IF
     PERFORM Rediger-Texte.

*> Reussite : felicitations et annee d'etude suivante (meme calcul
*> que PromouvoirEtudiants.Avancer-Annee-Etude) ; echec : seconde
*> session ou annee a recommencer ; incomplet : travaux manquants.
*> Le nom de l'etudiant (36 caracteres au plus) ouvre toujours la
*> deuxieme ligne, seule assez large pour le porter en entier.
Rediger-Texte.
     MOVE SPACES TO WS-Texte-Lettre
     EVALUATE TRUE
        WHEN etu-reussite OF rc-foutput
           MOVE annee-etude OF rc-foutput TO WS-Annee-Numerique
           IF WS-Annee-Numerique < 9
              ADD 1 TO WS-Annee-Numerique
           END-IF
           MOVE "Nous avons le plaisir de vous annoncer la reussite de"
                TO WS-Texte-1
           STRING WS-Nom-Etudiant DELIMITED BY "  "
                  ", a l'issue de la deliberation." DELIMITED BY SIZE
                  INTO WS-Texte-2
           MOVE "Toutes nos felicitations ! L'etudiant(e) est admis(e) en annee"
                TO WS-Texte-3
           STRING "d'etude " WS-Annee-Numerique
                  " pour l'annee academique suivante."
                  DELIMITED BY SIZE INTO WS-Texte-4
           MOVE "Les modalites d'inscription suivront par courrier separe."
                TO WS-Texte-5
        WHEN etu-echec OF rc-foutput
           MOVE "Nous avons le regret de vous informer de l'echec de"
                TO WS-Texte-1
           STRING WS-Nom-Etudiant DELIMITED BY "  "
                  ", a l'issue de la deliberation." DELIMITED BY SIZE
                  INTO WS-Texte-2
           MOVE "Les epreuves non reussies peuvent etre representees en seconde"
                TO WS-Texte-3
           STRING "session ; a defaut, l'annee " annee-etude OF rc-foutput
                  " devra etre recommencee."
                  DELIMITED BY SIZE INTO WS-Texte-4
           MOVE "Le secretariat reste a votre ecoute." TO WS-Texte-5
        WHEN OTHER
           MOVE "Nous vous informons que le dossier de" TO WS-Texte-1
           STRING WS-Nom-Etudiant DELIMITED BY "  "
                  " n'a pas pu etre delibere :" DELIMITED BY SIZE
                  INTO WS-Texte-2
           MOVE "des travaux ou epreuves n'ont pas ete remis ou presentes."
                TO WS-Texte-3
           MOVE "Ils doivent etre regularises aupres du secretariat avant"
                TO WS-Texte-4
           MOVE "la prochaine deliberation, faute de quoi l'annee reste due."
                TO WS-Texte-5
     END-EVALUATE.

Ecrire-Etiquette.
     MOVE SPACES TO ligne-etiquette
     STRING matricule OF rc-foutput ";" WS-Dest-Nom ";" WS-Dest-Rue ";"
            WS-Dest-Localite ";" WS-Dest-Pays
        DELIMITED BY SIZE INTO ligne-etiquette
     WRITE ligne-etiquette
     ADD 1 TO WS-Nbre-Etiquettes.
