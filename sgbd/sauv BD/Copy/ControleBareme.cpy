    01  controle-bareme.
        02  cb-fonction             PIC X(20).
        02  cb-salaire              PIC 9(06)V99.
        02  cb-salaire-min          PIC 9(06)V99.
        02  cb-salaire-max          PIC 9(06)V99.
        02  cb-resultat             PIC X(01).
            88  cb-dans-bareme      VALUE "O".
            88  cb-sous-minimum     VALUE "B".
            88  cb-au-dessus-maximum VALUE "H".
            88  cb-hors-bareme      VALUE "B", "H".
            88  cb-sans-bareme      VALUE "N".
        02  cb-position             PIC S9(04).
