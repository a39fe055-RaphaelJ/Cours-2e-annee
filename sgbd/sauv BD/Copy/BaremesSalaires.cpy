    01  enreg-bareme.
        02  bar-fonction            PIC X(20).
        02  bar-salaire-min         PIC 9(06)V99.
        02  bar-salaire-max         PIC 9(06)V99.
