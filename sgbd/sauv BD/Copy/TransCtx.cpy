            88  ct-reessayer-logon  VALUE "R".
            88  ct-poursuivre       VALUE "P".
            88  ct-abandonner       VALUE "X".
        02  ct-operateur            PIC X(08).
        02  ct-role-operateur       PIC X(01).
            88  ct-role-administrateur  VALUE "A".
            88  ct-role-rh              VALUE "R".
            88  ct-role-personnel       VALUE "P".
            88  ct-role-scolarite       VALUE "S".
            88  ct-role-consultation    VALUE "C".
