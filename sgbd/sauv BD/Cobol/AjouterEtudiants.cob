        PERFORM TEST BEFORE UNTIL eof-section-true
                OR WS-Section-Valide
           IF code-section = num-section
              AND sect-ouverte
              SET WS-Section-Valide TO TRUE
           END-IF
           READ f-sections AT END SET eof-section-true TO TRUE
        READ f-sections AT END SET eof-section-true TO TRUE
        END-READ
        PERFORM TEST BEFORE UNTIL eof-section-true
           IF sect-ouverte
              DISPLAY code-section " " libelle-section
           END-IF
           READ f-sections AT END SET eof-section-true TO TRUE
           END-READ
        END-PERFORM
