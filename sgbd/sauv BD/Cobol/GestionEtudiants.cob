WORKING-STORAGE SECTION.
01  Choix PIC 9.
	88 Fin VALUE 9.
01  Mode-Reference PIC X VALUE "S".
COPY "TransCtx.cpy".
PROCEDURE DIVISION.
BeginPgm.
       	CALL "IdentifierOperateur" USING contexte-transaction
       	IF ct-abandonner
       		MOVE 9 TO Choix
       	ELSE
       		CALL "MenuEtudiants" USING Choix, contexte-transaction
       	END-IF
       	PERFORM TEST BEFORE UNTIL Fin
       		EVALUATE Choix
       			WHEN 1 CALL "AjouterEtudiants"
       			WHEN 2 CALL "RechercherEtudiants"
       			WHEN 3 CALL "ModifierEtudiants" USING contexte-transaction
       			WHEN 4 CALL "EncoderResultatsSection" USING contexte-transaction
       			WHEN 5 MOVE "S" TO Mode-Reference
       			       CALL "MaintenirReferences" USING contexte-transaction, Mode-Reference
       			WHEN 6 CALL "EncoderNotesSection" USING contexte-transaction
       			WHEN 7 CALL "GererContactsEtudiants" USING contexte-transaction
       			WHEN 8 CALL "MaintenirOperateurs" USING contexte-transaction
       		END-EVALUATE
       		IF NOT Fin
       			CALL "MenuEtudiants" USING Choix, contexte-transaction
       		END-IF
	END-PERFORM
	STOP RUN.
