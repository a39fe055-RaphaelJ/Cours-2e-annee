ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
01  Choix PIC 99.
	88 Fin VALUE 9.
01  Mode-Liste PIC X VALUE "L".
	88 Mode-Liste-Detail    VALUE "L".
	88 Mode-Liste-Stats     VALUE "S".
	88 Mode-Liste-Impr      VALUE "P".
01  Mode-Reference PIC X VALUE "D".
01  WS-Nb-Tentatives PIC 9 VALUE 0.
01  WS-Max-Tentatives PIC 9 VALUE 3.
01  WS-Reponse PIC X VALUE "O".
COPY "TransCtx.cpy".
PROCEDURE DIVISION.
BeginPgm.
       	CALL "IdentifierOperateur" USING contexte-transaction
       	IF NOT ct-abandonner
       		PERFORM Connexion-Oracle
       	END-IF
       	IF NOT ct-abandonner
       		CALL "MenuEmployes" USING Choix, contexte-transaction
       	END-IF
       	PERFORM TEST BEFORE UNTIL Fin OR ct-abandonner
       		EVALUATE Choix
       			       CALL "ListerEmployes" USING contexte-transaction, Mode-Liste
       			WHEN 8 MOVE "A" TO Mode-Liste
       			       CALL "ListerEmployes" USING contexte-transaction, Mode-Liste
       			WHEN 10 MOVE "D" TO Mode-Reference
       			       CALL "MaintenirReferences" USING contexte-transaction, Mode-Reference
       			WHEN 11 CALL "MaintenirOperateurs" USING contexte-transaction
       			WHEN 12 CALL "MaintenirAffectations" USING contexte-transaction
       			WHEN 13 CALL "MaintenirAbsences" USING contexte-transaction
       		END-EVALUATE
       		IF ct-reessayer-logon
       			PERFORM Connexion-Oracle
       		END-IF
       		IF NOT ct-abandonner AND NOT Fin
       			CALL "MenuEmployes" USING Choix, contexte-transaction
       		END-IF
	END-PERFORM
	IF ct-abandonner
