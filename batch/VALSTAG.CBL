000240*  22/08/2026  SE  CREATION DU PROGRAMME                        *
000250*  02/09/2026  SE  CONTROLE DES COORDONNEES BANCAIRES (IBAN :   *
000260*                  FORME ET CLE MODULO 97, BIC : FORME)         *
000263*  15/10/2026  SE  NIVEAU DE DIPLOME (R050) - LES PREREQUIS DE  *
000266*                  SESSION (FPREQ03) RESTENT CHEZ LES APPELANTS *
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000940         10  VA-DATE-FIN     PIC X(8).
000950         10  VA-IBAN         PIC X(34).
000960         10  VA-BIC          PIC X(11).
000965         10  VA-NIVEAU-DIPLOME PIC X(1).
000970     05  VA-DATE-JOUR        PIC 9(8).
000980     05  VA-CODE-RETOUR      PIC X(4).
000990*
001050     PERFORM 2000-CHECK-ADRESSE   THRU 2000-EXIT.
001060     PERFORM 3000-CHECK-TELEPHONE THRU 3000-EXIT.
001070     PERFORM 4000-CHECK-EMAIL     THRU 4000-EXIT.
001075     PERFORM 4500-CHECK-DIPLOME   THRU 4500-EXIT.
001080     PERFORM 5000-CHECK-NAISSANCE THRU 5000-EXIT.
001090     PERFORM 6000-CHECK-DATES     THRU 6000-EXIT.
001100     PERFORM 8000-CHECK-BANQUE    THRU 8000-EXIT.
002410        END-IF
002420     END-IF.
002430 4000-EXIT.
002431     EXIT.
002432*
002433*****************************************************************
002434*  4500  -  NIVEAU DE DIPLOME (FACULTATIF) : NOMENCLATURE        *
002435*            NATIONALE DE '3' (CAP/BEP) A '8' (DOCTORAT)         *
002436*****************************************************************
002437 4500-CHECK-DIPLOME.
002438*-------------------*
002439     IF VA-CODE-RETOUR NOT = SPACES
002440        GO TO 4500-EXIT
002441     END-IF.
002442     IF VA-NIVEAU-DIPLOME NOT = SPACE
002443        IF VA-NIVEAU-DIPLOME < '3' OR VA-NIVEAU-DIPLOME > '8'
002444           MOVE 'R050' TO VA-CODE-RETOUR
002445        END-IF
002446     END-IF.
002447 4500-EXIT.
002448     EXIT.
002450*
002460*****************************************************************
002470*  5000  -  DATE DE NAISSANCE (OBLIGATOIRE, JOUR/MOIS VALIDES)   *
