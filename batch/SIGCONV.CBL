000170*****************************************************************
000180*  HISTORIQUE DES MODIFICATIONS                                 *
000190*  02/09/2026  SE  CREATION DU PROGRAMME                        *
000193*  15/10/2026  SE  CLOTURE DE LA RELANCE AUTOMATIQUE (GENRELA)  *
000196*                  DE CONVENTION NON SIGNEE                     *
000200*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000580 77  WS-NB-SIGNEES         PIC 9(06) COMP VALUE ZERO.
000590 77  WS-NB-INCONNUS        PIC 9(06) COMP VALUE ZERO.
000600 77  WS-NB-ED              PIC ZZZZZ9.
000603*   ZONE D'ECHANGE DU MODULE DE RELANCES GENRELA
000606     COPY RELACA.
000610 01  LIGNE                 PIC X(133).
000620*
000630 PROCEDURE DIVISION.
001280            PERFORM 9500-ERREUR-FCONV THRU 9500-EXIT
001290         END-IF
001300         ADD 1 TO WS-NB-SIGNEES
001301         MOVE 'C'             TO RA-FONCTION
001302         MOVE 'CONV'          TO RA-ORIGINE
001303         MOVE CV-NUMERO       TO RA-NUMERO
001304         MOVE CV-CODE-SESSION TO RA-SESSION
001305         MOVE WS-DATE-JOUR    TO RA-DATE-JOUR
001306         CALL 'GENRELA' USING GENRELA-COMMAREA
001310         MOVE SPACE TO LIGNE
001320         STRING '   CONVENTION DU ' SI-NUMERO ' SIGNEE LE '
001330                WS-DATE-EDIT
001840*-----------------*
001850     CLOSE SYSIN-FILE.
001860     CLOSE FCONV03-FILE.
001863     MOVE 'F' TO RA-FONCTION.
001866     CALL 'GENRELA' USING GENRELA-COMMAREA.
001870     CLOSE RAPPORT-FILE.
001880 9000-EXIT.
001890     EXIT.
