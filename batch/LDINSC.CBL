000150*****************************************************************
000160*  HISTORIQUE DES MODIFICATIONS                                 *
000170*  02/09/2026  SE  CREATION DU PROGRAMME                        *
000175*  15/10/2026  SE  INSCRIPTIONS AMORCEES SANS FINANCEUR         *
000180*****************************************************************
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
001080     MOVE ZERO           TO IN-DATE-FIN.
001090     MOVE 'E'            TO IN-RESULTAT.
001100     MOVE WS-DATE-JOUR   TO IN-DATE-ENREG.
001105     MOVE SPACES         TO IN-FINANCEUR.
001110     WRITE E-INSCRIPTION.
001120     EVALUATE WS-FINSC-STATUS
001130         WHEN '00'
