000140*****************************************************************
000150*  HISTORIQUE DES MODIFICATIONS                                 *
000160*  02/09/2026  SE  CREATION DU PROGRAMME                        *
000165*  15/10/2026  SE  LIBELLE DE L'ACTION 'E' (EFFACEMENT)         *
000170*****************************************************************
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
003430             MOVE 'DEROGATION  ' TO LD-ACTION
003440         WHEN AK-CONSULTATION
003450             MOVE 'CONSULTATION' TO LD-ACTION
003453         WHEN AK-EFFACEMENT
003456             MOVE 'EFFACEMENT  ' TO LD-ACTION
003460         WHEN OTHER
003470             MOVE AK-ACTION      TO LD-ACTION
003480     END-EVALUATE.
