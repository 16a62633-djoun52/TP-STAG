000150*  22/08/2026  SE  CREATION DU PROGRAMME                        *
000160*  02/09/2026  SE  CONSULTATIONS ('L') EXCLUES PAR DEFAUT,      *
000170*                  INCLUSES SUR DEMANDE (SYSIN COL 28 = O)      *
000175*  15/10/2026  SE  LIBELLE DE L'ACTION 'E' (EFFACEMENT)         *
000180*****************************************************************
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
003530             MOVE 'DEROGATION  ' TO LD-ACTION
003540         WHEN AK-CONSULTATION
003550             MOVE 'CONSULTATION' TO LD-ACTION
003553         WHEN AK-EFFACEMENT
003556             MOVE 'EFFACEMENT  ' TO LD-ACTION
003560         WHEN OTHER
003570             MOVE AK-ACTION      TO LD-ACTION
003580     END-EVALUATE.
