000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MIGOPER.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  MIGOPER  -  MIGRATION DU FICHIER DES HABILITATIONS FOPER03    *
000090*               POUR L'AJOUT DE LA RECERTIFICATION ET D'UNE      *
000100*               RESERVE (52 -> 100 OCTETS) - LES OPERATEURS      *
000110*               EXISTANTS DEMARRENT JAMAIS RECERTIFIES (ZONES A  *
000120*               BLANC), L'ANCIENNE RESERVE EST REMISE A BLANC -  *
000130*               LE FICHIER EST DECHARGE, PASSE ICI, PUIS RECHARGE*
000140*               DANS LE CLUSTER REDEFINI (CF JCL MIGOPER) - LES  *
000143*               OPERATEURS EXISTANTS GARDENT LE DROIT TOUS SITES *
000145*               (ACCES INCHANGE), RESTREINT ENSUITE PAR INFBCI3  *
000150*****************************************************************
000160*  HISTORIQUE DES MODIFICATIONS                                 *
000170*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000175*  15/10/2026  SE  DROIT TOUS SITES POUR LES OPERATEURS MIGRES  *
000180*****************************************************************
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER. IBM-390.
000220 OBJECT-COMPUTER. IBM-390.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT ANCIEN-FILE    ASSIGN TO ANCOPER
000260            ORGANIZATION   SEQUENTIAL.
000270     SELECT NOUVEAU-FILE   ASSIGN TO NOUOPER
000280            ORGANIZATION   SEQUENTIAL.
000290*
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  ANCIEN-FILE
000330     RECORDING MODE F.
000340*   ANCIEN ENREGISTREMENT OPERATEUR (52 OCTETS : 42 UTILES +
000350*   RESERVE)
000360 01  ANCIEN-REC.
000370     05  AN-IMAGE          PIC X(42).
000380     05  FILLER            PIC X(10).
000390*
000400 FD  NOUVEAU-FILE
000410     RECORDING MODE F.
000420 01  NOUVEAU-REC.
000430     05  NV-IMAGE          PIC X(42).
000440     05  NV-SUITE.
000442         10  NV-RECERT     PIC X(14).
000444         10  NV-TOUS-SITES PIC X(01).
000446         10  FILLER        PIC X(43).
000450*
000460 WORKING-STORAGE SECTION.
000470 77  WS-EOF                PIC X(01)     VALUE 'N'.
000480     88  FIN-FICHIER                     VALUE 'Y'.
000490 77  WS-NB-MIGRES          PIC 9(06) COMP VALUE ZERO.
000500*
000510 PROCEDURE DIVISION.
000520 0000-MAINLINE.
000530*----------------*
000540     OPEN INPUT  ANCIEN-FILE.
000550     OPEN OUTPUT NOUVEAU-FILE.
000560     READ ANCIEN-FILE
000570         AT END MOVE 'Y' TO WS-EOF
000580     END-READ.
000590     PERFORM UNTIL FIN-FICHIER
000600        MOVE AN-IMAGE   TO NV-IMAGE
000610        MOVE SPACES     TO NV-SUITE
000615        MOVE 'O'        TO NV-TOUS-SITES
000620        WRITE NOUVEAU-REC
000630        ADD 1 TO WS-NB-MIGRES
000640        READ ANCIEN-FILE
000650            AT END MOVE 'Y' TO WS-EOF
000660        END-READ
000670     END-PERFORM.
000680     DISPLAY 'MIGOPER - ' WS-NB-MIGRES
000690             ' ENREGISTREMENTS MIGRES'.
000700     CLOSE ANCIEN-FILE.
000710     CLOSE NOUVEAU-FILE.
000720     STOP RUN.
