000050 DATE-WRITTEN.  09/08/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  DISTDEP  -  REPARTITION DES STAGIAIRES (EXTRAIT FSTAGEXT) PAR *
000090*                DEPARTEMENT LIMITROPHE, EN NOMBRE ET EN         *
000100*                POURCENTAGE DE L'EFFECTIF TOTAL - COMPLEMENT    *
000110*                SYNTHETIQUE DE STATDEP (QUI CROISE EN PLUS AVEC *
000130*****************************************************************
000140*  HISTORIQUE DES MODIFICATIONS                                 *
000150*  09/08/2026  SE  CREATION DU PROGRAMME                        *
000153*  15/10/2026  SE  LECTURE DE L'EXTRAIT DE NUIT FSTAGEXT (RANG  *
000156*                  DU DEPARTEMENT FOURNI PAR EXTNUIT)           *
000160*****************************************************************
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000200 OBJECT-COMPUTER. IBM-390.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT EXTRAIT-FILE   ASSIGN TO FSTAGEXT
000240            ORGANIZATION   LINE SEQUENTIAL
000250            FILE STATUS    WS-FEXT-STATUS.
000280     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000290            ORGANIZATION   LINE SEQUENTIAL.
000300*
000310 DATA DIVISION.
000320 FILE SECTION.
000328 FD  EXTRAIT-FILE
000336     RECORDING MODE F.
000344*   EXTRAIT ENRICHI DES STAGIAIRES (RANG DU DEPARTEMENT)
000352     COPY FEXTR.
000360*
000370 FD  RAPPORT-FILE
000380     RECORDING MODE F.
000420*   TABLE DES DEPARTEMENTS LIMITROPHES - MEME COPYBOOK PARTAGE
000430*   QUE LA SAISIE (INF1CI3 / INF3CI3) ET STATDEP
000440     COPY DEPTAB.
000450 77  WS-FEXT-STATUS        PIC X(02).
000460 77  WS-EOF                PIC X(01)     VALUE 'N'.
000470     88  FIN-FICHIER                     VALUE 'Y'.
000480 77  WS-PAGE-COMPTEUR      PIC 9(04) COMP VALUE ZERO.
000490 77  WS-CPT                PIC 9(02) COMP.
000520*
000530 01  WS-STATS-DEPT OCCURS 10 TIMES.
000540     05  SD-NB             PIC 9(06) COMP VALUE ZERO.
000960*****************************************************************
000970 1000-INITIALISATION.
000980*--------------------*
000990     OPEN INPUT  EXTRAIT-FILE.
001000     OPEN OUTPUT RAPPORT-FILE.
001010     MOVE ZERO TO WS-PAGE-COMPTEUR.
001020 1000-EXIT.
001030     EXIT.
001040*
001050*****************************************************************
001057*  2000  -  PARCOURS DE L'EXTRAIT ET CUMUL DES EFFECTIFS PAR     *
001064*            DEPARTEMENT LIMITROPHE (RANG DANS LA TABLE DEPTAB   *
001071*            DONNE PAR L'EXTRAIT, 00 = AUTRES)                   *
001080*****************************************************************
001090 2000-TRAITEMENT.
001100*----------------*
001110     MOVE 'N' TO WS-EOF.
001120     READ EXTRAIT-FILE
001130         AT END MOVE 'Y' TO WS-EOF
001140     END-READ.
001141     IF NOT FIN-FICHIER AND WS-FEXT-STATUS NOT = '00'
001142        PERFORM 9500-ERREUR-EXTRAIT THRU 9500-EXIT
001143     END-IF.
001150     PERFORM UNTIL FIN-FICHIER
001160        ADD 1 TO WS-NB-TOTAL
001170        IF EX-RANG-DEP NOT = ZERO
001180           MOVE EX-RANG-DEP TO WS-CPT
001280           ADD 1 TO SD-NB(WS-CPT)
001290        ELSE
001300           ADD 1 TO WS-NB-AUTRES
001310        END-IF
001320        READ EXTRAIT-FILE
001330            AT END MOVE 'Y' TO WS-EOF
001340        END-READ
001342        IF NOT FIN-FICHIER AND WS-FEXT-STATUS NOT = '00'
001344           PERFORM 9500-ERREUR-EXTRAIT THRU 9500-EXIT
001346        END-IF
001350     END-PERFORM.
001360 2000-EXIT.
001370     EXIT.
001830     EXIT.
001840*
001841*****************************************************************
001842*  9500  -  ERREUR D'ENTREE/SORTIE SUR FSTAGEXT - LE CODE STATUT *
001843*            EST TRACE ET LE TRAITEMENT EST INTERROMPU           *
001844*****************************************************************
001845 9500-ERREUR-EXTRAIT.
001846*--------------------*
001847     DISPLAY 'DISTDEP - ERREUR E/S FSTAGEXT - CODE STATUT '
001848             WS-FEXT-STATUS.
001849     MOVE 16 TO RETURN-CODE.
001850     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
001851     STOP RUN.
001870*****************************************************************
001880 9000-TERMINAISON.
001890*-----------------*
001900     CLOSE EXTRAIT-FILE.
001910     CLOSE RAPPORT-FILE.
001920 9000-EXIT.
001930     EXIT.
