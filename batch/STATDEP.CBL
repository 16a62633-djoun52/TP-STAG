000050 DATE-WRITTEN.  09/08/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000077*  STATDEP  -  STATISTIQUES DES STAGIAIRES PAR DEPARTEMENT       *
000084*               LIMITROPHE ET PAR TRANCHE D'AGE - LIT L'EXTRAIT  *
000091*               ENRICHI FSTAGEXT (EXTNUIT) ET NON PLUS FSTAG03   *
000100*****************************************************************
000110*  HISTORIQUE DES MODIFICATIONS                                 *
000120*  09/08/2026  SE  CREATION DU PROGRAMME                        *
000122*  22/08/2026  SE  CLICHE MENSUEL DES COMPTEURS SUR SNAPDEP     *
000124*                  (EXPLOITE PAR LE RAPPORT DE TENDANCE TENDDEP)*
000126*  15/10/2026  SE  LECTURE DE L'EXTRAIT DE NUIT FSTAGEXT : AGE  *
000128*                  ET DEPARTEMENT FOURNIS PAR EXTNUIT           *
000130*****************************************************************
000140 ENVIRONMENT DIVISION.
000150 CONFIGURATION SECTION.
000170 OBJECT-COMPUTER. IBM-390.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200     SELECT EXTRAIT-FILE   ASSIGN TO FSTAGEXT
000210            ORGANIZATION   LINE SEQUENTIAL
000220            FILE STATUS    WS-FEXT-STATUS.
000242     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000244            ORGANIZATION   LINE SEQUENTIAL.
000250     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000270*
000280 DATA DIVISION.
000290 FILE SECTION.
000298 FD  EXTRAIT-FILE
000306     RECORDING MODE F.
000314*   EXTRAIT ENRICHI DES STAGIAIRES (AGE, RANG DU DEPARTEMENT)
000322     COPY FEXTR.
000330*
000332 FD  SYSIN-FILE
000334     RECORDING MODE F.
000400*   COPYBOOKS PARTAGES QUE LA SAISIE (INF1CI3 / INF3CI3)
000410     COPY DEPTAB.
000420     COPY AGELIM.
000425*   IMAGE DE LA FICHE STAGIAIRE PORTEE PAR L'EXTRAIT
000430     COPY FSTAG.
000435 77  WS-FEXT-STATUS        PIC X(02).
000440 77  WS-EOF                PIC X(01)     VALUE 'N'.
000450     88  FIN-FICHIER                     VALUE 'Y'.
000460 77  WS-PAGE-COMPTEUR      PIC 9(04) COMP VALUE ZERO.
000470 77  WS-CPT                PIC 9(02) COMP.
000502*   FILTRE SUR LE STATUT DU STAGIAIRE (BLANC = TOUS)
000504 77  WS-FILT-STATUT        PIC X(01)     VALUE SPACE.
000512*   DATE DU JOUR (MOIS DU CLICHE)
000520 77  WS-DATE-JOUR          PIC 9(08).
000580*   BORNES DES 3 TRANCHES D'AGE, DERIVEES DE AGELIM.cpy
000590 77  WS-BORNE1             PIC 99.
000600 77  WS-BORNE2             PIC 99.
001200 1000-INITIALISATION.
001210*--------------------*
001220     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001260     COMPUTE WS-BORNE1 =
001270             AGE-MIN + ((AGE-MAX - AGE-MIN) / 3).
001280     COMPUTE WS-BORNE2 =
001299             END-IF
001300     END-READ.
001301     CLOSE SYSIN-FILE.
001305     OPEN INPUT  EXTRAIT-FILE.
001310     OPEN OUTPUT RAPPORT-FILE.
001312     OPEN EXTEND SNAP-FILE.
001320     MOVE ZERO TO WS-PAGE-COMPTEUR.
001340     EXIT.
001350*
001360*****************************************************************
001370*  2000  -  PARCOURS DE L'EXTRAIT ET CUMUL DES COMPTEURS         *
001380*****************************************************************
001390 2000-TRAITEMENT.
001400*----------------*
001410     MOVE 'N' TO WS-EOF.
001420     READ EXTRAIT-FILE
001430         AT END MOVE 'Y' TO WS-EOF
001440     END-READ.
001441     IF NOT FIN-FICHIER AND WS-FEXT-STATUS NOT = '00'
001442        PERFORM 9500-ERREUR-EXTRAIT THRU 9500-EXIT
001443     END-IF.
001450     PERFORM UNTIL FIN-FICHIER
001452        MOVE EX-STAGIAIRE TO E-STAGIAIRE
001455        IF WS-FILT-STATUT = SPACE
001456           OR E-STATUT = WS-FILT-STATUT
001470        PERFORM 2200-CUMULE-STATS THRU 2200-EXIT
001477        END-IF
001484        READ EXTRAIT-FILE
001491            AT END MOVE 'Y' TO WS-EOF
001500        END-READ
001502        IF NOT FIN-FICHIER AND WS-FEXT-STATUS NOT = '00'
001504           PERFORM 9500-ERREUR-EXTRAIT THRU 9500-EXIT
001506        END-IF
001510     END-PERFORM.
001520 2000-EXIT.
001530     EXIT.
001540*
001710*****************************************************************
001717*  2200  -  INCREMENTATION DE LA TRANCHE D'AGE DANS LE           *
001724*            DEPARTEMENT DONNE PAR L'EXTRAIT (RANG DANS DEPTAB,  *
001731*            00 = AUTRES) - AGE CALCULE PAR EXTNUIT              *
001740*****************************************************************
001750 2200-CUMULE-STATS.
001760*------------------*
001770     IF EX-RANG-DEP NOT = ZERO
001780        MOVE EX-RANG-DEP TO WS-CPT
001790        IF EX-AGE <= WS-BORNE1
001890           ADD 1 TO SD-TR1(WS-CPT)  WS-TOTAL-TR1
001900        ELSE
001910           IF EX-AGE <= WS-BORNE2
001920              ADD 1 TO SD-TR2(WS-CPT)  WS-TOTAL-TR2
001930           ELSE
001940              ADD 1 TO SD-TR3(WS-CPT)  WS-TOTAL-TR3
001950           END-IF
001960        END-IF
001970     ELSE
001980        IF EX-AGE <= WS-BORNE1
001990           ADD 1 TO SA-TR1  WS-TOTAL-TR1
002000        ELSE
002010           IF EX-AGE <= WS-BORNE2
002020              ADD 1 TO SA-TR2  WS-TOTAL-TR2
002030           ELSE
002040              ADD 1 TO SA-TR3  WS-TOTAL-TR3
002640     WRITE RAPPORT-REC FROM LIGNE-ENTETE1 AFTER ADVANCING PAGE.
002650     WRITE RAPPORT-REC FROM LIGNE-ENTETE2 AFTER ADVANCING 2.
002660     WRITE RAPPORT-REC FROM LIGNE-VIDE    AFTER ADVANCING 1.
002663 8100-EXIT.
002666     EXIT.
002669*
002672*****************************************************************
002676*  9500  -  ERREUR D'ENTREE/SORTIE SUR FSTAGEXT - LE CODE STATUT *
002680*            EST TRACE ET LE TRAITEMENT EST INTERROMPU           *
002684*****************************************************************
002687 9500-ERREUR-EXTRAIT.
002690*--------------------*
002693     DISPLAY 'STATDEP - ERREUR E/S FSTAGEXT - CODE STATUT '
002696             WS-FEXT-STATUS.
002699     MOVE 16 TO RETURN-CODE.
002700     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
002701     STOP RUN.
002712*****************************************************************
002730 9000-TERMINAISON.
002740*-----------------*
002747     CLOSE EXTRAIT-FILE.
002755     CLOSE SNAP-FILE.
002760     CLOSE RAPPORT-FILE.
002770 9000-EXIT.
