000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RPTCHN.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  RPTCHN   -  TENDANCE DES DUREES DE LA CHAINE DE NUIT - RAPPORT*
000090*               HEBDOMADAIRE SUR L'HISTORIQUE FNUIT03 ECRIT PAR  *
000100*               CHNCTL : POUR CHAQUE ETAPE, SUR SES N DERNIERS   *
000110*               PASSAGES, DUREE MOYENNE / MINI / MAXI / DERNIERE,*
000120*               PENTE DE LA DUREE (DROITE DES MOINDRES CARRES,   *
000130*               RAMENEE A LA SEMAINE) ET FIN PROJETEE A UNE      *
000140*               SEMAINE (MEME DROITE SUR L'HEURE DE FIN) - SONT  *
000150*               SIGNALEES LES ETAPES DONT LA DUREE CROIT DE PLUS *
000160*               DU SEUIL PAR SEMAINE ET CELLES DONT LA FIN       *
000170*               PROJETEE ENTRE DANS LA MARGE AVANT LA FIN DE LA  *
000180*               FENETRE BATCH (REOUVERTURE CICS) - RC=4 SI UNE   *
000190*               ETAPE EST SIGNALEE - LES HEURES SONT COMPTEES    *
000200*               DEPUIS MIDI POUR QU'UNE NUIT NE SOIT PAS COUPEE A*
000210*               MINUIT                                           *
000220*****************************************************************
000230*  HISTORIQUE DES MODIFICATIONS                                 *
000240*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-390.
000290 OBJECT-COMPUTER. IBM-390.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT FNUIT03-FILE   ASSIGN TO FNUIT03
000330            ORGANIZATION   INDEXED
000340            ACCESS MODE    SEQUENTIAL
000350            RECORD KEY     NU-CLE
000360            FILE STATUS    WS-FNUIT-STATUS.
000370     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000380            ORGANIZATION   LINE SEQUENTIAL.
000390     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000400            ORGANIZATION   LINE SEQUENTIAL.
000410*
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  FNUIT03-FILE.
000450*   HISTORIQUE DES PASSAGES DES ETAPES DE NUIT
000460     COPY FNUIT.
000470*
000480 FD  SYSIN-FILE
000490     RECORDING MODE F.
000500 01  SYSIN-REC.
000510     05  SI-NB-PASSAGES    PIC X(03).
000520     05  FILLER            PIC X(01).
000530     05  SI-FENETRE        PIC X(04).
000540     05  FILLER            PIC X(01).
000550     05  SI-MARGE          PIC X(03).
000560     05  FILLER            PIC X(01).
000570     05  SI-SEUIL          PIC X(02).
000580     05  FILLER            PIC X(65).
000590*
000600 FD  RAPPORT-FILE
000610     RECORDING MODE F.
000620 01  RAPPORT-REC           PIC X(133).
000630*
000640 WORKING-STORAGE SECTION.
000650 77  WS-FNUIT-STATUS       PIC X(02).
000660 77  WS-EOF                PIC X(01)     VALUE 'N'.
000670     88  FIN-FICHIER                     VALUE 'Y'.
000680 77  WS-DATE-JOUR          PIC 9(08).
000690*   PARAMETRES (SYSIN) : PASSAGES ANALYSES PAR ETAPE, FIN DE LA
000700*   FENETRE BATCH (HHMM), MARGE EN MINUTES, SEUIL DE CROISSANCE
000710*   EN POURCENTAGE DE LA DUREE MOYENNE PAR SEMAINE
000720 77  WS-NB-PASSAGES        PIC 9(03)     VALUE 28.
000730 77  WS-FENETRE            PIC 9(04)     VALUE 0600.
000740 77  WS-MARGE              PIC 9(03)     VALUE 30.
000750 77  WS-SEUIL-PCT          PIC 9(02)     VALUE 5.
000760*   PLANCHERS : UNE TENDANCE SUR MOINS DE 4 PASSAGES N'EST PAS
000770*   SIGNIFICATIVE, UNE CROISSANCE DE MOINS D'UNE MINUTE PAR
000780*   SEMAINE N'EST PAS SIGNALEE (ETAPES COURTES)
000790 77  MAX-PASSAGES          PIC 9(03) COMP VALUE 60.
000800 77  MINI-PASSAGES         PIC 9(03) COMP VALUE 4.
000810 77  MINI-CROISSANCE       PIC 9(04) COMP VALUE 60.
000820*   BORNES EN SECONDES DEPUIS MIDI
000830 77  WS-FENETRE-SEC        PIC S9(07) COMP.
000840 77  WS-ALERTE-SEC         PIC S9(07) COMP.
000850*   PASSAGES RETENUS DE L'ETAPE COURANTE (LES N PLUS RECENTS,
000860*   DANS L'ORDRE CHRONOLOGIQUE DE LA CLE)
000870 77  WS-ETAPE-COUR         PIC X(08)     VALUE LOW-VALUE.
000880 77  WS-NB-PASS            PIC 9(03) COMP VALUE ZERO.
000890 01  WS-PASSAGES.
000900     05  WS-PASSAGE        OCCURS 60 TIMES.
000910         10  WP-DATE       PIC 9(08).
000920         10  WP-FIN        PIC S9(07) COMP.
000930         10  WP-DUREE      PIC 9(06).
000940         10  WP-RC         PIC 9(04).
000950         10  WP-ETAT       PIC X(01).
000960 77  WS-IND                PIC 9(03) COMP.
000970 77  WS-DEB                PIC 9(03) COMP.
000980 77  WS-RANG-PROJ          PIC 9(03) COMP.
000990*   CUMULS DE L'ETAPE (X = RANG DU PASSAGE TERMINE, Y = DUREE,
001000*   Z = HEURE DE FIN DEPUIS MIDI)
001010 77  WS-NB-T               PIC 9(03) COMP.
001020 77  WS-NB-I               PIC 9(03) COMP.
001030 77  WS-NB-RC4             PIC 9(03) COMP.
001040 77  WS-SX                 PIC S9(15) COMP.
001050 77  WS-SXX                PIC S9(15) COMP.
001060 77  WS-SY                 PIC S9(15) COMP.
001070 77  WS-SXY                PIC S9(15) COMP.
001080 77  WS-SZ                 PIC S9(15) COMP.
001090 77  WS-SXZ                PIC S9(15) COMP.
001100 77  WS-NUMER              PIC S9(15) COMP.
001110 77  WS-DENOM              PIC S9(15) COMP.
001120 77  WS-PENTE              PIC S9(07)V99 COMP.
001130 77  WS-PENTE-FIN          PIC S9(07)V99 COMP.
001140 77  WS-CROISSANCE         PIC S9(07) COMP.
001150 77  WS-MOY                PIC S9(07) COMP.
001160 77  WS-MIN                PIC S9(07) COMP.
001170 77  WS-MAX                PIC S9(07) COMP.
001180 77  WS-DERN               PIC S9(07) COMP.
001190 77  WS-DERN-FIN           PIC S9(07) COMP.
001200 77  WS-FIN-PROJ           PIC S9(07) COMP.
001210 77  WS-ALERTE             PIC X(20).
001220*   TOTAUX DU RAPPORT
001230 77  WS-NB-ETAPES          PIC 9(04) COMP VALUE ZERO.
001240 77  WS-NB-CROISS          PIC 9(04) COMP VALUE ZERO.
001250 77  WS-NB-FENETRE         PIC 9(04) COMP VALUE ZERO.
001260*   CONVERSIONS D'HEURES
001270 01  WS-HMS.
001280     05  WS-HH             PIC 9(02).
001290     05  WS-MI             PIC 9(02).
001300     05  WS-SS             PIC 9(02).
001310 77  WS-SEC                PIC S9(07) COMP.
001320 77  WS-RESTE              PIC S9(07) COMP.
001330 01  WS-DUREE-ED.
001340     05  WS-DH             PIC 9(02).
001350     05  FILLER            PIC X(01)     VALUE ':'.
001360     05  WS-DM             PIC 9(02).
001370     05  FILLER            PIC X(01)     VALUE ':'.
001380     05  WS-DS             PIC 9(02).
001390 01  WS-HEURE-ED.
001400     05  WS-EH             PIC 9(02).
001410     05  FILLER            PIC X(01)     VALUE ':'.
001420     05  WS-EM             PIC 9(02).
001430 01  WS-JOUR-ED.
001440     05  WS-JJ             PIC X(02).
001450     05  FILLER            PIC X(01)     VALUE '/'.
001460     05  WS-MM             PIC X(02).
001470 77  WS-SIGNE              PIC X(01).
001480 77  WS-NB-ED              PIC ZZ9.
001490 77  WS-NB2-ED             PIC ZZ9.
001500 77  WS-TOT-ED             PIC ZZZ9.
001510 77  WS-PARAM-ED           PIC ZZ9.
001520 77  WS-PTR                PIC S9(04) COMP.
001530 01  WS-MOY-ED             PIC X(08).
001540 01  WS-MIN-ED             PIC X(08).
001550 01  WS-MAX-ED             PIC X(08).
001560 01  WS-DERN-ED            PIC X(08).
001570 01  WS-TEND-ED            PIC X(08).
001580 01  WS-PASS-ED            PIC X(08).
001590 01  LIGNE                 PIC X(133).
001600*
001610 PROCEDURE DIVISION.
001620 0000-MAINLINE.
001630*----------------*
001640     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001650     PERFORM 2000-TRAITEMENT     THRU 2000-EXIT.
001660     PERFORM 8000-BILAN          THRU 8000-EXIT.
001670     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001680     IF WS-NB-CROISS > ZERO OR WS-NB-FENETRE > ZERO
001690        MOVE 4 TO RETURN-CODE
001700     END-IF.
001710     STOP RUN.
001720*
001730*****************************************************************
001740*  1000  -  PARAMETRES SYSIN (COL 1-3 PASSAGES, 5-8 FIN DE       *
001750*            FENETRE HHMM, 10-12 MARGE EN MINUTES, 14-15 SEUIL   *
001760*            EN %, BLANC = DEFAUT 028 0600 030 05), OUVERTURES   *
001770*            ET EN-TETE                                          *
001780*****************************************************************
001790 1000-INITIALISATION.
001800*--------------------*
001810     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001820     OPEN INPUT SYSIN-FILE.
001830     READ SYSIN-FILE
001840         AT END     CONTINUE
001850         NOT AT END
001860             PERFORM 1100-PARAMETRES THRU 1100-EXIT
001870     END-READ.
001880     CLOSE SYSIN-FILE.
001890     MOVE WS-FENETRE TO WS-HMS(1:4).
001900     MOVE ZERO       TO WS-SS.
001910     PERFORM 7200-DEPUIS-MIDI THRU 7200-EXIT.
001920     MOVE WS-SEC TO WS-FENETRE-SEC.
001930     COMPUTE WS-ALERTE-SEC = WS-FENETRE-SEC - WS-MARGE * 60.
001940     OPEN INPUT FNUIT03-FILE.
001950     IF WS-FNUIT-STATUS NOT = '00'
001960        PERFORM 9500-ERREUR-FNUIT THRU 9500-EXIT
001970     END-IF.
001980     OPEN OUTPUT RAPPORT-FILE.
001990     MOVE SPACE TO LIGNE.
002000     STRING ' TENDANCE DES DUREES DE LA CHAINE DE NUIT AU '
002010            WS-DATE-JOUR
002020            DELIMITED BY SIZE INTO LIGNE.
002030     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
002040     MOVE WS-NB-PASSAGES TO WS-PARAM-ED.
002050     MOVE WS-MARGE       TO WS-NB-ED.
002060     MOVE WS-SEUIL-PCT   TO WS-NB2-ED.
002070     MOVE SPACE TO LIGNE.
002080     STRING ' DERNIERS PASSAGES ANALYSES : ' WS-PARAM-ED
002090            '   FIN DE FENETRE : ' WS-FENETRE(1:2) ':'
002100            WS-FENETRE(3:2)
002110            '   MARGE : ' WS-NB-ED ' MN'
002120            '   SEUIL DE CROISSANCE : ' WS-NB2-ED ' % PAR SEMAINE'
002130            DELIMITED BY SIZE INTO LIGNE.
002140     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
002150     MOVE SPACE TO LIGNE.
002160     STRING ' ETAPE    PASS  MOYENNE  MINIMUM  MAXIMUM  '
002170            'DERNIERE  TEND/SEM    FIN PROJ     ALERTE'
002180            DELIMITED BY SIZE INTO LIGNE.
002190     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
002200 1000-EXIT.
002210     EXIT.
002220*
002230 1100-PARAMETRES.
002240*----------------*
002250     IF SI-NB-PASSAGES NUMERIC
002260        MOVE SI-NB-PASSAGES TO WS-NB-PASSAGES
002270     END-IF.
002280     IF WS-NB-PASSAGES < MINI-PASSAGES
002290        MOVE MINI-PASSAGES TO WS-NB-PASSAGES
002300     END-IF.
002310     IF WS-NB-PASSAGES > MAX-PASSAGES
002320        MOVE MAX-PASSAGES TO WS-NB-PASSAGES
002330     END-IF.
002340     IF SI-FENETRE NUMERIC
002350        AND SI-FENETRE(1:2) < '24' AND SI-FENETRE(3:2) < '60'
002360        MOVE SI-FENETRE TO WS-FENETRE
002370     END-IF.
002380     IF SI-MARGE NUMERIC
002390        MOVE SI-MARGE TO WS-MARGE
002400     END-IF.
002410     IF SI-SEUIL NUMERIC
002420        MOVE SI-SEUIL TO WS-SEUIL-PCT
002430     END-IF.
002440 1100-EXIT.
002450     EXIT.
002460*
002470*****************************************************************
002480*  2000  -  PARCOURS DE L'HISTORIQUE - L'ORDRE DE CLE DONNE LA   *
002490*            RUPTURE PAR ETAPE ET L'ORDRE CHRONOLOGIQUE          *
002500*****************************************************************
002510 2000-TRAITEMENT.
002520*----------------*
002530     MOVE 'N' TO WS-EOF.
002540     READ FNUIT03-FILE
002550         AT END MOVE 'Y' TO WS-EOF
002560     END-READ.
002570     PERFORM UNTIL FIN-FICHIER
002580        IF NU-ETAPE NOT = WS-ETAPE-COUR
002590           IF WS-NB-PASS > ZERO
002600              PERFORM 3000-ANALYSE-ETAPE THRU 3000-EXIT
002610           END-IF
002620           MOVE NU-ETAPE TO WS-ETAPE-COUR
002630           MOVE ZERO     TO WS-NB-PASS
002640        END-IF
002650        PERFORM 2100-RETIENT THRU 2100-EXIT
002660        READ FNUIT03-FILE
002670            AT END MOVE 'Y' TO WS-EOF
002680        END-READ
002690     END-PERFORM.
002700     IF WS-NB-PASS > ZERO
002710        PERFORM 3000-ANALYSE-ETAPE THRU 3000-EXIT
002720     END-IF.
002730 2000-EXIT.
002740     EXIT.
002750*
002760*****************************************************************
002770*  2100  -  PASSAGE RETENU : LA TABLE GARDE LES N DERNIERS, LE   *
002780*            PLUS ANCIEN SORT QUAND ELLE EST PLEINE              *
002790*****************************************************************
002800 2100-RETIENT.
002810*-------------*
002820     IF WS-NB-PASS NOT < WS-NB-PASSAGES
002830        PERFORM 2110-DECALE THRU 2110-EXIT
002840            VARYING WS-IND FROM 2 BY 1 UNTIL WS-IND > WS-NB-PASS
002850        SUBTRACT 1 FROM WS-NB-PASS
002860     END-IF.
002870     ADD 1 TO WS-NB-PASS.
002880     MOVE NU-DATE  TO WP-DATE(WS-NB-PASS).
002890     MOVE NU-DUREE TO WP-DUREE(WS-NB-PASS).
002900     MOVE NU-RC    TO WP-RC(WS-NB-PASS).
002910     MOVE NU-ETAT  TO WP-ETAT(WS-NB-PASS).
002920     MOVE ZERO     TO WP-FIN(WS-NB-PASS).
002930     IF NU-TERMINEE
002940        MOVE NU-HEURE-FIN TO WS-HMS
002950        PERFORM 7200-DEPUIS-MIDI THRU 7200-EXIT
002960        MOVE WS-SEC TO WP-FIN(WS-NB-PASS)
002970     END-IF.
002980 2100-EXIT.
002990     EXIT.
003000*
003010 2110-DECALE.
003020*------------*
003030     MOVE WS-PASSAGE(WS-IND) TO WS-PASSAGE(WS-IND - 1).
003040 2110-EXIT.
003050     EXIT.
003060*
003070*****************************************************************
003080*  3000  -  ANALYSE D'UNE ETAPE : CUMULS SUR LES PASSAGES        *
003090*            TERMINES, DROITES DES MOINDRES CARRES DE LA DUREE ET*
003100*            DE L'HEURE DE FIN EN FONCTION DU RANG DU PASSAGE,   *
003110*            ALERTES PUIS EDITION (LIGNE DE SYNTHESE, INCIDENTS, *
003120*            SEPT DERNIERS PASSAGES)                             *
003130*****************************************************************
003140 3000-ANALYSE-ETAPE.
003150*-------------------*
003160     ADD 1 TO WS-NB-ETAPES.
003170     MOVE ZERO TO WS-NB-T WS-NB-I WS-NB-RC4
003180                  WS-SX WS-SXX WS-SY WS-SXY WS-SZ WS-SXZ
003190                  WS-MAX WS-DERN WS-DERN-FIN.
003200     MOVE 999999 TO WS-MIN.
003210     PERFORM 3100-CUMULE THRU 3100-EXIT
003220         VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > WS-NB-PASS.
003230     IF WS-NB-T = ZERO
003240        MOVE SPACE TO LIGNE
003250        STRING ' ' WS-ETAPE-COUR '  AUCUN PASSAGE TERMINE'
003260               DELIMITED BY SIZE INTO LIGNE
003270        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2
003280        PERFORM 3400-EDITE-INCIDENTS THRU 3400-EXIT
003290        GO TO 3000-EXIT
003300     END-IF.
003310     COMPUTE WS-MOY ROUNDED = WS-SY / WS-NB-T.
003320     MOVE ZERO        TO WS-PENTE WS-PENTE-FIN.
003330     MOVE WS-DERN-FIN TO WS-FIN-PROJ.
003340     IF WS-NB-T NOT < MINI-PASSAGES
003350        PERFORM 3200-TENDANCE THRU 3200-EXIT
003360     END-IF.
003370     COMPUTE WS-CROISSANCE ROUNDED = WS-PENTE * 7.
003380     PERFORM 3300-ALERTES THRU 3300-EXIT.
003390     PERFORM 3500-EDITE-SYNTHESE THRU 3500-EXIT.
003400     PERFORM 3400-EDITE-INCIDENTS THRU 3400-EXIT.
003410 3000-EXIT.
003420     EXIT.
003430*
003440 3100-CUMULE.
003450*------------*
003460     IF WP-ETAT(WS-IND) = 'I'
003470        ADD 1 TO WS-NB-I
003480     END-IF.
003490     IF WP-ETAT(WS-IND) NOT = 'T'
003500        GO TO 3100-EXIT
003510     END-IF.
003520     ADD 1 TO WS-NB-T.
003530     IF WP-RC(WS-IND) = 4
003540        ADD 1 TO WS-NB-RC4
003550     END-IF.
003560     ADD WS-NB-T TO WS-SX.
003570     COMPUTE WS-SXX = WS-SXX + WS-NB-T * WS-NB-T.
003580     ADD WP-DUREE(WS-IND) TO WS-SY.
003590     COMPUTE WS-SXY = WS-SXY + WS-NB-T * WP-DUREE(WS-IND).
003600     ADD WP-FIN(WS-IND) TO WS-SZ.
003610     COMPUTE WS-SXZ = WS-SXZ + WS-NB-T * WP-FIN(WS-IND).
003620     IF WP-DUREE(WS-IND) < WS-MIN
003630        MOVE WP-DUREE(WS-IND) TO WS-MIN
003640     END-IF.
003650     IF WP-DUREE(WS-IND) > WS-MAX
003660        MOVE WP-DUREE(WS-IND) TO WS-MAX
003670     END-IF.
003680     MOVE WP-DUREE(WS-IND) TO WS-DERN.
003690     MOVE WP-FIN(WS-IND)   TO WS-DERN-FIN.
003700 3100-EXIT.
003710     EXIT.
003720*
003730*****************************************************************
003740*  3200  -  PENTES (SECONDES PAR PASSAGE) ET FIN PROJETEE SEPT   *
003750*            PASSAGES PLUS LOIN : PENTE = (N.SXY - SX.SY) /      *
003760*            (N.SXX - SX.SX), ORDONNEE = (SY - PENTE.SX) / N -   *
003770*            UNE FIN PROJETEE PLUS TOT QUE LA DERNIERE FIN       *
003780*            CONSTATEE N'EST PAS RETENUE                         *
003790*****************************************************************
003800 3200-TENDANCE.
003810*--------------*
003820     COMPUTE WS-DENOM = WS-NB-T * WS-SXX - WS-SX * WS-SX.
003830     IF WS-DENOM = ZERO
003840        GO TO 3200-EXIT
003850     END-IF.
003860     COMPUTE WS-NUMER = WS-NB-T * WS-SXY - WS-SX * WS-SY.
003870     COMPUTE WS-PENTE ROUNDED = WS-NUMER / WS-DENOM.
003880     COMPUTE WS-NUMER = WS-NB-T * WS-SXZ - WS-SX * WS-SZ.
003890     COMPUTE WS-PENTE-FIN ROUNDED = WS-NUMER / WS-DENOM.
003900     COMPUTE WS-NUMER ROUNDED = WS-SZ - WS-PENTE-FIN * WS-SX.
003910     COMPUTE WS-RANG-PROJ = WS-NB-T + 7.
003920     COMPUTE WS-FIN-PROJ ROUNDED = WS-NUMER / WS-NB-T
003930                                 + WS-PENTE-FIN * WS-RANG-PROJ.
003940     IF WS-FIN-PROJ < WS-DERN-FIN
003950        MOVE WS-DERN-FIN TO WS-FIN-PROJ
003960     END-IF.
003970 3200-EXIT.
003980     EXIT.
003990*
004000*****************************************************************
004010*  3300  -  ALERTES : DUREE CROISSANTE (CROISSANCE PAR SEMAINE   *
004020*            D'AU MOINS UNE MINUTE ET DU SEUIL EN % DE LA        *
004030*            MOYENNE) ; FENETRE (FIN PROJETEE DANS LA MARGE      *
004040*            AVANT LA FIN DE LA FENETRE BATCH, OU AU-DELA)       *
004050*****************************************************************
004060 3300-ALERTES.
004070*-------------*
004080     MOVE SPACE TO WS-ALERTE.
004090     IF WS-NB-T NOT < MINI-PASSAGES
004100        AND WS-CROISSANCE NOT < MINI-CROISSANCE
004110        AND WS-CROISSANCE * 100 NOT < WS-MOY * WS-SEUIL-PCT
004120        MOVE 'CROISSANTE' TO WS-ALERTE
004130        ADD 1 TO WS-NB-CROISS
004140     END-IF.
004150     IF WS-FIN-PROJ NOT < WS-ALERTE-SEC
004160        IF WS-ALERTE = SPACE
004170           MOVE 'FENETRE' TO WS-ALERTE
004180        ELSE
004190           MOVE 'CROISSANTE+FENETRE' TO WS-ALERTE
004200        END-IF
004210        ADD 1 TO WS-NB-FENETRE
004220     END-IF.
004230 3300-EXIT.
004240     EXIT.
004250*
004260*****************************************************************
004270*  3400  -  PASSAGES INTERROMPUS OU EN RC=4, PUIS LES SEPT       *
004280*            DERNIERS PASSAGES (JJ/MM ET DUREE)                  *
004290*****************************************************************
004300 3400-EDITE-INCIDENTS.
004310*---------------------*
004320     IF WS-NB-I > ZERO OR WS-NB-RC4 > ZERO
004330        MOVE WS-NB-I   TO WS-NB-ED
004340        MOVE WS-NB-RC4 TO WS-NB2-ED
004350        MOVE SPACE TO LIGNE
004360        STRING '           PASSAGES INTERROMPUS : ' WS-NB-ED
004370               '   TERMINES EN RC=4 : ' WS-NB2-ED
004380               DELIMITED BY SIZE INTO LIGNE
004390        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
004400     END-IF.
004410     MOVE 1 TO WS-DEB.
004420     IF WS-NB-PASS > 7
004430        COMPUTE WS-DEB = WS-NB-PASS - 6
004440     END-IF.
004450     MOVE SPACE TO LIGNE.
004460     MOVE '           7 DERNIERS :' TO LIGNE.
004470     MOVE 24 TO WS-PTR.
004480     PERFORM 3410-EDITE-PASSAGE THRU 3410-EXIT
004490         VARYING WS-IND FROM WS-DEB BY 1
004500           UNTIL WS-IND > WS-NB-PASS.
004510     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004520 3400-EXIT.
004530     EXIT.
004540*
004550 3410-EDITE-PASSAGE.
004560*-------------------*
004570     MOVE WP-DATE(WS-IND)(7:2) TO WS-JJ.
004580     MOVE WP-DATE(WS-IND)(5:2) TO WS-MM.
004590     EVALUATE WP-ETAT(WS-IND)
004600        WHEN 'T'
004610           MOVE WP-DUREE(WS-IND) TO WS-SEC
004620           PERFORM 7000-EDITE-DUREE THRU 7000-EXIT
004630           MOVE WS-DUREE-ED TO WS-PASS-ED
004640        WHEN 'I'
004650           MOVE 'INTERROM' TO WS-PASS-ED
004660        WHEN OTHER
004670           MOVE 'EN COURS' TO WS-PASS-ED
004680     END-EVALUATE.
004690     STRING ' ' WS-JOUR-ED ' ' WS-PASS-ED
004700            DELIMITED BY SIZE INTO LIGNE WITH POINTER WS-PTR.
004710 3410-EXIT.
004720     EXIT.
004730*
004740*****************************************************************
004750*  3500  -  LIGNE DE SYNTHESE DE L'ETAPE                         *
004760*****************************************************************
004770 3500-EDITE-SYNTHESE.
004780*--------------------*
004790     MOVE WS-MOY  TO WS-SEC.
004800     PERFORM 7000-EDITE-DUREE THRU 7000-EXIT.
004810     MOVE WS-DUREE-ED TO WS-MOY-ED.
004820     MOVE WS-MIN  TO WS-SEC.
004830     PERFORM 7000-EDITE-DUREE THRU 7000-EXIT.
004840     MOVE WS-DUREE-ED TO WS-MIN-ED.
004850     MOVE WS-MAX  TO WS-SEC.
004860     PERFORM 7000-EDITE-DUREE THRU 7000-EXIT.
004870     MOVE WS-DUREE-ED TO WS-MAX-ED.
004880     MOVE WS-DERN TO WS-SEC.
004890     PERFORM 7000-EDITE-DUREE THRU 7000-EXIT.
004900     MOVE WS-DUREE-ED TO WS-DERN-ED.
004910     IF WS-CROISSANCE < ZERO
004920        MOVE '-' TO WS-SIGNE
004930        COMPUTE WS-SEC = ZERO - WS-CROISSANCE
004940     ELSE
004950        MOVE '+' TO WS-SIGNE
004960        MOVE WS-CROISSANCE TO WS-SEC
004970     END-IF.
004980     PERFORM 7000-EDITE-DUREE THRU 7000-EXIT.
004990     MOVE WS-DUREE-ED TO WS-TEND-ED.
005000     MOVE WS-FIN-PROJ TO WS-SEC.
005010     PERFORM 7100-EDITE-HEURE THRU 7100-EXIT.
005020     MOVE WS-NB-T TO WS-NB-ED.
005030     MOVE SPACE TO LIGNE.
005040     STRING ' ' WS-ETAPE-COUR '  ' WS-NB-ED
005050            '  ' WS-MOY-ED ' ' WS-MIN-ED ' ' WS-MAX-ED
005060            ' ' WS-DERN-ED '  ' WS-SIGNE WS-TEND-ED
005070            '     ' WS-HEURE-ED '      ' WS-ALERTE
005080            DELIMITED BY SIZE INTO LIGNE.
005090     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
005100 3500-EXIT.
005110     EXIT.
005120*
005130*****************************************************************
005140*  7000  -  DUREE WS-SEC EN HH:MM:SS                             *
005150*****************************************************************
005160 7000-EDITE-DUREE.
005170*-----------------*
005180     IF WS-SEC > 359999
005190        MOVE 359999 TO WS-SEC
005200     END-IF.
005210     DIVIDE WS-SEC BY 3600 GIVING WS-DH REMAINDER WS-RESTE.
005220     DIVIDE WS-RESTE BY 60 GIVING WS-DM REMAINDER WS-DS.
005230 7000-EXIT.
005240     EXIT.
005250*
005260*****************************************************************
005270*  7100  -  HEURE WS-SEC (SECONDES DEPUIS MIDI) EN HH:MM         *
005280*****************************************************************
005290 7100-EDITE-HEURE.
005300*-----------------*
005310     IF WS-SEC < ZERO
005320        MOVE ZERO TO WS-SEC
005330     END-IF.
005340     IF WS-SEC > 86399
005350        MOVE 86399 TO WS-SEC
005360     END-IF.
005370     ADD 43200 TO WS-SEC.
005380     IF WS-SEC NOT < 86400
005390        SUBTRACT 86400 FROM WS-SEC
005400     END-IF.
005410     DIVIDE WS-SEC BY 3600 GIVING WS-EH REMAINDER WS-RESTE.
005420     DIVIDE WS-RESTE BY 60 GIVING WS-EM.
005430 7100-EXIT.
005440     EXIT.
005450*
005460*****************************************************************
005470*  7200  -  HEURE WS-HMS (HHMMSS) EN SECONDES DEPUIS MIDI : LES  *
005480*            HEURES DU MATIN SUIVENT CELLES DE LA VEILLE AU SOIR *
005490*****************************************************************
005500 7200-DEPUIS-MIDI.
005510*-----------------*
005520     COMPUTE WS-SEC = WS-HH * 3600 + WS-MI * 60 + WS-SS.
005530     IF WS-HH < 12
005540        ADD 43200 TO WS-SEC
005550     ELSE
005560        SUBTRACT 43200 FROM WS-SEC
005570     END-IF.
005580 7200-EXIT.
005590     EXIT.
005600*
005610*****************************************************************
005620*  8000  -  BILAN                                                *
005630*****************************************************************
005640 8000-BILAN.
005650*-----------*
005660     MOVE WS-NB-ETAPES TO WS-TOT-ED.
005670     MOVE SPACE TO LIGNE.
005680     STRING ' ETAPES ANALYSEES                     : ' WS-TOT-ED
005690            DELIMITED BY SIZE INTO LIGNE.
005700     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 3.
005710     MOVE WS-NB-CROISS TO WS-TOT-ED.
005720     MOVE SPACE TO LIGNE.
005730     STRING ' ETAPES A DUREE CROISSANTE            : ' WS-TOT-ED
005740            DELIMITED BY SIZE INTO LIGNE.
005750     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
005760     MOVE WS-NB-FENETRE TO WS-TOT-ED.
005770     MOVE SPACE TO LIGNE.
005780     STRING ' ETAPES A FIN PROJETEE DANS LA MARGE  : ' WS-TOT-ED
005790            DELIMITED BY SIZE INTO LIGNE.
005800     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
005810 8000-EXIT.
005820     EXIT.
005830*
005840*****************************************************************
005850*  9000  -  FERMETURE DES FICHIERS                               *
005860*****************************************************************
005870 9000-TERMINAISON.
005880*-----------------*
005890     CLOSE FNUIT03-FILE.
005900     CLOSE RAPPORT-FILE.
005910 9000-EXIT.
005920     EXIT.
005930*
005940 9500-ERREUR-FNUIT.
005950*------------------*
005960     DISPLAY 'RPTCHN - ERREUR OUVERTURE FNUIT03 - CODE STATUT '
005970             WS-FNUIT-STATUS.
005980     MOVE 16 TO RETURN-CODE.
005990     STOP RUN.
006000 9500-EXIT.
006010     EXIT.
