000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HEURFORM.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  HEURFORM -  FEUILLE DE TEMPS MENSUELLE DES FORMATEURS - POUR  *
000090*               LE MOIS DEMANDE (SYSIN, DEFAUT LE MOIS PRECEDENT)*
000100*               CUMULE LES JOURNEES ET DEMI-JOURNEES RESERVEES   *
000110*               DANS FINTV03 (INFCCI3, ACTION J) : DEMI-JOURNEES *
000120*               ET HEURES PAR FORMATEUR ET PAR SESSION, POUR LA  *
000130*               PAIE - CHAQUE SEMAINE (LUNDI A DIMANCHE) TOUCHANT*
000140*               LE MOIS OU LE FORMATEUR EST RESERVE AU-DELA DU   *
000150*               PLAFOND HEBDOMADAIRE (SYSIN, DEFAUT 35 HEURES)   *
000155*               EST SIGNALEE, LE PROGRAMME REND ALORS RC=4 -     *
000160*               LES JOURNEES DE COURS ANNULEES (FANNU03) NE SONT *
000165*               PAS COMPTEES                                     *
000170*****************************************************************
000180*  HISTORIQUE DES MODIFICATIONS                                 *
000190*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000195*  15/10/2026  SE  JOURNEES ANNULEES DE FANNU03 NON COMPTEES    *
000200*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. IBM-390.
000240 OBJECT-COMPUTER. IBM-390.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT FINTV03-FILE   ASSIGN TO FINTV03
000280            ORGANIZATION   INDEXED
000290            ACCESS MODE    SEQUENTIAL
000300            RECORD KEY     IV-CLE
000310            FILE STATUS    WS-FINTV-STATUS.
000320     SELECT FFORM03-FILE   ASSIGN TO FFORM03
000330            ORGANIZATION   INDEXED
000340            ACCESS MODE    RANDOM
000350            RECORD KEY     FM-CODE
000360            FILE STATUS    WS-FFORM-STATUS.
000370     SELECT FSESS03-FILE   ASSIGN TO FSESS03
000380            ORGANIZATION   INDEXED
000390            ACCESS MODE    RANDOM
000400            RECORD KEY     S-CODE
000410            FILE STATUS    WS-FSESS-STATUS.
000411     SELECT FANNU03-FILE   ASSIGN TO FANNU03
000412            ORGANIZATION   INDEXED
000413            ACCESS MODE    RANDOM
000414            RECORD KEY     AN-CLE
000415            FILE STATUS    WS-FANNU-STATUS.
000420     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000430            ORGANIZATION   LINE SEQUENTIAL.
000440     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000450            ORGANIZATION   LINE SEQUENTIAL.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  FINTV03-FILE.
000500*   JOURNEES D'INTERVENTION RESERVEES DES FORMATEURS
000510     COPY FINTV.
000520 FD  FFORM03-FILE.
000530     COPY FFORM.
000540 FD  FSESS03-FILE.
000550     COPY FSESS.
000552 FD  FANNU03-FILE.
000554*   JOURNEES DE COURS ANNULEES (NON PAYEES)
000556     COPY FANNU.
000560*
000570 FD  SYSIN-FILE
000580     RECORDING MODE F.
000590 01  SYSIN-REC.
000600     05  SI-MOIS           PIC X(06).
000610     05  FILLER            PIC X(01).
000620     05  SI-PLAFOND        PIC X(02).
000630     05  FILLER            PIC X(71).
000640*
000650 FD  RAPPORT-FILE
000660     RECORDING MODE F.
000670 01  RAPPORT-REC           PIC X(133).
000680*
000690 WORKING-STORAGE SECTION.
000700 77  WS-FINTV-STATUS       PIC X(02).
000710 77  WS-FFORM-STATUS       PIC X(02).
000720 77  WS-FSESS-STATUS       PIC X(02).
000725 77  WS-FANNU-STATUS       PIC X(02).
000730 77  WS-EOF                PIC X(01)     VALUE 'N'.
000740     88  FIN-FICHIER                     VALUE 'Y'.
000750 77  WS-DATE-JOUR          PIC 9(08).
000760 01  LIGNE                 PIC X(133).
000770*   MOIS TRAITE (AAAAMM), MOIS PRECEDENT ET SUIVANT, NOMBRE DE
000780*   JOURS DU MOIS ET DU MOIS PRECEDENT
000790 01  WS-MOIS-CIBLE         PIC 9(06)     VALUE ZERO.
000800 01  WS-MOIS-NUM REDEFINES WS-MOIS-CIBLE.
000810     05  WS-MOIS-AAAA      PIC 9(04).
000820     05  WS-MOIS-MM        PIC 9(02).
000830 01  WS-MOIS-PREC          PIC 9(06).
000840 01  WS-MOIS-SUIV          PIC 9(06).
000850 77  WS-NB-JOURS-MOIS      PIC 9(02).
000860 77  WS-NB-JOURS-PREC      PIC 9(02).
000870 77  WS-CALC-AAAA          PIC 9(04).
000880 77  WS-CALC-MM            PIC 9(02).
000890 77  WS-CALC-NB            PIC 9(02).
000900 77  WS-QUOTIENT           PIC 9(04).
000910 77  WS-RESTE              PIC 9(04).
000920 01  WS-JOURS-MOIS-VAL     PIC X(24)
000930                           VALUE '312831303130313130313031'.
000940 01  WS-JOURS-MOIS-TAB REDEFINES WS-JOURS-MOIS-VAL.
000950     05  WS-JOURS-DU-MOIS  PIC 9(02) OCCURS 12 TIMES.
000960 01  WS-MOIS-EDIT          PIC X(07).
000970*   PLAFOND HEBDOMADAIRE EN HEURES (SYSIN, DEFAUT 35) ET EN
000980*   MINUTES
000990 77  WS-PLAFOND            PIC 9(02)     VALUE 35.
001000 77  WS-PLAFOND-MIN        PIC 9(05).
001010*   SEMAINES TOUCHANT LE MOIS : DECALAGE DU 1ER DU MOIS PAR
001020*   RAPPORT AU LUNDI (0 A 6), FENETRE DU LUNDI DE LA PREMIERE
001030*   SEMAINE AU DIMANCHE DE LA DERNIERE (AAAAMMJJ)
001040 77  WS-DECAL              PIC 9(01).
001050 77  WS-APRES              PIC 9(01).
001060 01  WS-DEB-FENETRE        PIC 9(08).
001070 01  WS-FIN-FENETRE        PIC 9(08).
001080 77  WS-JOUR-REL           PIC S9(03).
001090 77  WS-IV-JJ              PIC 9(02).
001100 77  WS-IND-SEM            PIC 9(02) COMP.
001110 77  WS-NB-SEM             PIC 9(02) COMP.
001120*   JOUR DE LA SEMAINE PAR CONGRUENCE DE ZELLER (H : 0 =
001130*   SAMEDI, 1 = DIMANCHE, 2 = LUNDI ...)
001140 77  WS-ZEL-AAAA           PIC 9(04).
001150 77  WS-ZEL-MM             PIC 9(02).
001160 77  WS-ZEL-JJ             PIC 9(02).
001170 77  WS-ZEL-K              PIC 9(04).
001180 77  WS-ZEL-J              PIC 9(04).
001190 77  WS-ZEL-H              PIC 9(04).
001200*   FORMATEUR EN COURS : SESSIONS DU MOIS ET MINUTES RESERVEES
001210*   PAR SEMAINE
001220 77  WS-FORM-COUR          PIC X(04)     VALUE SPACE.
001230 77  WS-IND                PIC 9(02) COMP.
001240 77  WS-IND-SES            PIC 9(02) COMP.
001250 77  WS-NB-SES             PIC 9(02) COMP VALUE ZERO.
001260 01  WS-SES-TABLE.
001270     05  WS-SES-ENTRY OCCURS 30 TIMES.
001280         10  WS-SES-CODE       PIC X(10).
001290         10  WS-SES-DEMI       PIC 9(03).
001300         10  WS-SES-MINUTES    PIC 9(05).
001310 01  WS-SEM-TABLE.
001320     05  WS-SEM-MINUTES    PIC 9(05) OCCURS 6 TIMES.
001330*   CUMULS
001340 77  WS-FORM-DEMI          PIC 9(04).
001350 77  WS-FORM-MINUTES       PIC 9(06).
001360 77  WS-TOT-DEMI           PIC 9(06)     VALUE ZERO.
001370 77  WS-TOT-MINUTES        PIC 9(08)     VALUE ZERO.
001380 77  WS-NB-FORM            PIC 9(04) COMP VALUE ZERO.
001390 77  WS-NB-DEPASSEMENTS    PIC 9(04) COMP VALUE ZERO.
001400 77  WS-NB-HORS-TABLE      PIC 9(06) COMP VALUE ZERO.
001405 77  WS-NB-ANNULEES        PIC 9(06) COMP VALUE ZERO.
001410 77  WS-HEURES             PIC 9(06)V99.
001420 77  WS-NB-ED              PIC ZZZZ9.
001430 77  WS-HEURES-ED          PIC ZZZZZ9.99.
001440 77  WS-PLAFOND-ED         PIC Z9.
001450 01  WS-LUNDI              PIC 9(08).
001460*   LIGNE DE DETAIL : UNE SESSION DU FORMATEUR
001470 01  LIGNE-DETAIL.
001480     05  FILLER            PIC X(05) VALUE SPACE.
001490     05  LD-SESSION        PIC X(10).
001500     05  FILLER            PIC X(03) VALUE SPACE.
001510     05  LD-LIBELLE        PIC X(30).
001520     05  FILLER            PIC X(03) VALUE SPACE.
001530     05  LD-DEMI           PIC ZZZ9.
001540     05  FILLER            PIC X(05) VALUE SPACE.
001550     05  LD-HEURES         PIC ZZZZZ9.99.
001560     05  FILLER            PIC X(64) VALUE SPACE.
001570*
001580 PROCEDURE DIVISION.
001590 0000-MAINLINE.
001600*----------------*
001610     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001620     PERFORM 1100-BORNES-MOIS    THRU 1100-EXIT.
001630     PERFORM 2000-PARCOURS       THRU 2000-EXIT.
001640     PERFORM 8000-RECAPITULATIF  THRU 8000-EXIT.
001650     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001660     STOP RUN.
001670*
001680*****************************************************************
001690*  1000  -  LECTURE DU SYSIN : MOIS (AAAAMM, COL 1-6, DEFAUT LE  *
001700*            MOIS PRECEDENT) ET PLAFOND HEBDOMADAIRE EN HEURES   *
001710*            (COL 8-9, DEFAUT 35)                                *
001720*****************************************************************
001730 1000-INITIALISATION.
001740*--------------------*
001750     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001760     OPEN INPUT SYSIN-FILE.
001770     READ SYSIN-FILE
001780         AT END CONTINUE
001790         NOT AT END
001800             IF SI-MOIS NUMERIC
001810                MOVE SI-MOIS TO WS-MOIS-CIBLE
001820             END-IF
001830             IF SI-PLAFOND NUMERIC AND SI-PLAFOND NOT = '00'
001840                MOVE SI-PLAFOND TO WS-PLAFOND
001850             END-IF
001860     END-READ.
001870     CLOSE SYSIN-FILE.
001880     IF WS-MOIS-CIBLE = ZERO
001890        MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-CIBLE
001900        IF WS-MOIS-MM = 01
001910           MOVE 12 TO WS-MOIS-MM
001920           SUBTRACT 1 FROM WS-MOIS-AAAA
001930        ELSE
001940           SUBTRACT 1 FROM WS-MOIS-MM
001950        END-IF
001960     END-IF.
001970     IF WS-MOIS-MM < 01 OR WS-MOIS-MM > 12
001980        DISPLAY 'HEURFORM - MOIS DEMANDE INVALIDE : '
001990                WS-MOIS-CIBLE
002000        MOVE 8 TO RETURN-CODE
002010        STOP RUN
002020     END-IF.
002030     COMPUTE WS-PLAFOND-MIN = WS-PLAFOND * 60.
002040     MOVE SPACE TO WS-MOIS-EDIT.
002050     STRING WS-MOIS-MM '/' WS-MOIS-AAAA
002060            DELIMITED BY SIZE INTO WS-MOIS-EDIT.
002070     OPEN INPUT FINTV03-FILE.
002080     OPEN INPUT FFORM03-FILE.
002090     OPEN INPUT FSESS03-FILE.
002095     OPEN INPUT FANNU03-FILE.
002100     OPEN OUTPUT RAPPORT-FILE.
002110     MOVE WS-PLAFOND TO WS-PLAFOND-ED.
002120     MOVE SPACE TO LIGNE.
002130     STRING ' FEUILLE DE TEMPS DES FORMATEURS - MOIS DE '
002140            WS-MOIS-EDIT '   (PLAFOND HEBDOMADAIRE : '
002150            WS-PLAFOND-ED ' H)' DELIMITED BY SIZE INTO LIGNE.
002160     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
002170     MOVE SPACE TO LIGNE.
002180     STRING '     SESSION      LIBELLE                         '
002190            'DEMI-J.      HEURES' DELIMITED BY SIZE INTO LIGNE.
002200     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
002210 1000-EXIT.
002220     EXIT.
002230*
002240*****************************************************************
002250*  1100  -  BORNES DU MOIS : MOIS PRECEDENT ET SUIVANT, NOMBRE   *
002260*            DE JOURS, JOUR DE LA SEMAINE DU 1ER ET FENETRE DES  *
002270*            SEMAINES COMPLETES TOUCHANT LE MOIS                 *
002280*****************************************************************
002290 1100-BORNES-MOIS.
002300*-----------------*
002310     IF WS-MOIS-MM = 01
002320        COMPUTE WS-MOIS-PREC = (WS-MOIS-AAAA - 1) * 100 + 12
002330     ELSE
002340        COMPUTE WS-MOIS-PREC = WS-MOIS-CIBLE - 1
002350     END-IF.
002360     IF WS-MOIS-MM = 12
002370        COMPUTE WS-MOIS-SUIV = (WS-MOIS-AAAA + 1) * 100 + 1
002380     ELSE
002390        COMPUTE WS-MOIS-SUIV = WS-MOIS-CIBLE + 1
002400     END-IF.
002410     MOVE WS-MOIS-AAAA TO WS-CALC-AAAA.
002420     MOVE WS-MOIS-MM   TO WS-CALC-MM.
002430     PERFORM 1150-JOURS-DU-MOIS THRU 1150-EXIT.
002440     MOVE WS-CALC-NB TO WS-NB-JOURS-MOIS.
002450     MOVE WS-MOIS-PREC(1:4) TO WS-CALC-AAAA.
002460     MOVE WS-MOIS-PREC(5:2) TO WS-CALC-MM.
002470     PERFORM 1150-JOURS-DU-MOIS THRU 1150-EXIT.
002480     MOVE WS-CALC-NB TO WS-NB-JOURS-PREC.
002490     MOVE 1 TO WS-ZEL-JJ.
002500     PERFORM 1350-JOUR-SEMAINE THRU 1350-EXIT.
002510*   H : 0 = SAMEDI (DECALAGE 5), 1 = DIMANCHE (6), 2 = LUNDI (0)
002520     EVALUATE WS-ZEL-H
002530        WHEN 0
002540           MOVE 5 TO WS-DECAL
002550        WHEN 1
002560           MOVE 6 TO WS-DECAL
002570        WHEN OTHER
002580           COMPUTE WS-DECAL = WS-ZEL-H - 2
002590     END-EVALUATE.
002600     IF WS-DECAL = ZERO
002610        COMPUTE WS-DEB-FENETRE = WS-MOIS-CIBLE * 100 + 1
002620     ELSE
002630        COMPUTE WS-DEB-FENETRE = WS-MOIS-PREC * 100
002640                               + WS-NB-JOURS-PREC - WS-DECAL + 1
002650     END-IF.
002660*   JOURS DU MOIS SUIVANT JUSQU'AU DIMANCHE DE LA DERNIERE SEMAINE
002670     COMPUTE WS-CALC-AAAA = WS-DECAL + WS-NB-JOURS-MOIS - 1.
002680     DIVIDE WS-CALC-AAAA BY 7 GIVING WS-QUOTIENT
002690        REMAINDER WS-RESTE.
002700     COMPUTE WS-APRES = 6 - WS-RESTE.
002710     IF WS-APRES = ZERO
002720        COMPUTE WS-FIN-FENETRE = WS-MOIS-CIBLE * 100
002730                               + WS-NB-JOURS-MOIS
002740     ELSE
002750        COMPUTE WS-FIN-FENETRE = WS-MOIS-SUIV * 100 + WS-APRES
002760     END-IF.
002770     COMPUTE WS-NB-SEM = WS-QUOTIENT + 1.
002780 1100-EXIT.
002790     EXIT.
002800*
002810*****************************************************************
002820*  1150  -  NOMBRE DE JOURS DU MOIS WS-CALC-MM DE WS-CALC-AAAA   *
002830*            (FEVRIER : 29 LES ANNEES BISSEXTILES)               *
002840*****************************************************************
002850 1150-JOURS-DU-MOIS.
002860*-------------------*
002870     MOVE WS-JOURS-DU-MOIS(WS-CALC-MM) TO WS-CALC-NB.
002880     IF WS-CALC-MM NOT = 02
002890        GO TO 1150-EXIT
002900     END-IF.
002910     DIVIDE WS-CALC-AAAA BY 4 GIVING WS-QUOTIENT
002920        REMAINDER WS-RESTE.
002930     IF WS-RESTE NOT = ZERO
002940        GO TO 1150-EXIT
002950     END-IF.
002960     DIVIDE WS-CALC-AAAA BY 100 GIVING WS-QUOTIENT
002970        REMAINDER WS-RESTE.
002980     IF WS-RESTE = ZERO
002990        DIVIDE WS-CALC-AAAA BY 400 GIVING WS-QUOTIENT
003000           REMAINDER WS-RESTE
003010        IF WS-RESTE NOT = ZERO
003020           GO TO 1150-EXIT
003030        END-IF
003040     END-IF.
003050     MOVE 29 TO WS-CALC-NB.
003060 1150-EXIT.
003070     EXIT.
003080*
003090*****************************************************************
003100*  1350  -  JOUR DE LA SEMAINE DU WS-ZEL-JJ DU MOIS TRAITE       *
003110*            (CONGRUENCE DE ZELLER, H : 0 = SAMEDI, 1 = DIMANCHE,*
003120*            2 = LUNDI ... - JANVIER ET FEVRIER SONT COMPTES     *
003130*            MOIS 13 ET 14 DE L'ANNEE PRECEDENTE)                *
003140*****************************************************************
003150 1350-JOUR-SEMAINE.
003160*------------------*
003170     MOVE WS-MOIS-AAAA TO WS-ZEL-AAAA.
003180     MOVE WS-MOIS-MM   TO WS-ZEL-MM.
003190     IF WS-ZEL-MM < 3
003200        ADD 12 TO WS-ZEL-MM
003210        SUBTRACT 1 FROM WS-ZEL-AAAA
003220     END-IF.
003230     DIVIDE WS-ZEL-AAAA BY 100 GIVING WS-ZEL-J
003240        REMAINDER WS-ZEL-K.
003250     COMPUTE WS-ZEL-H = WS-ZEL-JJ
003260        + ((13 * (WS-ZEL-MM + 1)) / 5)
003270        + WS-ZEL-K + (WS-ZEL-K / 4) + (WS-ZEL-J / 4)
003280        + (5 * WS-ZEL-J).
003290     DIVIDE WS-ZEL-H BY 7 GIVING WS-ZEL-AAAA
003300        REMAINDER WS-ZEL-H.
003310 1350-EXIT.
003320     EXIT.
003330*
003340*****************************************************************
003350*  2000  -  PARCOURS DE FINTV03 (RANGE PAR FORMATEUR PUIS PAR    *
003360*            DATE) : CUMUL DU FORMATEUR EN COURS, EDITION DE SA  *
003370*            FEUILLE A LA RUPTURE                                *
003380*****************************************************************
003390 2000-PARCOURS.
003400*--------------*
003410     MOVE 'N' TO WS-EOF.
003420     READ FINTV03-FILE
003430         AT END MOVE 'Y' TO WS-EOF
003440     END-READ.
003450     PERFORM UNTIL FIN-FICHIER
003460        IF IV-CODE-FORM NOT = WS-FORM-COUR
003470           PERFORM 7000-EDITE-FORMATEUR THRU 7000-EXIT
003480           MOVE IV-CODE-FORM TO WS-FORM-COUR
003490        END-IF
003500        IF IV-DATE NOT < WS-DEB-FENETRE
003510           AND IV-DATE NOT > WS-FIN-FENETRE
003520           PERFORM 2100-CUMULE-JOURNEE THRU 2100-EXIT
003530        END-IF
003540        READ FINTV03-FILE
003550            AT END MOVE 'Y' TO WS-EOF
003560        END-READ
003570     END-PERFORM.
003580     PERFORM 7000-EDITE-FORMATEUR THRU 7000-EXIT.
003590 2000-EXIT.
003600     EXIT.
003610*
003620*****************************************************************
003630*  2100  -  JOURNEE DANS LA FENETRE : MINUTES AJOUTEES A SA      *
003640*            SEMAINE, ET A SA SESSION SI ELLE EST DANS LE MOIS   *
003646*            (UNE JOURNEE COMPTE DEUX DEMI-JOURNEES) - UNE       *
003652*            JOURNEE DE COURS ANNULEE N'EST PAS COMPTEE          *
003660*****************************************************************
003670 2100-CUMULE-JOURNEE.
003680*--------------------*
003681     MOVE IV-CODE-SESSION TO AN-CODE-SESSION.
003682     MOVE IV-DATE         TO AN-DATE.
003683     READ FANNU03-FILE.
003684     IF WS-FANNU-STATUS = '00'
003685        ADD 1 TO WS-NB-ANNULEES
003686        GO TO 2100-EXIT
003687     END-IF.
003690     MOVE IV-DATE(7:2) TO WS-IV-JJ.
003700     EVALUATE TRUE
003710        WHEN IV-DATE(1:6) = WS-MOIS-PREC
003720           COMPUTE WS-JOUR-REL = WS-IV-JJ - WS-NB-JOURS-PREC
003730        WHEN IV-DATE(1:6) = WS-MOIS-SUIV
003740           COMPUTE WS-JOUR-REL = WS-IV-JJ + WS-NB-JOURS-MOIS
003750        WHEN OTHER
003760           MOVE WS-IV-JJ TO WS-JOUR-REL
003770     END-EVALUATE.
003780     COMPUTE WS-IND-SEM = (WS-JOUR-REL - 1 + WS-DECAL) / 7 + 1.
003790     ADD IV-DUREE TO WS-SEM-MINUTES(WS-IND-SEM).
003800     IF IV-DATE(1:6) NOT = WS-MOIS-CIBLE
003810        GO TO 2100-EXIT
003820     END-IF.
003830     MOVE ZERO TO WS-IND-SES.
003840     PERFORM VARYING WS-IND FROM 1 BY 1
003850             UNTIL WS-IND > WS-NB-SES OR WS-IND-SES > ZERO
003860        IF WS-SES-CODE(WS-IND) = IV-CODE-SESSION
003870           MOVE WS-IND TO WS-IND-SES
003880        END-IF
003890     END-PERFORM.
003900     IF WS-IND-SES = ZERO
003910        IF WS-NB-SES >= 30
003920           ADD 1 TO WS-NB-HORS-TABLE
003930           GO TO 2100-EXIT
003940        END-IF
003950        ADD 1 TO WS-NB-SES
003960        MOVE WS-NB-SES       TO WS-IND-SES
003970        MOVE IV-CODE-SESSION TO WS-SES-CODE(WS-IND-SES)
003980        MOVE ZERO TO WS-SES-DEMI(WS-IND-SES)
003990                     WS-SES-MINUTES(WS-IND-SES)
004000     END-IF.
004010     IF IV-JOURNEE
004020        ADD 2 TO WS-SES-DEMI(WS-IND-SES)
004030     ELSE
004040        ADD 1 TO WS-SES-DEMI(WS-IND-SES)
004050     END-IF.
004060     ADD IV-DUREE TO WS-SES-MINUTES(WS-IND-SES).
004070 2100-EXIT.
004080     EXIT.
004090*
004100*****************************************************************
004110*  7000  -  FEUILLE DU FORMATEUR EN COURS : UNE LIGNE PAR        *
004120*            SESSION, TOTAL DU MOIS, SEMAINES AU-DELA DU PLAFOND *
004130*            - LES TABLES SONT REMISES A ZERO POUR LE SUIVANT    *
004140*****************************************************************
004150 7000-EDITE-FORMATEUR.
004160*---------------------*
004170     IF WS-NB-SES = ZERO
004180        GO TO 7000-RAZ
004190     END-IF.
004200     ADD 1 TO WS-NB-FORM.
004210     MOVE WS-FORM-COUR TO FM-CODE.
004220     READ FFORM03-FILE.
004230     IF WS-FFORM-STATUS NOT = '00'
004240        MOVE SPACE TO FM-NOM FM-PRENOM
004250     END-IF.
004260     MOVE SPACE TO LIGNE.
004270     STRING ' FORMATEUR ' WS-FORM-COUR ' - ' FM-NOM ' ' FM-PRENOM
004280            DELIMITED BY SIZE INTO LIGNE.
004290     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
004300     MOVE ZERO TO WS-FORM-DEMI WS-FORM-MINUTES.
004310     PERFORM VARYING WS-IND-SES FROM 1 BY 1
004320             UNTIL WS-IND-SES > WS-NB-SES
004330        MOVE WS-SES-CODE(WS-IND-SES) TO LD-SESSION S-CODE
004340        READ FSESS03-FILE
004350        IF WS-FSESS-STATUS = '00'
004360           MOVE S-LIBELLE TO LD-LIBELLE
004370        ELSE
004380           MOVE SPACE     TO LD-LIBELLE
004390        END-IF
004400        MOVE WS-SES-DEMI(WS-IND-SES) TO LD-DEMI
004410        COMPUTE WS-HEURES ROUNDED =
004420                WS-SES-MINUTES(WS-IND-SES) / 60
004430        MOVE WS-HEURES TO LD-HEURES
004440        WRITE RAPPORT-REC FROM LIGNE-DETAIL AFTER ADVANCING 1
004450        ADD WS-SES-DEMI(WS-IND-SES)    TO WS-FORM-DEMI
004460        ADD WS-SES-MINUTES(WS-IND-SES) TO WS-FORM-MINUTES
004470     END-PERFORM.
004480     MOVE SPACE            TO LD-SESSION.
004490     MOVE 'TOTAL DU MOIS'  TO LD-LIBELLE.
004500     MOVE WS-FORM-DEMI     TO LD-DEMI.
004510     COMPUTE WS-HEURES ROUNDED = WS-FORM-MINUTES / 60.
004520     MOVE WS-HEURES        TO LD-HEURES.
004530     WRITE RAPPORT-REC FROM LIGNE-DETAIL AFTER ADVANCING 1.
004540     ADD WS-FORM-DEMI      TO WS-TOT-DEMI.
004550     ADD WS-FORM-MINUTES   TO WS-TOT-MINUTES.
004560     PERFORM VARYING WS-IND-SEM FROM 1 BY 1
004570             UNTIL WS-IND-SEM > WS-NB-SEM
004580        IF WS-SEM-MINUTES(WS-IND-SEM) > WS-PLAFOND-MIN
004590           PERFORM 7100-SIGNALE-SEMAINE THRU 7100-EXIT
004600        END-IF
004610     END-PERFORM.
004620 7000-RAZ.
004630     MOVE ZERO TO WS-NB-SES.
004640     PERFORM VARYING WS-IND-SEM FROM 1 BY 1 UNTIL WS-IND-SEM > 6
004650        MOVE ZERO TO WS-SEM-MINUTES(WS-IND-SEM)
004660     END-PERFORM.
004670 7000-EXIT.
004680     EXIT.
004690*
004700*****************************************************************
004710*  7100  -  SEMAINE WS-IND-SEM AU-DELA DU PLAFOND : SON LUNDI    *
004720*            PEUT TOMBER DANS LE MOIS PRECEDENT                  *
004730*****************************************************************
004740 7100-SIGNALE-SEMAINE.
004750*---------------------*
004760     ADD 1 TO WS-NB-DEPASSEMENTS.
004770     COMPUTE WS-JOUR-REL = 1 - WS-DECAL + 7 * (WS-IND-SEM - 1).
004780     IF WS-JOUR-REL < 1
004790        COMPUTE WS-LUNDI = WS-MOIS-PREC * 100
004800                         + WS-NB-JOURS-PREC + WS-JOUR-REL
004810     ELSE
004820        COMPUTE WS-LUNDI = WS-MOIS-CIBLE * 100 + WS-JOUR-REL
004830     END-IF.
004840     COMPUTE WS-HEURES ROUNDED = WS-SEM-MINUTES(WS-IND-SEM) / 60.
004850     MOVE WS-HEURES TO WS-HEURES-ED.
004860     MOVE SPACE TO LIGNE.
004870     STRING '     *** SEMAINE DU ' WS-LUNDI(7:2) '/' WS-LUNDI(5:2)
004880            '/' WS-LUNDI(1:4) ' : ' WS-HEURES-ED
004890            ' H RESERVEES - PLAFOND DE ' WS-PLAFOND-ED
004900            ' H DEPASSE' DELIMITED BY SIZE INTO LIGNE.
004910     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004920 7100-EXIT.
004930     EXIT.
004940*
004950*****************************************************************
004960*  8000  -  RECAPITULATIF DU MOIS                                *
004970*****************************************************************
004980 8000-RECAPITULATIF.
004990*-------------------*
005000     MOVE SPACE TO LIGNE.
005010     MOVE WS-NB-FORM TO WS-NB-ED.
005020     COMPUTE WS-HEURES ROUNDED = WS-TOT-MINUTES / 60.
005030     MOVE WS-HEURES TO WS-HEURES-ED.
005040     STRING ' FORMATEURS : ' WS-NB-ED '   HEURES DU MOIS : '
005050            WS-HEURES-ED DELIMITED BY SIZE INTO LIGNE.
005060     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 3.
005070     MOVE SPACE TO LIGNE.
005080     MOVE WS-NB-DEPASSEMENTS TO WS-NB-ED.
005090     STRING ' SEMAINES AU-DELA DU PLAFOND : ' WS-NB-ED
005100            DELIMITED BY SIZE INTO LIGNE.
005110     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
005120     IF WS-NB-HORS-TABLE > ZERO
005130        DISPLAY 'HEURFORM - TABLE DES SESSIONS PLEINE - '
005140                WS-NB-HORS-TABLE ' JOURNEES NON CUMULEES'
005150     END-IF.
005152     IF WS-NB-ANNULEES > ZERO
005154        DISPLAY 'HEURFORM - ' WS-NB-ANNULEES
005156                ' RESERVATIONS SUR JOURNEES ANNULEES NON COMPTEES'
005158     END-IF.
005160     IF WS-NB-DEPASSEMENTS > ZERO OR WS-NB-HORS-TABLE > ZERO
005170        MOVE 4 TO RETURN-CODE
005180     END-IF.
005190 8000-EXIT.
005200     EXIT.
005210*
005220*****************************************************************
005230*  9000  -  FERMETURE DES FICHIERS                               *
005240*****************************************************************
005250 9000-TERMINAISON.
005260*-----------------*
005270     CLOSE FINTV03-FILE.
005280     CLOSE FFORM03-FILE.
005290     CLOSE FSESS03-FILE.
005295     CLOSE FANNU03-FILE.
005300     CLOSE RAPPORT-FILE.
005310 9000-EXIT.
005320     EXIT.
