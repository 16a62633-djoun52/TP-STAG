000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RPTPARC.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  RPTPARC  -  SUIVI DES PARCOURS DE FORMATION - POUR CHAQUE     *
000090*               PARCOURS (FPARC03), SITUE CHAQUE STAGIAIRE QUI   *
000100*               EN A SUIVI UNE ETAPE D'APRES SON HISTORIQUE DES  *
000110*               INSCRIPTIONS (FINSC03) : ETAPE LA PLUS AVANCEE   *
000120*               ATTEINTE ET SITUATION A CETTE ETAPE :            *
000130*               - EN COURS (INSCRIPTION NON SOLDEE)              *
000140*               - RESULTAT NON SAISI (FRESU03 ABSENT)            *
000150*               - ECHEC (AJOURNE OU NON EVALUE)                  *
000160*               - OFFRE EN COURS (ADMIS, OFFRE DE LA SESSION     *
000170*                 SUIVANTE EMISE PAR FINSTAG NON ECHUE)          *
000180*               - ABANDON (ADMIS, SANS INSCRIPTION A L'ETAPE     *
000190*                 SUIVANTE NI OFFRE EN COURS)                    *
000200*               - PARCOURS ACHEVE (ADMIS A LA DERNIERE ETAPE)    *
000210*               EDITION PAR PARCOURS, ETAPE ET SITUATION, AVEC   *
000220*               LES TOTAUX PAR SITUATION DE CHAQUE PARCOURS      *
000230*****************************************************************
000240*  HISTORIQUE DES MODIFICATIONS                                 *
000250*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-390.
000300 OBJECT-COMPUTER. IBM-390.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT FPARC03-FILE   ASSIGN TO FPARC03
000340            ORGANIZATION   INDEXED
000350            ACCESS MODE    SEQUENTIAL
000360            RECORD KEY     PA-CLE
000370            FILE STATUS    WS-FPARC-STATUS.
000380     SELECT FINSC03-FILE   ASSIGN TO FINSC03
000390            ORGANIZATION   INDEXED
000400            ACCESS MODE    SEQUENTIAL
000410            RECORD KEY     IN-CLE
000420            FILE STATUS    WS-FINSC-STATUS.
000430     SELECT FRESU03-FILE   ASSIGN TO FRESU03
000440            ORGANIZATION   INDEXED
000450            ACCESS MODE    RANDOM
000460            RECORD KEY     RS-CLE
000470            FILE STATUS    WS-FRESU-STATUS.
000480     SELECT FATTE03-FILE   ASSIGN TO FATTE03
000490            ORGANIZATION   INDEXED
000500            ACCESS MODE    SEQUENTIAL
000510            RECORD KEY     WL-NUMERO
000520            FILE STATUS    WS-FATTE-STATUS.
000530     SELECT FOFFR03-FILE   ASSIGN TO FOFFR03
000540            ORGANIZATION   INDEXED
000550            ACCESS MODE    RANDOM
000560            RECORD KEY     OF-CLE
000570            FILE STATUS    WS-FOFFR-STATUS.
000580     SELECT FSTAG03-FILE   ASSIGN TO FSTAG03
000590            ORGANIZATION   INDEXED
000600            ACCESS MODE    RANDOM
000610            RECORD KEY     E-NUMERO
000620            FILE STATUS    WS-FSTAG-STATUS.
000630     SELECT FSTAGFIN-FILE  ASSIGN TO FSTAGFIN
000640            ORGANIZATION   INDEXED
000650            ACCESS MODE    RANDOM
000660            RECORD KEY     FN-NUMERO
000670            FILE STATUS    WS-FFIN-STATUS.
000680     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000690            ORGANIZATION   LINE SEQUENTIAL.
000700     SELECT TRI-FILE       ASSIGN TO TRIWK01.
000710*
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  FPARC03-FILE.
000750*   DESCRIPTION DU FICHIER KSD DES PARCOURS DE FORMATION
000760     COPY FPARC.
000770*
000780 FD  FINSC03-FILE.
000790*   DESCRIPTION DU FICHIER KSD DE L'HISTORIQUE DES INSCRIPTIONS
000800     COPY FINSC.
000810*
000820 FD  FRESU03-FILE.
000830*   DESCRIPTION DU FICHIER KSD DES RESULTATS D'EVALUATION
000840     COPY FRESU.
000850*
000860 FD  FATTE03-FILE.
000870*   DESCRIPTION DU FICHIER KSD LISTE D'ATTENTE
000880     COPY FATTE.
000890*
000900 FD  FOFFR03-FILE.
000910*   DESCRIPTION DU FICHIER KSD DES OFFRES DE PLACE
000920     COPY FOFFR.
000930*
000940 FD  FSTAG03-FILE.
000950*   DESCRIPTION DU FICHIER KSD DES STAGIAIRES
000960     COPY FSTAG.
000970*
000980 FD  FSTAGFIN-FILE.
000990*   DESCRIPTION DU FICHIER KSD DES STAGES TERMINES
001000     COPY FSTAGFIN.
001010*
001020 FD  RAPPORT-FILE
001030     RECORDING MODE F.
001040 01  RAPPORT-REC           PIC X(133).
001050*
001060 SD  TRI-FILE.
001070*   UNE LIGNE PAR STAGIAIRE ET PARCOURS : PARCOURS, RANG DE
001080*   L'ETAPE ATTEINTE, SITUATION, NUMERO ET SESSION DE L'ETAPE
001090 01  TRI-REC.
001100     05  TR-PARCOURS       PIC X(08).
001110     05  TR-ETAPE          PIC 9(02).
001120     05  TR-ETAT           PIC X(01).
001130     05  TR-NUMERO         PIC 9(04).
001140     05  TR-SESSION        PIC X(10).
001150     05  TR-LIBELLE        PIC X(30).
001160*
001170 WORKING-STORAGE SECTION.
001180 77  WS-FPARC-STATUS       PIC X(02).
001190 77  WS-FINSC-STATUS       PIC X(02).
001200 77  WS-FRESU-STATUS       PIC X(02).
001210 77  WS-FATTE-STATUS       PIC X(02).
001220 77  WS-FOFFR-STATUS       PIC X(02).
001230 77  WS-FSTAG-STATUS       PIC X(02).
001240 77  WS-FFIN-STATUS        PIC X(02).
001250 77  WS-EOF                PIC X(01)     VALUE 'N'.
001260     88  FIN-FICHIER                     VALUE 'Y'.
001270 77  WS-EOF-TRI            PIC X(01)     VALUE 'N'.
001280     88  FIN-TRI                         VALUE 'Y'.
001290 77  WS-PAGE-COMPTEUR      PIC 9(04) COMP VALUE ZERO.
001300 77  WS-LIGNE-COMPTEUR     PIC 9(02) COMP VALUE ZERO.
001310 77  WS-LIGNES-PAGE        PIC 9(02) COMP VALUE 55.
001320 77  WS-DATE-JOUR          PIC 9(08).
001330*   ETAPES DES PARCOURS, DANS L'ORDRE DE LA CLE - WP-DERNIERE
001340*   MARQUE LA DERNIERE ETAPE DE CHAQUE PARCOURS
001350 77  WS-NB-ETAPES          PIC 9(03) COMP VALUE ZERO.
001360 77  WS-IND-PAR            PIC 9(03) COMP.
001370 77  WS-DEB-PAR            PIC 9(03) COMP.
001380 77  WS-FIN-PAR            PIC 9(03) COMP.
001390 77  WS-ETP-TROUVE         PIC 9(03) COMP.
001400 01  WS-PAR-TABLE.
001410     05  WS-PAR-ENTRY OCCURS 100 TIMES.
001420         10  WP-PARCOURS   PIC X(08).
001430         10  WP-ETAPE      PIC 9(02).
001440         10  WP-TYPE       PIC X(10).
001450         10  WP-LG         PIC 9(02) COMP.
001460         10  WP-LIBELLE    PIC X(30).
001470         10  WP-DERNIERE   PIC X(01).
001480*   CANDIDATS DE SUITE DE PARCOURS (FATTE03, MOTIF 'SUITE
001490*   PARCOURS') : NUMERO DU STAGIAIRE, CANDIDAT ET SESSION OFFERTE
001500 77  WS-NB-SUITES          PIC 9(04) COMP VALUE ZERO.
001510 77  WS-IND-SUI            PIC 9(04) COMP.
001520 01  WS-SUI-TABLE.
001530     05  WS-SUI-ENTRY OCCURS 1000 TIMES.
001540         10  WU-NUMERO     PIC X(04).
001550         10  WU-CAND       PIC 9(04).
001560         10  WU-SESSION    PIC X(10).
001570*   INSCRIPTIONS DU STAGIAIRE COURANT (FINSC03)
001580 77  WS-NUMERO-COURANT     PIC 9(04).
001590 77  WS-NB-INS             PIC 9(02) COMP VALUE ZERO.
001600 77  WS-IND-INS            PIC 9(02) COMP.
001610 77  WS-INS-TROUVE         PIC 9(02) COMP.
001620 01  WS-INS-TABLE.
001630     05  WS-INS-ENTRY OCCURS 50 TIMES.
001640         10  WI-SESSION    PIC X(10).
001650         10  WI-RESULTAT   PIC X(01).
001660 77  WS-ETAT               PIC X(01).
001670*   TOTAUX DU PARCOURS EN COURS D'EDITION
001680 77  WS-PARC-COURANT       PIC X(08).
001690 77  WS-NB-COURS           PIC 9(06) COMP VALUE ZERO.
001700 77  WS-NB-ATT-RES         PIC 9(06) COMP VALUE ZERO.
001710 77  WS-NB-ECHEC           PIC 9(06) COMP VALUE ZERO.
001720 77  WS-NB-OFFRE           PIC 9(06) COMP VALUE ZERO.
001730 77  WS-NB-ABANDON         PIC 9(06) COMP VALUE ZERO.
001740 77  WS-NB-ACHEVE          PIC 9(06) COMP VALUE ZERO.
001750 77  WS-NB-LIGNES          PIC 9(06) COMP VALUE ZERO.
001760*
001770 01  LIGNE-ENTETE1.
001780     05  FILLER            PIC X(01)     VALUE SPACE.
001790     05  FILLER            PIC X(30)
001800        VALUE 'SUIVI DES PARCOURS - PARCOURS '.
001810     05  LE1-PARCOURS      PIC X(08).
001820     05  FILLER            PIC X(62)     VALUE SPACE.
001830     05  FILLER            PIC X(05)     VALUE 'PAGE '.
001840     05  LE1-PAGE          PIC ZZZ9.
001850*
001860 01  LIGNE-ENTETE2.
001870     05  FILLER            PIC X(01)     VALUE SPACE.
001880     05  FILLER            PIC X(04)     VALUE 'NUM.'.
001890     05  FILLER            PIC X(03)     VALUE SPACE.
001900     05  FILLER            PIC X(25)     VALUE 'NOM'.
001910     05  FILLER            PIC X(01)     VALUE SPACE.
001920     05  FILLER            PIC X(20)     VALUE 'PRENOM'.
001930     05  FILLER            PIC X(01)     VALUE SPACE.
001940     05  FILLER            PIC X(24)     VALUE 'ETAPE ATTEINTE'.
001950     05  FILLER            PIC X(01)     VALUE SPACE.
001960     05  FILLER            PIC X(10)     VALUE 'SESSION'.
001970     05  FILLER            PIC X(01)     VALUE SPACE.
001980     05  FILLER            PIC X(20)     VALUE 'SITUATION'.
001990*
002000 01  LIGNE-VIDE            PIC X(133)    VALUE SPACE.
002010*
002020 01  LIGNE-DETAIL.
002030     05  FILLER            PIC X(01)     VALUE SPACE.
002040     05  LD-NUMERO         PIC 9(04).
002050     05  FILLER            PIC X(03)     VALUE SPACE.
002060     05  LD-NOM            PIC X(25).
002070     05  FILLER            PIC X(01)     VALUE SPACE.
002080     05  LD-PRENOM         PIC X(20).
002090     05  FILLER            PIC X(01)     VALUE SPACE.
002100     05  LD-ETAPE          PIC 9(02).
002110     05  FILLER            PIC X(01)     VALUE SPACE.
002120     05  LD-LIBELLE        PIC X(21).
002130     05  FILLER            PIC X(01)     VALUE SPACE.
002140     05  LD-SESSION        PIC X(10).
002150     05  FILLER            PIC X(01)     VALUE SPACE.
002160     05  LD-SITUATION      PIC X(20).
002170*
002180 01  LIGNE-TOTAL1.
002190     05  FILLER            PIC X(01)     VALUE SPACE.
002200     05  FILLER            PIC X(15)     VALUE 'EN COURS    : '.
002210     05  LT-NB-COURS       PIC ZZZZZ9.
002220     05  FILLER            PIC X(10)     VALUE SPACE.
002230     05  FILLER            PIC X(15)     VALUE 'SANS RESULT.: '.
002240     05  LT-NB-ATT-RES     PIC ZZZZZ9.
002250     05  FILLER            PIC X(10)     VALUE SPACE.
002260     05  FILLER            PIC X(15)     VALUE 'ECHECS      : '.
002270     05  LT-NB-ECHEC       PIC ZZZZZ9.
002280*
002290 01  LIGNE-TOTAL2.
002300     05  FILLER            PIC X(01)     VALUE SPACE.
002310     05  FILLER            PIC X(15)     VALUE 'OFFRES SUITE: '.
002320     05  LT-NB-OFFRE       PIC ZZZZZ9.
002330     05  FILLER            PIC X(10)     VALUE SPACE.
002340     05  FILLER            PIC X(15)     VALUE 'ABANDONS    : '.
002350     05  LT-NB-ABANDON     PIC ZZZZZ9.
002360     05  FILLER            PIC X(10)     VALUE SPACE.
002370     05  FILLER            PIC X(15)     VALUE 'ACHEVES     : '.
002380     05  LT-NB-ACHEVE      PIC ZZZZZ9.
002390*
002400 PROCEDURE DIVISION.
002410 0000-MAINLINE.
002420*----------------*
002430     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
002440     SORT TRI-FILE ON ASCENDING KEY TR-PARCOURS TR-ETAPE TR-ETAT
002450                                    TR-NUMERO
002460         INPUT  PROCEDURE 3000-ANALYSE-PARCOURS THRU 3000-EXIT
002470         OUTPUT PROCEDURE 5000-EDITION          THRU 5000-EXIT.
002480     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
002490     STOP RUN.
002500*
002510*****************************************************************
002520*  1000  -  OUVERTURES, CHARGEMENT DES PARCOURS ET DES CANDIDATS *
002530*            DE SUITE DE PARCOURS                                *
002540*****************************************************************
002550 1000-INITIALISATION.
002560*--------------------*
002570     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
002580     OPEN INPUT  FPARC03-FILE.
002590     OPEN INPUT  FINSC03-FILE.
002600     OPEN INPUT  FRESU03-FILE.
002610     OPEN INPUT  FATTE03-FILE.
002620     OPEN INPUT  FOFFR03-FILE.
002630     OPEN INPUT  FSTAG03-FILE.
002640     OPEN INPUT  FSTAGFIN-FILE.
002650     OPEN OUTPUT RAPPORT-FILE.
002660     PERFORM 1100-CHARGE-PARCOURS THRU 1100-EXIT.
002670     PERFORM 1200-CHARGE-SUITES   THRU 1200-EXIT.
002680 1000-EXIT.
002690     EXIT.
002700*
002710*****************************************************************
002720*  1100  -  ETAPES DES PARCOURS (100 AU PLUS - AU-DELA LE SUIVI  *
002730*            EST TRONQUE ET SIGNALE)                             *
002740*****************************************************************
002750 1100-CHARGE-PARCOURS.
002760*---------------------*
002770     MOVE 'N' TO WS-EOF.
002780     READ FPARC03-FILE
002790         AT END MOVE 'Y' TO WS-EOF
002800     END-READ.
002810     PERFORM UNTIL FIN-FICHIER OR WS-NB-ETAPES >= 100
002820        IF WS-NB-ETAPES > ZERO
002830           IF WP-PARCOURS(WS-NB-ETAPES) NOT = PA-CODE-PARC
002840              MOVE 'O' TO WP-DERNIERE(WS-NB-ETAPES)
002850           END-IF
002860        END-IF
002870        ADD 1 TO WS-NB-ETAPES
002880        MOVE PA-CODE-PARC    TO WP-PARCOURS(WS-NB-ETAPES)
002890        MOVE PA-ETAPE        TO WP-ETAPE(WS-NB-ETAPES)
002900        MOVE PA-TYPE-SESSION TO WP-TYPE(WS-NB-ETAPES)
002910        MOVE PA-LG-TYPE      TO WP-LG(WS-NB-ETAPES)
002920        MOVE PA-LIBELLE      TO WP-LIBELLE(WS-NB-ETAPES)
002930        MOVE 'N'             TO WP-DERNIERE(WS-NB-ETAPES)
002940        READ FPARC03-FILE
002950            AT END MOVE 'Y' TO WS-EOF
002960        END-READ
002970     END-PERFORM.
002980     IF WS-NB-ETAPES > ZERO
002990        MOVE 'O' TO WP-DERNIERE(WS-NB-ETAPES)
003000     END-IF.
003010     IF NOT FIN-FICHIER
003020        DISPLAY 'RPTPARC - PLUS DE 100 ETAPES DE PARCOURS, '
003030                'SUIVI TRONQUE'
003040     END-IF.
003050 1100-EXIT.
003060     EXIT.
003070*
003080*****************************************************************
003090*  1200  -  CANDIDATS INSCRITS EN LISTE D'ATTENTE PAR FINSTAG    *
003100*            POUR LA SUITE D'UN PARCOURS (1000 AU PLUS)          *
003110*****************************************************************
003120 1200-CHARGE-SUITES.
003130*-------------------*
003140     MOVE 'N' TO WS-EOF.
003150     READ FATTE03-FILE
003160         AT END MOVE 'Y' TO WS-EOF
003170     END-READ.
003180     PERFORM UNTIL FIN-FICHIER OR WS-NB-SUITES >= 1000
003190        IF WL-MOTIF-SUITE = 'SUITE PARCOURS '
003200           ADD 1 TO WS-NB-SUITES
003210           MOVE WL-NUMERO-PARC  TO WU-NUMERO(WS-NB-SUITES)
003220           MOVE WL-NUMERO       TO WU-CAND(WS-NB-SUITES)
003230           MOVE WL-CODE-SESSION TO WU-SESSION(WS-NB-SUITES)
003240        END-IF
003250        READ FATTE03-FILE
003260            AT END MOVE 'Y' TO WS-EOF
003270        END-READ
003280     END-PERFORM.
003290     IF NOT FIN-FICHIER
003300        DISPLAY 'RPTPARC - PLUS DE 1000 CANDIDATS DE SUITE, '
003310                'OFFRES EN COURS PARTIELLES'
003320     END-IF.
003330 1200-EXIT.
003340     EXIT.
003350*
003360*****************************************************************
003370*  3000  -  PROCEDURE D'ENTREE DU TRI : L'HISTORIQUE FINSC03 EST *
003380*            LU DANS L'ORDRE DE LA CLE (NUMERO PUIS SESSION), LES*
003390*            INSCRIPTIONS D'UN STAGIAIRE SONT REGROUPEES PUIS    *
003400*            CONFRONTEES A CHAQUE PARCOURS                       *
003410*****************************************************************
003420 3000-ANALYSE-PARCOURS.
003430*----------------------*
003440     IF WS-NB-ETAPES = ZERO
003450        GO TO 3000-EXIT
003460     END-IF.
003470     MOVE 'N' TO WS-EOF.
003480     READ FINSC03-FILE
003490         AT END MOVE 'Y' TO WS-EOF
003500     END-READ.
003510     IF NOT FIN-FICHIER
003520        MOVE IN-NUMERO TO WS-NUMERO-COURANT
003530     END-IF.
003540     PERFORM UNTIL FIN-FICHIER
003550        IF IN-NUMERO NOT = WS-NUMERO-COURANT
003560           PERFORM 3100-CLASSE-STAGIAIRE THRU 3100-EXIT
003570           MOVE IN-NUMERO TO WS-NUMERO-COURANT
003580        END-IF
003590        IF WS-NB-INS < 50
003600           ADD 1 TO WS-NB-INS
003610           MOVE IN-CODE-SESSION TO WI-SESSION(WS-NB-INS)
003620           MOVE IN-RESULTAT     TO WI-RESULTAT(WS-NB-INS)
003630        END-IF
003640        READ FINSC03-FILE
003650            AT END MOVE 'Y' TO WS-EOF
003660        END-READ
003670     END-PERFORM.
003680     IF WS-NB-INS > ZERO
003690        PERFORM 3100-CLASSE-STAGIAIRE THRU 3100-EXIT
003700     END-IF.
003710 3000-EXIT.
003720     EXIT.
003730*
003740*****************************************************************
003750*  3100  -  UN STAGIAIRE : CHAQUE PARCOURS (ETAPES WS-DEB-PAR A  *
003760*            WS-FIN-PAR DE LA TABLE) EST EXAMINE A SON TOUR      *
003770*****************************************************************
003780 3100-CLASSE-STAGIAIRE.
003790*----------------------*
003800     MOVE 1 TO WS-DEB-PAR.
003810     PERFORM UNTIL WS-DEB-PAR > WS-NB-ETAPES
003820        MOVE WS-DEB-PAR TO WS-FIN-PAR
003830        PERFORM UNTIL WP-DERNIERE(WS-FIN-PAR) = 'O'
003840           ADD 1 TO WS-FIN-PAR
003850        END-PERFORM
003860        PERFORM 3200-ETAPE-ATTEINTE THRU 3200-EXIT
003870        COMPUTE WS-DEB-PAR = WS-FIN-PAR + 1
003880     END-PERFORM.
003890     MOVE ZERO TO WS-NB-INS.
003900 3100-EXIT.
003910     EXIT.
003920*
003930*****************************************************************
003940*  3200  -  ETAPE LA PLUS AVANCEE DU PARCOURS A LAQUELLE LE      *
003950*            STAGIAIRE A ETE INSCRIT (INSCRIPTIONS TRANSFEREES OU*
003960*            ANNULEES IGNOREES) - A ETAPE EGALE, UNE INSCRIPTION *
003970*            EN COURS L'EMPORTE, SINON LA DERNIERE SESSION       *
003980*****************************************************************
003990 3200-ETAPE-ATTEINTE.
004000*--------------------*
004010     MOVE ZERO TO WS-ETP-TROUVE WS-INS-TROUVE.
004020     PERFORM VARYING WS-IND-PAR FROM WS-DEB-PAR BY 1
004030             UNTIL WS-IND-PAR > WS-FIN-PAR
004040        PERFORM VARYING WS-IND-INS FROM 1 BY 1
004050                UNTIL WS-IND-INS > WS-NB-INS
004060           IF WI-RESULTAT(WS-IND-INS) NOT = 'X'
004070              AND WI-RESULTAT(WS-IND-INS) NOT = 'A'
004080              AND WI-SESSION(WS-IND-INS)(1:WP-LG(WS-IND-PAR)) =
004090                  WP-TYPE(WS-IND-PAR)(1:WP-LG(WS-IND-PAR))
004100              IF WS-IND-PAR > WS-ETP-TROUVE
004110                 MOVE WS-IND-PAR TO WS-ETP-TROUVE
004120                 MOVE WS-IND-INS TO WS-INS-TROUVE
004130              ELSE
004140                 IF WI-RESULTAT(WS-INS-TROUVE) NOT = 'E'
004150                    MOVE WS-IND-INS TO WS-INS-TROUVE
004160                 END-IF
004170              END-IF
004180           END-IF
004190        END-PERFORM
004200     END-PERFORM.
004210     IF WS-ETP-TROUVE = ZERO
004220        GO TO 3200-EXIT
004230     END-IF.
004240     PERFORM 3300-SITUATION THRU 3300-EXIT.
004250     MOVE WP-PARCOURS(WS-ETP-TROUVE) TO TR-PARCOURS.
004260     MOVE WP-ETAPE(WS-ETP-TROUVE)    TO TR-ETAPE.
004270     MOVE WS-ETAT                    TO TR-ETAT.
004280     MOVE WS-NUMERO-COURANT          TO TR-NUMERO.
004290     MOVE WI-SESSION(WS-INS-TROUVE)  TO TR-SESSION.
004300     MOVE WP-LIBELLE(WS-ETP-TROUVE)  TO TR-LIBELLE.
004310     RELEASE TRI-REC.
004320 3200-EXIT.
004330     EXIT.
004340*
004350*****************************************************************
004360*  3300  -  SITUATION A L'ETAPE ATTEINTE : C = EN COURS,         *
004370*            R = RESULTAT NON SAISI, J = ECHEC, T = PARCOURS     *
004380*            ACHEVE, P = OFFRE DE SUITE EN COURS, A = ABANDON    *
004390*****************************************************************
004400 3300-SITUATION.
004410*---------------*
004420     IF WI-RESULTAT(WS-INS-TROUVE) = 'E'
004430        MOVE 'C' TO WS-ETAT
004440        GO TO 3300-EXIT
004450     END-IF.
004460     MOVE WS-NUMERO-COURANT         TO RS-NUMERO.
004470     MOVE WI-SESSION(WS-INS-TROUVE) TO RS-CODE-SESSION.
004480     READ FRESU03-FILE.
004490     IF WS-FRESU-STATUS = '23'
004500        MOVE 'R' TO WS-ETAT
004510        GO TO 3300-EXIT
004520     END-IF.
004530     IF WS-FRESU-STATUS NOT = '00'
004540        PERFORM 9500-ERREUR-FRESU THRU 9500-EXIT
004550     END-IF.
004560     IF NOT RS-ADMIS
004570        MOVE 'J' TO WS-ETAT
004580        GO TO 3300-EXIT
004590     END-IF.
004600     IF WP-DERNIERE(WS-ETP-TROUVE) = 'O'
004610        MOVE 'T' TO WS-ETAT
004620        GO TO 3300-EXIT
004630     END-IF.
004640*   ADMIS SANS INSCRIPTION A L'ETAPE SUIVANTE : UNE OFFRE DE SUITE
004650*   NON ECHUE POUR UNE SESSION DE L'ETAPE SUIVANTE LE MAINTIENT
004660*   DANS LE PARCOURS, SINON IL L'A QUITTE
004670     MOVE 'A' TO WS-ETAT.
004680     COMPUTE WS-IND-PAR = WS-ETP-TROUVE + 1.
004690     PERFORM VARYING WS-IND-SUI FROM 1 BY 1
004700             UNTIL WS-IND-SUI > WS-NB-SUITES OR WS-ETAT = 'P'
004710        IF WU-NUMERO(WS-IND-SUI) = WS-NUMERO-COURANT
004720           AND WU-SESSION(WS-IND-SUI)(1:WP-LG(WS-IND-PAR)) =
004730               WP-TYPE(WS-IND-PAR)(1:WP-LG(WS-IND-PAR))
004740           MOVE WU-CAND(WS-IND-SUI)    TO OF-NUMERO-CAND
004750           MOVE WU-SESSION(WS-IND-SUI) TO OF-CODE-SESSION
004760           READ FOFFR03-FILE
004770           IF WS-FOFFR-STATUS = '00' AND OF-EN-COURS
004780              AND OF-DATE-EXPIRE >= WS-DATE-JOUR
004790              MOVE 'P' TO WS-ETAT
004800           END-IF
004810        END-IF
004820     END-PERFORM.
004830 3300-EXIT.
004840     EXIT.
004850*
004860*****************************************************************
004870*  5000  -  PROCEDURE DE SORTIE DU TRI : UNE PAGE PAR PARCOURS,  *
004880*            TOTAUX PAR SITUATION EN FIN DE PARCOURS             *
004890*****************************************************************
004900 5000-EDITION.
004910*-------------*
004920     MOVE 'N' TO WS-EOF-TRI.
004930     RETURN TRI-FILE
004940         AT END MOVE 'Y' TO WS-EOF-TRI
004950     END-RETURN.
004960     IF FIN-TRI
004970        MOVE SPACES TO WS-PARC-COURANT
004980        PERFORM 2500-NOUVELLE-PAGE THRU 2500-EXIT
004990        MOVE SPACE TO RAPPORT-REC
005000        MOVE ' AUCUN STAGIAIRE DANS UN PARCOURS' TO RAPPORT-REC
005010        WRITE RAPPORT-REC AFTER ADVANCING 1
005020        GO TO 5000-EXIT
005030     END-IF.
005040     MOVE TR-PARCOURS TO WS-PARC-COURANT.
005050     PERFORM UNTIL FIN-TRI
005060        IF TR-PARCOURS NOT = WS-PARC-COURANT
005070           PERFORM 5200-TOTAUX THRU 5200-EXIT
005080           MOVE TR-PARCOURS TO WS-PARC-COURANT
005090           MOVE ZERO TO WS-PAGE-COMPTEUR
005100        END-IF
005110        PERFORM 5100-DETAIL THRU 5100-EXIT
005120        RETURN TRI-FILE
005130            AT END MOVE 'Y' TO WS-EOF-TRI
005140        END-RETURN
005150     END-PERFORM.
005160     PERFORM 5200-TOTAUX THRU 5200-EXIT.
005170 5000-EXIT.
005180     EXIT.
005190*
005200*****************************************************************
005210*  5100  -  LIGNE D'UN STAGIAIRE : IDENTITE RELUE DANS FSTAG03   *
005220*            PUIS FSTAGFIN (STAGE TERMINE)                       *
005230*****************************************************************
005240 5100-DETAIL.
005250*------------*
005260     MOVE TR-NUMERO TO LD-NUMERO.
005270     MOVE SPACES    TO LD-NOM LD-PRENOM.
005280     MOVE TR-NUMERO TO E-NUMERO.
005290     READ FSTAG03-FILE.
005300     IF WS-FSTAG-STATUS = '00'
005310        MOVE E-NOM    TO LD-NOM
005320        MOVE E-PRENOM TO LD-PRENOM
005330     ELSE
005340        MOVE TR-NUMERO TO FN-NUMERO
005350        READ FSTAGFIN-FILE
005360        IF WS-FFIN-STATUS = '00'
005370           MOVE FN-NOM    TO LD-NOM
005380           MOVE FN-PRENOM TO LD-PRENOM
005390        END-IF
005400     END-IF.
005410     MOVE TR-ETAPE   TO LD-ETAPE.
005420     MOVE TR-LIBELLE TO LD-LIBELLE.
005430     MOVE TR-SESSION TO LD-SESSION.
005440     EVALUATE TR-ETAT
005450         WHEN 'C'
005460             MOVE 'EN COURS'            TO LD-SITUATION
005470             ADD 1 TO WS-NB-COURS
005480         WHEN 'R'
005490             MOVE 'RESULTAT NON SAISI'  TO LD-SITUATION
005500             ADD 1 TO WS-NB-ATT-RES
005510         WHEN 'J'
005520             MOVE 'ECHEC'               TO LD-SITUATION
005530             ADD 1 TO WS-NB-ECHEC
005540         WHEN 'P'
005550             MOVE 'OFFRE SUITE EN COURS' TO LD-SITUATION
005560             ADD 1 TO WS-NB-OFFRE
005570         WHEN 'A'
005580             MOVE 'ABANDON'             TO LD-SITUATION
005590             ADD 1 TO WS-NB-ABANDON
005600         WHEN OTHER
005610             MOVE 'PARCOURS ACHEVE'     TO LD-SITUATION
005620             ADD 1 TO WS-NB-ACHEVE
005630     END-EVALUATE.
005640     PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT.
005650     ADD 1 TO WS-NB-LIGNES.
005660 5100-EXIT.
005670     EXIT.
005680*
005690*****************************************************************
005700*  5200  -  TOTAUX PAR SITUATION DU PARCOURS TERMINE, REMIS A    *
005710*            ZERO POUR LE SUIVANT                                *
005720*****************************************************************
005730 5200-TOTAUX.
005740*------------*
005750     WRITE RAPPORT-REC FROM LIGNE-VIDE AFTER ADVANCING 2.
005760     MOVE WS-NB-COURS   TO LT-NB-COURS.
005770     MOVE WS-NB-ATT-RES TO LT-NB-ATT-RES.
005780     MOVE WS-NB-ECHEC   TO LT-NB-ECHEC.
005790     WRITE RAPPORT-REC FROM LIGNE-TOTAL1 AFTER ADVANCING 1.
005800     MOVE WS-NB-OFFRE   TO LT-NB-OFFRE.
005810     MOVE WS-NB-ABANDON TO LT-NB-ABANDON.
005820     MOVE WS-NB-ACHEVE  TO LT-NB-ACHEVE.
005830     WRITE RAPPORT-REC FROM LIGNE-TOTAL2 AFTER ADVANCING 1.
005840     MOVE ZERO TO WS-NB-COURS WS-NB-ATT-RES WS-NB-ECHEC
005850                  WS-NB-OFFRE WS-NB-ABANDON WS-NB-ACHEVE.
005860 5200-EXIT.
005870     EXIT.
005880*
005890*****************************************************************
005900*  2400  -  IMPRESSION D'UNE LIGNE, AVEC SAUT DE PAGE AUTOMATIQUE*
005910*****************************************************************
005920 2400-IMPRIME-LIGNE.
005930*------------------*
005940     IF WS-PAGE-COMPTEUR = ZERO
005950        OR WS-LIGNE-COMPTEUR > WS-LIGNES-PAGE
005960        PERFORM 2500-NOUVELLE-PAGE THRU 2500-EXIT
005970     END-IF.
005980     WRITE RAPPORT-REC FROM LIGNE-DETAIL AFTER ADVANCING 1.
005990     ADD 1 TO WS-LIGNE-COMPTEUR.
006000 2400-EXIT.
006010     EXIT.
006020*
006030 2500-NOUVELLE-PAGE.
006040*------------------*
006050     ADD 1 TO WS-PAGE-COMPTEUR.
006060     MOVE WS-PAGE-COMPTEUR TO LE1-PAGE.
006070     MOVE WS-PARC-COURANT  TO LE1-PARCOURS.
006080     WRITE RAPPORT-REC FROM LIGNE-ENTETE1 AFTER ADVANCING PAGE.
006090     WRITE RAPPORT-REC FROM LIGNE-ENTETE2 AFTER ADVANCING 2.
006100     WRITE RAPPORT-REC FROM LIGNE-VIDE    AFTER ADVANCING 1.
006110     MOVE ZERO TO WS-LIGNE-COMPTEUR.
006120 2500-EXIT.
006130     EXIT.
006140*
006150*****************************************************************
006160*  9500  -  ERREUR D'ENTREE/SORTIE SUR FRESU03 - LE CODE STATUT  *
006170*            EST TRACE ET LE TRAITEMENT EST INTERROMPU           *
006180*****************************************************************
006190 9500-ERREUR-FRESU.
006200*------------------*
006210     DISPLAY 'RPTPARC - ERREUR E/S FRESU03 - CODE STATUT '
006220             WS-FRESU-STATUS.
006230     MOVE 16 TO RETURN-CODE.
006240     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
006250     STOP RUN.
006260 9500-EXIT.
006270     EXIT.
006280*
006290*****************************************************************
006300*  9000  -  BILAN ET FERMETURE DES FICHIERS                      *
006310*****************************************************************
006320 9000-TERMINAISON.
006330*-----------------*
006340     DISPLAY 'RPTPARC - STAGIAIRES SITUES ' WS-NB-LIGNES.
006350     CLOSE FPARC03-FILE.
006360     CLOSE FINSC03-FILE.
006370     CLOSE FRESU03-FILE.
006380     CLOSE FATTE03-FILE.
006390     CLOSE FOFFR03-FILE.
006400     CLOSE FSTAG03-FILE.
006410     CLOSE FSTAGFIN-FILE.
006420     CLOSE RAPPORT-FILE.
006430 9000-EXIT.
006440     EXIT.
