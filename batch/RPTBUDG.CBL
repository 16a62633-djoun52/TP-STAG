000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RPTBUDG.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  RPTBUDG  -  BUDGET ET COUT REEL DES SESSIONS - POUR CHAQUE    *
000090*               SESSION DE FSESS03, RAPPROCHE LE BUDGET PAR      *
000100*               POSTE (FBUDG03, SAISI SUR INF6CI3) DU COUT REEL  *
000110*               : FORMATEURS = COUT DES AFFECTATIONS (FAFFE03),  *
000120*               INDEMNITES = VERSEMENTS PAYES DE FVERS03 (PAR    *
000130*               STAGIAIRE ET PAR MOIS LE DERNIER DETAIL PAYE,    *
000140*               PLUS LES RAPPELS ET MOINS LES RETENUES PAYES),   *
000150*               AUTRES = AUTRES COUTS ENGAGES (FBUDG03) - DONNE  *
000160*               LE COUT PAR INSCRIT (INSCRIPTIONS NON ANNULEES   *
000170*               DE FINSC03) ET PAR STAGIAIRE AYANT ACHEVE SON    *
000180*               STAGE AVEC LE RESULTAT ADMIS (FSTAGFIN ET        *
000190*               FRESU03) - UN COUT REEL SUPERIEUR AU BUDGET EST  *
000200*               SIGNALE EN DEPASSEMENT                           *
000210*****************************************************************
000220*  HISTORIQUE DES MODIFICATIONS                                 *
000230*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-390.
000280 OBJECT-COMPUTER. IBM-390.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT FSESS03-FILE   ASSIGN TO FSESS03
000320            ORGANIZATION   INDEXED
000330            ACCESS MODE    SEQUENTIAL
000340            RECORD KEY     S-CODE
000350            FILE STATUS    WS-FSESS-STATUS.
000360     SELECT FBUDG03-FILE   ASSIGN TO FBUDG03
000370            ORGANIZATION   INDEXED
000380            ACCESS MODE    RANDOM
000390            RECORD KEY     BG-CODE-SESSION
000400            FILE STATUS    WS-FBUDG-STATUS.
000410     SELECT FAFFE03-FILE   ASSIGN TO FAFFE03
000420            ORGANIZATION   INDEXED
000430            ACCESS MODE    SEQUENTIAL
000440            RECORD KEY     AF-CLE
000450            FILE STATUS    WS-FAFFE-STATUS.
000460     SELECT FVERS03-FILE   ASSIGN TO FVERS03
000470            ORGANIZATION   INDEXED
000480            ACCESS MODE    SEQUENTIAL
000490            RECORD KEY     VS-CLE
000500            FILE STATUS    WS-FVERS-STATUS.
000510     SELECT FINSC03-FILE   ASSIGN TO FINSC03
000520            ORGANIZATION   INDEXED
000530            ACCESS MODE    SEQUENTIAL
000540            RECORD KEY     IN-CLE
000550            FILE STATUS    WS-FINSC-STATUS.
000560     SELECT FSTAGFIN-FILE  ASSIGN TO FSTAGFIN
000570            ORGANIZATION   INDEXED
000580            ACCESS MODE    SEQUENTIAL
000590            RECORD KEY     FN-NUMERO
000600            FILE STATUS    WS-FFIN-STATUS.
000610     SELECT FRESU03-FILE   ASSIGN TO FRESU03
000620            ORGANIZATION   INDEXED
000630            ACCESS MODE    RANDOM
000640            RECORD KEY     RS-CLE
000650            FILE STATUS    WS-FRESU-STATUS.
000660     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000670            ORGANIZATION   LINE SEQUENTIAL.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  FSESS03-FILE.
000720     COPY FSESS.
000730 FD  FBUDG03-FILE.
000740     COPY FBUDG.
000750 FD  FAFFE03-FILE.
000760     COPY FAFFE.
000770 FD  FVERS03-FILE.
000780     COPY FVERS.
000790 FD  FINSC03-FILE.
000800     COPY FINSC.
000810 FD  FSTAGFIN-FILE.
000820     COPY FSTAGFIN.
000830 FD  FRESU03-FILE.
000840     COPY FRESU.
000850 FD  RAPPORT-FILE
000860     RECORDING MODE F.
000870 01  RAPPORT-REC           PIC X(133).
000880*
000890 WORKING-STORAGE SECTION.
000900 77  WS-FSESS-STATUS       PIC X(02).
000910 77  WS-FBUDG-STATUS       PIC X(02).
000920 77  WS-FAFFE-STATUS       PIC X(02).
000930 77  WS-FVERS-STATUS       PIC X(02).
000940 77  WS-FINSC-STATUS       PIC X(02).
000950 77  WS-FFIN-STATUS        PIC X(02).
000960 77  WS-FRESU-STATUS       PIC X(02).
000970 77  WS-EOF                PIC X(01)     VALUE 'N'.
000980     88  FIN-FICHIER                     VALUE 'Y'.
000990 77  WS-DATE-JOUR          PIC 9(08).
001000 01  LIGNE                 PIC X(133).
001010*   TABLE DES SESSIONS (FSESS03 EST LU DANS L'ORDRE DES CODES)
001020*   AVEC LEUR BUDGET, LEURS COUTS ET LEURS EFFECTIFS
001030 77  WS-IND                PIC 9(03) COMP.
001040 77  WS-IND-SES            PIC 9(03) COMP.
001050 77  WS-NB-SES             PIC 9(03) COMP VALUE ZERO.
001060 77  WS-CLE-SES            PIC X(10).
001070 01  WS-SES-TABLE.
001080     05  WS-SES-ENTRY OCCURS 500 TIMES.
001090         10  WS-SES-CODE       PIC X(10).
001100         10  WS-SES-LIBELLE    PIC X(30).
001110         10  WS-SES-BUDGETE    PIC X(01).
001120         10  WS-SES-BUD-FORM   PIC 9(07)V99.
001130         10  WS-SES-BUD-INDEM  PIC 9(07)V99.
001140         10  WS-SES-BUD-AUTRES PIC 9(07)V99.
001150         10  WS-SES-COUT-FORM  PIC S9(09)V99.
001160         10  WS-SES-COUT-INDEM PIC S9(09)V99.
001170         10  WS-SES-COUT-AUTRES PIC S9(09)V99.
001180         10  WS-SES-NB-FORM    PIC 9(04).
001190         10  WS-SES-NB-INSCRITS PIC 9(05).
001200         10  WS-SES-NB-ADMIS   PIC 9(05).
001210*   VERSEMENTS MENSUELS PAYES DU STAGIAIRE EN COURS DE LECTURE
001220*   DANS FVERS03 : UN MOIS REEXPORTE REMPLACE LE PRECEDENT, LE
001230*   VERSE DU MOIS EST LE DERNIER DETAIL PAYE
001240 77  WS-NUM-COUR           PIC 9(04)     VALUE ZERO.
001250 77  WS-IND-MM             PIC 9(03) COMP.
001260 77  WS-NB-MOIS            PIC 9(03) COMP VALUE ZERO.
001270 01  WS-MOIS-TABLE.
001280     05  WS-MOIS-ENTRY OCCURS 60 TIMES.
001290         10  WS-MV-MOIS        PIC 9(06).
001300         10  WS-MV-SESSION     PIC X(10).
001310         10  WS-MV-MONTANT     PIC 9(05)V99.
001320*   CALCULS ET CUMULS DE L'EDITION
001330 77  WS-BUDGET             PIC S9(09)V99.
001340 77  WS-REEL               PIC S9(09)V99.
001350 77  WS-COUT-UNITAIRE      PIC S9(09)V99.
001360 77  WS-TOT-BUD-FORM       PIC S9(09)V99  VALUE ZERO.
001370 77  WS-TOT-BUD-INDEM      PIC S9(09)V99  VALUE ZERO.
001380 77  WS-TOT-BUD-AUTRES     PIC S9(09)V99  VALUE ZERO.
001390 77  WS-TOT-COUT-FORM      PIC S9(09)V99  VALUE ZERO.
001400 77  WS-TOT-COUT-INDEM     PIC S9(09)V99  VALUE ZERO.
001410 77  WS-TOT-COUT-AUTRES    PIC S9(09)V99  VALUE ZERO.
001420 77  WS-NB-DEPASSEMENTS    PIC 9(04) COMP VALUE ZERO.
001430 77  WS-NB-SANS-BUDGET     PIC 9(04) COMP VALUE ZERO.
001440 77  WS-NB-HORS-TABLE      PIC 9(06) COMP VALUE ZERO.
001450 77  WS-NB-ED              PIC ZZZZ9.
001460 77  WS-COUT-ED            PIC -ZZZZZZZZ9.99.
001470*   LIGNE DE DETAIL : UN POSTE DE LA SESSION
001480 01  LIGNE-POSTE.
001490     05  FILLER            PIC X(05) VALUE SPACE.
001500     05  LP-POSTE          PIC X(12).
001510     05  FILLER            PIC X(02) VALUE SPACE.
001520     05  LP-BUDGET         PIC -ZZZZZZZZ9.99.
001530     05  FILLER            PIC X(02) VALUE SPACE.
001540     05  LP-REEL           PIC -ZZZZZZZZ9.99.
001550     05  FILLER            PIC X(02) VALUE SPACE.
001560     05  LP-ECART          PIC -ZZZZZZZZ9.99.
001570     05  FILLER            PIC X(02) VALUE SPACE.
001580     05  LP-SIGNAL         PIC X(12).
001590     05  FILLER            PIC X(57) VALUE SPACE.
001600*
001610 PROCEDURE DIVISION.
001620 0000-MAINLINE.
001630*----------------*
001640     PERFORM 1000-INITIALISATION  THRU 1000-EXIT.
001650     PERFORM 2000-CHARGE-SESSIONS THRU 2000-EXIT.
001660     PERFORM 3000-COUT-FORMATEURS THRU 3000-EXIT.
001670     PERFORM 4000-COUT-INDEMNITES THRU 4000-EXIT.
001680     PERFORM 5000-COMPTE-INSCRITS THRU 5000-EXIT.
001690     PERFORM 5500-COMPTE-ADMIS    THRU 5500-EXIT.
001700     PERFORM 7000-EDITION         THRU 7000-EXIT.
001710     PERFORM 9000-TERMINAISON     THRU 9000-EXIT.
001720     STOP RUN.
001730*
001740*****************************************************************
001750*  1000  -  OUVERTURE DES FICHIERS ET TETE DE RAPPORT            *
001760*****************************************************************
001770 1000-INITIALISATION.
001780*--------------------*
001790     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001800     OPEN INPUT FSESS03-FILE.
001810     OPEN INPUT FBUDG03-FILE.
001820     OPEN INPUT FAFFE03-FILE.
001830     OPEN INPUT FVERS03-FILE.
001840     OPEN INPUT FINSC03-FILE.
001850     OPEN INPUT FSTAGFIN-FILE.
001860     OPEN INPUT FRESU03-FILE.
001870     OPEN OUTPUT RAPPORT-FILE.
001880     MOVE SPACE TO LIGNE.
001890     STRING ' BUDGET ET COUT REEL DES SESSIONS AU '
001900            WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
001910            WS-DATE-JOUR(1:4) DELIMITED BY SIZE INTO LIGNE.
001920     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
001930     MOVE SPACE TO LIGNE.
001940     STRING '     POSTE                BUDGET            REEL'
001950            '     ECART (BUDGET-REEL)'
001960            DELIMITED BY SIZE INTO LIGNE.
001970     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
001980 1000-EXIT.
001990     EXIT.
002000*
002010*****************************************************************
002020*  2000  -  CHARGEMENT DES SESSIONS ET DE LEUR BUDGET (FBUDG03,  *
002030*            AVEC LES AUTRES COUTS ENGAGES)                      *
002040*****************************************************************
002050 2000-CHARGE-SESSIONS.
002060*---------------------*
002070     MOVE 'N' TO WS-EOF.
002080     READ FSESS03-FILE
002090         AT END MOVE 'Y' TO WS-EOF
002100     END-READ.
002110     PERFORM UNTIL FIN-FICHIER
002120        IF WS-NB-SES < 500
002130           ADD 1 TO WS-NB-SES
002140           MOVE S-CODE    TO WS-SES-CODE(WS-NB-SES)
002150           MOVE S-LIBELLE TO WS-SES-LIBELLE(WS-NB-SES)
002160           MOVE ZERO TO WS-SES-BUD-FORM(WS-NB-SES)
002170                        WS-SES-BUD-INDEM(WS-NB-SES)
002180                        WS-SES-BUD-AUTRES(WS-NB-SES)
002190                        WS-SES-COUT-FORM(WS-NB-SES)
002200                        WS-SES-COUT-INDEM(WS-NB-SES)
002210                        WS-SES-COUT-AUTRES(WS-NB-SES)
002220                        WS-SES-NB-FORM(WS-NB-SES)
002230                        WS-SES-NB-INSCRITS(WS-NB-SES)
002240                        WS-SES-NB-ADMIS(WS-NB-SES)
002250           MOVE 'N' TO WS-SES-BUDGETE(WS-NB-SES)
002260           MOVE S-CODE TO BG-CODE-SESSION
002270           READ FBUDG03-FILE
002280           IF WS-FBUDG-STATUS = '00'
002290              MOVE 'O'              TO WS-SES-BUDGETE(WS-NB-SES)
002300              MOVE BG-BUDGET-FORM   TO WS-SES-BUD-FORM(WS-NB-SES)
002310              MOVE BG-BUDGET-INDEM  TO WS-SES-BUD-INDEM(WS-NB-SES)
002320              MOVE BG-BUDGET-AUTRES
002330                TO WS-SES-BUD-AUTRES(WS-NB-SES)
002340              MOVE BG-COUT-AUTRES
002350                TO WS-SES-COUT-AUTRES(WS-NB-SES)
002360           END-IF
002370        ELSE
002380           ADD 1 TO WS-NB-HORS-TABLE
002390        END-IF
002400        READ FSESS03-FILE
002410            AT END MOVE 'Y' TO WS-EOF
002420        END-READ
002430     END-PERFORM.
002440     IF WS-NB-HORS-TABLE > ZERO
002450        DISPLAY 'RPTBUDG - TABLE DES SESSIONS PLEINE - '
002460                WS-NB-HORS-TABLE ' SESSIONS NON TRAITEES'
002470        MOVE 4 TO RETURN-CODE
002480     END-IF.
002490 2000-EXIT.
002500     EXIT.
002510*
002520*****************************************************************
002530*  2900  -  RECHERCHE DE LA SESSION WS-CLE-SES DANS LA TABLE     *
002540*            (WS-IND-SES A ZERO SI ELLE N'Y EST PAS)             *
002550*****************************************************************
002560 2900-CHERCHE-SESSION.
002570*---------------------*
002580     MOVE ZERO TO WS-IND-SES.
002590     PERFORM VARYING WS-IND FROM 1 BY 1
002600             UNTIL WS-IND > WS-NB-SES
002610                OR WS-IND-SES > ZERO
002620        IF WS-SES-CODE(WS-IND) = WS-CLE-SES
002630           MOVE WS-IND TO WS-IND-SES
002640        END-IF
002650     END-PERFORM.
002660 2900-EXIT.
002670     EXIT.
002680*
002690*****************************************************************
002700*  3000  -  COUT DES FORMATEURS : COUT DE CHAQUE AFFECTATION     *
002710*            (UNE AFFECTATION SANS COUT SAISI COMPTE ZERO)       *
002720*****************************************************************
002730 3000-COUT-FORMATEURS.
002740*---------------------*
002750     MOVE 'N' TO WS-EOF.
002760     READ FAFFE03-FILE
002770         AT END MOVE 'Y' TO WS-EOF
002780     END-READ.
002790     PERFORM UNTIL FIN-FICHIER
002800        MOVE AF-CODE-SESSION TO WS-CLE-SES
002810        PERFORM 2900-CHERCHE-SESSION THRU 2900-EXIT
002820        IF WS-IND-SES > ZERO
002830           ADD 1 TO WS-SES-NB-FORM(WS-IND-SES)
002840           IF AF-COUT NUMERIC
002850              ADD AF-COUT TO WS-SES-COUT-FORM(WS-IND-SES)
002860           END-IF
002870        END-IF
002880        READ FAFFE03-FILE
002890            AT END MOVE 'Y' TO WS-EOF
002900        END-READ
002910     END-PERFORM.
002920 3000-EXIT.
002930     EXIT.
002940*
002950*****************************************************************
002960*  4000  -  INDEMNITES PAYEES : FVERS03 EST RANGE PAR STAGIAIRE  *
002970*            PUIS PAR EXPORT - LES DETAILS MENSUELS PAYES DU     *
002980*            STAGIAIRE SONT RETENUS PAR MOIS (LE DERNIER PAYE    *
002990*            L'EMPORTE) ET VERSES A LEUR SESSION A LA RUPTURE,   *
003000*            LES REGULARISATIONS PAYEES LE SONT DIRECTEMENT      *
003010*****************************************************************
003020 4000-COUT-INDEMNITES.
003030*---------------------*
003040     MOVE 'N' TO WS-EOF.
003050     READ FVERS03-FILE
003060         AT END MOVE 'Y' TO WS-EOF
003070     END-READ.
003080     PERFORM UNTIL FIN-FICHIER
003090        IF VS-NUMERO NOT = WS-NUM-COUR
003100           PERFORM 4200-VERSE-MOIS THRU 4200-EXIT
003110           MOVE VS-NUMERO TO WS-NUM-COUR
003120        END-IF
003130        IF VS-PAYE
003140           PERFORM 4100-RETIENT-VERSEMENT THRU 4100-EXIT
003150        END-IF
003160        READ FVERS03-FILE
003170            AT END MOVE 'Y' TO WS-EOF
003180        END-READ
003190     END-PERFORM.
003200     PERFORM 4200-VERSE-MOIS THRU 4200-EXIT.
003210 4000-EXIT.
003220     EXIT.
003230*
003240 4100-RETIENT-VERSEMENT.
003250*-----------------------*
003260     IF VS-REGUL
003270        MOVE VS-CODE-SESSION TO WS-CLE-SES
003280        PERFORM 2900-CHERCHE-SESSION THRU 2900-EXIT
003290        IF WS-IND-SES > ZERO
003300           IF VS-SENS = '-'
003310              SUBTRACT VS-MONTANT
003320                  FROM WS-SES-COUT-INDEM(WS-IND-SES)
003330           ELSE
003340              ADD VS-MONTANT TO WS-SES-COUT-INDEM(WS-IND-SES)
003350           END-IF
003360        END-IF
003370        GO TO 4100-EXIT
003380     END-IF.
003390     MOVE ZERO TO WS-IND-MM.
003400     PERFORM VARYING WS-IND FROM 1 BY 1
003410             UNTIL WS-IND > WS-NB-MOIS
003420        IF WS-MV-MOIS(WS-IND) = VS-MOIS
003430           MOVE WS-IND TO WS-IND-MM
003440        END-IF
003450     END-PERFORM.
003460     IF WS-IND-MM = ZERO
003470        IF WS-NB-MOIS >= 60
003480           GO TO 4100-EXIT
003490        END-IF
003500        ADD 1 TO WS-NB-MOIS
003510        MOVE WS-NB-MOIS TO WS-IND-MM
003520        MOVE VS-MOIS    TO WS-MV-MOIS(WS-IND-MM)
003530     END-IF.
003540     MOVE VS-CODE-SESSION TO WS-MV-SESSION(WS-IND-MM).
003550     MOVE VS-MONTANT      TO WS-MV-MONTANT(WS-IND-MM).
003560 4100-EXIT.
003570     EXIT.
003580*
003590 4200-VERSE-MOIS.
003600*----------------*
003610     PERFORM VARYING WS-IND-MM FROM 1 BY 1
003620             UNTIL WS-IND-MM > WS-NB-MOIS
003630        MOVE WS-MV-SESSION(WS-IND-MM) TO WS-CLE-SES
003640        PERFORM 2900-CHERCHE-SESSION THRU 2900-EXIT
003650        IF WS-IND-SES > ZERO
003660           ADD WS-MV-MONTANT(WS-IND-MM)
003670            TO WS-SES-COUT-INDEM(WS-IND-SES)
003680        END-IF
003690     END-PERFORM.
003700     MOVE ZERO TO WS-NB-MOIS.
003710 4200-EXIT.
003720     EXIT.
003730*
003740*****************************************************************
003750*  5000  -  INSCRITS : INSCRIPTIONS NON ANNULEES DE LA SESSION   *
003760*            (EN COURS, TERMINEES OU TRANSFEREES EN COURS DE     *
003770*            SESSION)                                            *
003780*****************************************************************
003790 5000-COMPTE-INSCRITS.
003800*---------------------*
003810     MOVE 'N' TO WS-EOF.
003820     READ FINSC03-FILE
003830         AT END MOVE 'Y' TO WS-EOF
003840     END-READ.
003850     PERFORM UNTIL FIN-FICHIER
003860        IF NOT IN-ANNULEE
003870           MOVE IN-CODE-SESSION TO WS-CLE-SES
003880           PERFORM 2900-CHERCHE-SESSION THRU 2900-EXIT
003890           IF WS-IND-SES > ZERO
003900              ADD 1 TO WS-SES-NB-INSCRITS(WS-IND-SES)
003910           END-IF
003920        END-IF
003930        READ FINSC03-FILE
003940            AT END MOVE 'Y' TO WS-EOF
003950        END-READ
003960     END-PERFORM.
003970 5000-EXIT.
003980     EXIT.
003990*
004000*****************************************************************
004010*  5500  -  ADMIS : STAGIAIRES AYANT TERMINE LEUR STAGE          *
004020*            (FSTAGFIN) AVEC UN RESULTAT ADMIS SUR LEUR SESSION  *
004030*            (FRESU03)                                           *
004040*****************************************************************
004050 5500-COMPTE-ADMIS.
004060*------------------*
004070     MOVE 'N' TO WS-EOF.
004080     READ FSTAGFIN-FILE
004090         AT END MOVE 'Y' TO WS-EOF
004100     END-READ.
004110     PERFORM UNTIL FIN-FICHIER
004120        MOVE FN-NUMERO       TO RS-NUMERO
004130        MOVE FN-CODE-SESSION TO RS-CODE-SESSION
004140        READ FRESU03-FILE
004150        IF WS-FRESU-STATUS = '00' AND RS-ADMIS
004160           MOVE FN-CODE-SESSION TO WS-CLE-SES
004170           PERFORM 2900-CHERCHE-SESSION THRU 2900-EXIT
004180           IF WS-IND-SES > ZERO
004190              ADD 1 TO WS-SES-NB-ADMIS(WS-IND-SES)
004200           END-IF
004210        END-IF
004220        READ FSTAGFIN-FILE
004230            AT END MOVE 'Y' TO WS-EOF
004240        END-READ
004250     END-PERFORM.
004260 5500-EXIT.
004270     EXIT.
004280*
004290*****************************************************************
004300*  7000  -  EDITION : UN BLOC PAR SESSION, PUIS TOTAL GENERAL    *
004310*****************************************************************
004320 7000-EDITION.
004330*-------------*
004340     PERFORM VARYING WS-IND-SES FROM 1 BY 1
004350             UNTIL WS-IND-SES > WS-NB-SES
004360        PERFORM 7100-BLOC-SESSION THRU 7100-EXIT
004370     END-PERFORM.
004380     PERFORM 7500-TOTAL-GENERAL THRU 7500-EXIT.
004390 7000-EXIT.
004400     EXIT.
004410*
004420*****************************************************************
004430*  7100  -  BLOC D'UNE SESSION : POSTES, TOTAL ET COUTS          *
004440*            UNITAIRES                                           *
004450*****************************************************************
004460 7100-BLOC-SESSION.
004470*------------------*
004480     MOVE SPACE TO LIGNE.
004490     MOVE WS-SES-NB-FORM(WS-IND-SES) TO WS-NB-ED.
004500     STRING ' SESSION ' WS-SES-CODE(WS-IND-SES) ' - '
004510            WS-SES-LIBELLE(WS-IND-SES) '   FORMATEURS AFFECTES : '
004520            WS-NB-ED DELIMITED BY SIZE INTO LIGNE.
004530     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
004540     IF WS-SES-BUDGETE(WS-IND-SES) = 'N'
004550        ADD 1 TO WS-NB-SANS-BUDGET
004560        MOVE SPACE TO LIGNE
004570        MOVE '     *** AUCUN BUDGET SAISI POUR CETTE SESSION ***'
004580             TO LIGNE
004590        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
004600     END-IF.
004610     MOVE 'FORMATEURS'                    TO LP-POSTE.
004620     MOVE WS-SES-BUD-FORM(WS-IND-SES)     TO WS-BUDGET.
004630     MOVE WS-SES-COUT-FORM(WS-IND-SES)    TO WS-REEL.
004640     PERFORM 7200-LIGNE-POSTE THRU 7200-EXIT.
004650     MOVE 'INDEMNITES'                    TO LP-POSTE.
004660     MOVE WS-SES-BUD-INDEM(WS-IND-SES)    TO WS-BUDGET.
004670     MOVE WS-SES-COUT-INDEM(WS-IND-SES)   TO WS-REEL.
004680     PERFORM 7200-LIGNE-POSTE THRU 7200-EXIT.
004690     MOVE 'AUTRES'                        TO LP-POSTE.
004700     MOVE WS-SES-BUD-AUTRES(WS-IND-SES)   TO WS-BUDGET.
004710     MOVE WS-SES-COUT-AUTRES(WS-IND-SES)  TO WS-REEL.
004720     PERFORM 7200-LIGNE-POSTE THRU 7200-EXIT.
004730     MOVE 'TOTAL'                         TO LP-POSTE.
004740     COMPUTE WS-BUDGET = WS-SES-BUD-FORM(WS-IND-SES)
004750                       + WS-SES-BUD-INDEM(WS-IND-SES)
004760                       + WS-SES-BUD-AUTRES(WS-IND-SES).
004770     COMPUTE WS-REEL   = WS-SES-COUT-FORM(WS-IND-SES)
004780                       + WS-SES-COUT-INDEM(WS-IND-SES)
004790                       + WS-SES-COUT-AUTRES(WS-IND-SES).
004800     PERFORM 7200-LIGNE-POSTE THRU 7200-EXIT.
004810     IF WS-BUDGET > ZERO AND WS-REEL > WS-BUDGET
004820        ADD 1 TO WS-NB-DEPASSEMENTS
004830     END-IF.
004840*   COUTS UNITAIRES : COUT REEL TOTAL PAR INSCRIT ET PAR ADMIS
004850     MOVE SPACE TO LIGNE.
004860     MOVE WS-SES-NB-INSCRITS(WS-IND-SES) TO WS-NB-ED.
004870     STRING '     INSCRITS : ' WS-NB-ED DELIMITED BY SIZE
004880            INTO LIGNE.
004890     IF WS-SES-NB-INSCRITS(WS-IND-SES) > ZERO
004900        COMPUTE WS-COUT-UNITAIRE ROUNDED =
004910                WS-REEL / WS-SES-NB-INSCRITS(WS-IND-SES)
004920        MOVE WS-COUT-UNITAIRE TO WS-COUT-ED
004930        STRING '   COUT PAR INSCRIT : ' WS-COUT-ED
004940               DELIMITED BY SIZE INTO LIGNE(22:)
004950     END-IF.
004960     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004970     MOVE SPACE TO LIGNE.
004980     MOVE WS-SES-NB-ADMIS(WS-IND-SES) TO WS-NB-ED.
004990     STRING '     ADMIS    : ' WS-NB-ED DELIMITED BY SIZE
005000            INTO LIGNE.
005010     IF WS-SES-NB-ADMIS(WS-IND-SES) > ZERO
005020        COMPUTE WS-COUT-UNITAIRE ROUNDED =
005030                WS-REEL / WS-SES-NB-ADMIS(WS-IND-SES)
005040        MOVE WS-COUT-UNITAIRE TO WS-COUT-ED
005050        STRING '   COUT PAR ADMIS   : ' WS-COUT-ED
005060               DELIMITED BY SIZE INTO LIGNE(22:)
005070     END-IF.
005080     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
005090     ADD WS-SES-BUD-FORM(WS-IND-SES)    TO WS-TOT-BUD-FORM.
005100     ADD WS-SES-BUD-INDEM(WS-IND-SES)   TO WS-TOT-BUD-INDEM.
005110     ADD WS-SES-BUD-AUTRES(WS-IND-SES)  TO WS-TOT-BUD-AUTRES.
005120     ADD WS-SES-COUT-FORM(WS-IND-SES)   TO WS-TOT-COUT-FORM.
005130     ADD WS-SES-COUT-INDEM(WS-IND-SES)  TO WS-TOT-COUT-INDEM.
005140     ADD WS-SES-COUT-AUTRES(WS-IND-SES) TO WS-TOT-COUT-AUTRES.
005150 7100-EXIT.
005160     EXIT.
005170*
005180*****************************************************************
005190*  7200  -  LIGNE D'UN POSTE (WS-BUDGET / WS-REEL) - UN POSTE    *
005200*            BUDGETE DONT LE REEL DEPASSE LE BUDGET EST SIGNALE  *
005210*****************************************************************
005220 7200-LIGNE-POSTE.
005230*-----------------*
005240     MOVE WS-BUDGET TO LP-BUDGET.
005250     MOVE WS-REEL   TO LP-REEL.
005260     COMPUTE LP-ECART = WS-BUDGET - WS-REEL.
005270     MOVE SPACE TO LP-SIGNAL.
005280     IF WS-BUDGET > ZERO AND WS-REEL > WS-BUDGET
005290        MOVE 'DEPASSEMENT' TO LP-SIGNAL
005300     END-IF.
005310     WRITE RAPPORT-REC FROM LIGNE-POSTE AFTER ADVANCING 1.
005320 7200-EXIT.
005330     EXIT.
005340*
005350*****************************************************************
005360*  7500  -  TOTAL GENERAL TOUTES SESSIONS                        *
005370*****************************************************************
005380 7500-TOTAL-GENERAL.
005390*-------------------*
005400     MOVE SPACE TO LIGNE.
005410     MOVE ' TOTAL GENERAL DES SESSIONS' TO LIGNE.
005420     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
005430     MOVE 'FORMATEURS'       TO LP-POSTE.
005440     MOVE WS-TOT-BUD-FORM    TO WS-BUDGET.
005450     MOVE WS-TOT-COUT-FORM   TO WS-REEL.
005460     PERFORM 7200-LIGNE-POSTE THRU 7200-EXIT.
005470     MOVE 'INDEMNITES'       TO LP-POSTE.
005480     MOVE WS-TOT-BUD-INDEM   TO WS-BUDGET.
005490     MOVE WS-TOT-COUT-INDEM  TO WS-REEL.
005500     PERFORM 7200-LIGNE-POSTE THRU 7200-EXIT.
005510     MOVE 'AUTRES'           TO LP-POSTE.
005520     MOVE WS-TOT-BUD-AUTRES  TO WS-BUDGET.
005530     MOVE WS-TOT-COUT-AUTRES TO WS-REEL.
005540     PERFORM 7200-LIGNE-POSTE THRU 7200-EXIT.
005550     MOVE 'TOTAL'            TO LP-POSTE.
005560     COMPUTE WS-BUDGET = WS-TOT-BUD-FORM + WS-TOT-BUD-INDEM
005570                       + WS-TOT-BUD-AUTRES.
005580     COMPUTE WS-REEL   = WS-TOT-COUT-FORM + WS-TOT-COUT-INDEM
005590                       + WS-TOT-COUT-AUTRES.
005600     PERFORM 7200-LIGNE-POSTE THRU 7200-EXIT.
005610     MOVE SPACE TO LIGNE.
005620     MOVE WS-NB-SES TO WS-NB-ED.
005630     STRING ' SESSIONS : ' WS-NB-ED DELIMITED BY SIZE INTO LIGNE.
005640     MOVE WS-NB-SANS-BUDGET TO WS-NB-ED.
005650     STRING '   DONT SANS BUDGET : ' WS-NB-ED
005660            DELIMITED BY SIZE INTO LIGNE(19:).
005670     MOVE WS-NB-DEPASSEMENTS TO WS-NB-ED.
005680     STRING '   EN DEPASSEMENT : ' WS-NB-ED
005690            DELIMITED BY SIZE INTO LIGNE(46:).
005700     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
005710 7500-EXIT.
005720     EXIT.
005730*
005740*****************************************************************
005750*  9000  -  FERMETURE DES FICHIERS                               *
005760*****************************************************************
005770 9000-TERMINAISON.
005780*-----------------*
005790     CLOSE FSESS03-FILE.
005800     CLOSE FBUDG03-FILE.
005810     CLOSE FAFFE03-FILE.
005820     CLOSE FVERS03-FILE.
005830     CLOSE FINSC03-FILE.
005840     CLOSE FSTAGFIN-FILE.
005850     CLOSE FRESU03-FILE.
005860     CLOSE RAPPORT-FILE.
005870 9000-EXIT.
005880     EXIT.
