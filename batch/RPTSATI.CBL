000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RPTSATI.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  RPTSATI  -  RAPPORT DE SATISFACTION DE FIN DE SESSION - A     *
000090*               PARTIR DES REPONSES AUX QUESTIONNAIRES           *
000100*               (FSATI03) : POUR CHAQUE SESSION, TAUX DE REPONSE *
000110*               (REPONDANTS / INSCRITS EN COURS OU TERMINES),    *
000120*               MOYENNE DES NOTES (1 A 5) PAR QUESTION ET MOYENNE*
000130*               GENERALE, COMPARAISON AVEC LES QUATRE SESSIONS   *
000140*               PRECEDENTES DU MEME TYPE (MEME QUESTIONNAIRE,    *
000150*               DATE DE DEBUT ANTERIEURE) ET FORMATEURS AFFECTES *
000160*               (FAFFE03) AVEC LA MOYENNE DE LA SESSION ET LEUR  *
000170*               MOYENNE SUR TOUTES LEURS SESSIONS ENQUETEES      *
000180*               SYSIN : CODE SESSION EN COLONNES 1-10 - A BLANC  *
000190*               (OU SANS CARTE), TOUTES LES SESSIONS AYANT DES   *
000200*               REPONSES SONT EDITEES, SUIVIES DE LA SYNTHESE PAR*
000210*               FORMATEUR - SESSION DEMANDEE INCONNUE : RC=8 -   *
000220*               CAPACITE D'UNE TABLE DEPASSEE : RC=4             *
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
000330     SELECT FSATI03-FILE   ASSIGN TO FSATI03
000340            ORGANIZATION   INDEXED
000350            ACCESS MODE    SEQUENTIAL
000360            RECORD KEY     SA-CLE
000370            FILE STATUS    WS-FSATI-STATUS.
000380     SELECT FQUES03-FILE   ASSIGN TO FQUES03
000390            ORGANIZATION   INDEXED
000400            ACCESS MODE    RANDOM
000410            RECORD KEY     QS-CLE
000420            FILE STATUS    WS-FQUES-STATUS.
000430     SELECT FSESS03-FILE   ASSIGN TO FSESS03
000440            ORGANIZATION   INDEXED
000450            ACCESS MODE    RANDOM
000460            RECORD KEY     S-CODE
000470            FILE STATUS    WS-FSESS-STATUS.
000480     SELECT FINSC03-FILE   ASSIGN TO FINSC03
000490            ORGANIZATION   INDEXED
000500            ACCESS MODE    DYNAMIC
000510            RECORD KEY     IN-CLE
000520            ALTERNATE RECORD KEY IN-CODE-SESSION WITH DUPLICATES
000530            FILE STATUS    WS-FINSC-STATUS.
000540     SELECT FAFFE03-FILE   ASSIGN TO FAFFE03
000550            ORGANIZATION   INDEXED
000560            ACCESS MODE    SEQUENTIAL
000570            RECORD KEY     AF-CLE
000580            FILE STATUS    WS-FAFFE-STATUS.
000590     SELECT FFORM03-FILE   ASSIGN TO FFORM03
000600            ORGANIZATION   INDEXED
000610            ACCESS MODE    RANDOM
000620            RECORD KEY     FM-CODE
000630            FILE STATUS    WS-FFORM-STATUS.
000640     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000650            ORGANIZATION   LINE SEQUENTIAL.
000660     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000670            ORGANIZATION   LINE SEQUENTIAL.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  FSATI03-FILE.
000720*   REPONSES AUX QUESTIONNAIRES DE SATISFACTION
000730     COPY FSATI.
000740 FD  FQUES03-FILE.
000750*   QUESTIONNAIRES DE SATISFACTION PAR TYPE DE SESSION
000760     COPY FQUES.
000770 FD  FSESS03-FILE.
000780*   REFERENTIEL DES SESSIONS
000790     COPY FSESS.
000800 FD  FINSC03-FILE.
000810*   HISTORIQUE DES INSCRIPTIONS (CHEMIN PAR SESSION FINSCSES)
000820     COPY FINSC.
000830 FD  FAFFE03-FILE.
000840*   AFFECTATIONS FORMATEUR / SESSION
000850     COPY FAFFE.
000860 FD  FFORM03-FILE.
000870*   REFERENTIEL DES FORMATEURS
000880     COPY FFORM.
000890 FD  SYSIN-FILE
000900     RECORDING MODE F.
000910 01  SYSIN-REC.
000920     05  SI-SESSION        PIC X(10).
000930     05  FILLER            PIC X(70).
000940 FD  RAPPORT-FILE
000950     RECORDING MODE F.
000960 01  RAPPORT-REC           PIC X(133).
000970*
000980 WORKING-STORAGE SECTION.
000990 77  WS-FSATI-STATUS       PIC X(02).
001000 77  WS-FQUES-STATUS       PIC X(02).
001010 77  WS-FSESS-STATUS       PIC X(02).
001020 77  WS-FINSC-STATUS       PIC X(02).
001030 77  WS-FAFFE-STATUS       PIC X(02).
001040 77  WS-FFORM-STATUS       PIC X(02).
001050 77  WS-EOF                PIC X(01)     VALUE 'N'.
001060     88  FIN-FICHIER                     VALUE 'Y'.
001070 77  WS-EOF-INS            PIC X(01)     VALUE 'N'.
001080     88  FIN-INSCRIPTIONS                VALUE 'Y'.
001090*   SESSION DEMANDEE (BLANC = TOUTES) ET SON RANG DANS LA TABLE
001100 77  WS-SESSION            PIC X(10)     VALUE SPACE.
001110 77  WS-IND-DEM            PIC 9(04) COMP VALUE ZERO.
001120*   SESSIONS AYANT DES REPONSES, DANS L'ORDRE DES CODES : TYPE DU
001130*   QUESTIONNAIRE, LIBELLE ET DATES (AAAAMMJJ, ZERO SI LA SESSION
001140*   N'EST PLUS DANS FSESS03), REPONDANTS ET CUMULS DES NOTES
001150*   (ENSEMBLE ET PAR QUESTION)
001160 77  WS-NB-SES             PIC 9(04) COMP VALUE ZERO.
001170 01  WS-SES-TABLE.
001180     05  WS-SES-ENTRY OCCURS 500 TIMES.
001190         10  WS-SES-CODE       PIC X(10).
001200         10  WS-SES-TYPE       PIC X(10).
001210         10  WS-SES-LIBELLE    PIC X(30).
001220         10  WS-SES-DEBUT      PIC 9(08).
001230         10  WS-SES-FIN        PIC 9(08).
001240         10  WS-SES-NB-REP     PIC 9(05) COMP.
001250         10  WS-SES-SOMME      PIC 9(07) COMP.
001260         10  WS-SES-NB-NOTES   PIC 9(07) COMP.
001270         10  WS-SES-QUESTION OCCURS 12 TIMES.
001280             15  WS-SES-Q-SOMME PIC 9(07) COMP.
001290             15  WS-SES-Q-NB   PIC 9(05) COMP.
001300*   FORMATEURS AFFECTES A UNE SESSION DE LA TABLE : CUMULS DE
001310*   TOUTES LEURS SESSIONS ENQUETEES
001320 77  WS-NB-FOR             PIC 9(04) COMP VALUE ZERO.
001330 01  WS-FOR-TABLE.
001340     05  WS-FOR-ENTRY OCCURS 300 TIMES.
001350         10  WS-FOR-CODE       PIC X(04).
001360         10  WS-FOR-NB-SES     PIC 9(04) COMP.
001370         10  WS-FOR-NB-REP     PIC 9(05) COMP.
001380         10  WS-FOR-SOMME      PIC 9(07) COMP.
001390         10  WS-FOR-NB-NOTES   PIC 9(07) COMP.
001400*   AFFECTATIONS RETENUES : RANG DE LA SESSION ET DU FORMATEUR
001410 77  WS-NB-AFF             PIC 9(04) COMP VALUE ZERO.
001420 01  WS-AFF-TABLE.
001430     05  WS-AFF-ENTRY OCCURS 3000 TIMES.
001440         10  WS-AFF-IND-SES    PIC 9(04) COMP.
001450         10  WS-AFF-IND-FOR    PIC 9(04) COMP.
001460 77  WS-IND-SES            PIC 9(04) COMP.
001470 77  WS-IND-FOR            PIC 9(04) COMP.
001480 77  WS-IND-AFF            PIC 9(04) COMP.
001490 77  WS-IND-Q              PIC 9(02) COMP.
001500 77  WS-IND-COL            PIC 9(02) COMP.
001510 77  WS-IND                PIC 9(04) COMP.
001520 77  WS-LG                 PIC 9(02) COMP.
001530 77  WS-SATURE             PIC X(01)     VALUE 'N'.
001540 77  WS-TROUVE             PIC X(01).
001550*   COLONNES DE LA GRILLE : 1 = SESSION EDITEE, 2 A 5 = SESSIONS
001560*   PRECEDENTES DU MEME TYPE, DE LA PLUS RECENTE A LA PLUS
001570*   ANCIENNE (RANGS DANS LA TABLE DES SESSIONS)
001580 77  WS-NB-COL             PIC 9(02) COMP.
001590 01  WS-COL-TABLE.
001600     05  WS-COL-IND        PIC 9(04) COMP OCCURS 5 TIMES.
001610*   CLE DE CHRONOLOGIE (DEBUT AAAAMMJJ + CODE) : BORNE ET MEILLEUR
001620*   CANDIDAT DE LA RECHERCHE DES SESSIONS PRECEDENTES
001630 01  WS-CHR-BORNE          PIC X(18).
001640 01  WS-CHR-MEILLEUR       PIC X(18).
001650 01  WS-CHR-CAND           PIC X(18).
001660 77  WS-IND-MEILLEUR       PIC 9(04) COMP.
001670*   DATE DE LA FICHE SESSION (JJMMAAAA) REMISE EN AAAAMMJJ
001680 01  WS-DATE-JJMMAAAA      PIC 9(08).
001690 01  WS-DATE-JJMMAAAA-R REDEFINES WS-DATE-JJMMAAAA.
001700     05  WS-DJ-JJ          PIC 9(02).
001710     05  WS-DJ-MM          PIC 9(02).
001720     05  WS-DJ-AAAA        PIC 9(04).
001730 01  WS-DATE-AAAAMMJJ      PIC 9(08).
001740 01  WS-DATE-AAAAMMJJ-R REDEFINES WS-DATE-AAAAMMJJ.
001750     05  WS-DA-AAAA        PIC 9(04).
001760     05  WS-DA-MM          PIC 9(02).
001770     05  WS-DA-JJ          PIC 9(02).
001780 01  WS-DATE-ED            PIC X(10).
001790 01  WS-DATE-ED2           PIC X(10).
001800*   CALCULS DE MOYENNE ET DE TAUX
001810 77  WS-SOMME              PIC 9(07) COMP.
001820 77  WS-NB                 PIC 9(07) COMP.
001830 77  WS-MOY                PIC 9V99.
001840 77  WS-MOY-ED             PIC 9.99.
001850 77  WS-TAUX               PIC 9(03)V9.
001860 77  WS-TAUX-ED            PIC ZZ9.9.
001870 77  WS-NB-INSCRITS        PIC 9(05) COMP.
001880 77  WS-NB-ED              PIC ZZZZ9.
001890 77  WS-NUM-ED             PIC 99.
001900 77  WS-VALEUR             PIC X(10).
001910 77  WS-TYPE-LIB           PIC X(10).
001920 77  WS-NOM-FORM           PIC X(40).
001930 01  LIGNE                 PIC X(133).
001940*   LIGNE DE LA GRILLE DE COMPARAISON (LIBELLE + 5 COLONNES)
001950 01  LIGNE-GRILLE.
001960     05  FILLER            PIC X(01).
001970     05  LG-LIBELLE        PIC X(49).
001980     05  LG-COLONNE OCCURS 5 TIMES.
001990         10  FILLER        PIC X(02).
002000         10  LG-VALEUR     PIC X(10).
002010     05  FILLER            PIC X(23).
002020*   LIGNE D'UN FORMATEUR
002030 01  LIGNE-FORM.
002040     05  FILLER            PIC X(03).
002050     05  LF-CODE           PIC X(04).
002060     05  FILLER            PIC X(02).
002070     05  LF-NOM            PIC X(40).
002080     05  FILLER            PIC X(04).
002090     05  LF-MOY-SES        PIC X(04).
002100     05  FILLER            PIC X(10).
002110     05  LF-MOY-TOUT       PIC X(04).
002120     05  FILLER            PIC X(08).
002130     05  LF-NB-SES         PIC ZZZ9.
002140     05  FILLER            PIC X(06).
002150     05  LF-NB-REP         PIC ZZZZ9.
002160     05  FILLER            PIC X(39).
002170 01  ENTETE-FORM.
002180     05  FILLER            PIC X(53) VALUE '   FORMATEUR'.
002190     05  FILLER            PIC X(14) VALUE 'MOY.SESSION'.
002200     05  FILLER            PIC X(12) VALUE 'MOY.TOUTES'.
002210     05  FILLER            PIC X(10) VALUE 'SESSIONS'.
002220     05  FILLER            PIC X(11) VALUE 'REPONDANTS'.
002230     05  FILLER            PIC X(33) VALUE SPACE.
002240*
002250 PROCEDURE DIVISION.
002260 0000-MAINLINE.
002270*----------------*
002280     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
002290     PERFORM 2000-CHARGE-REPONSES THRU 2000-EXIT.
002300     IF WS-SESSION NOT = SPACE
002310        PERFORM 2300-SESSION-DEMANDEE THRU 2300-EXIT
002320     END-IF.
002330     PERFORM 3000-CHARGE-FORMATEURS THRU 3000-EXIT.
002340     IF WS-SESSION NOT = SPACE
002350        MOVE WS-IND-DEM TO WS-IND-SES
002360        PERFORM 4100-EDITE-SESSION THRU 4100-EXIT
002370     ELSE
002380        IF WS-NB-SES = ZERO
002390           MOVE ' AUCUNE REPONSE AUX QUESTIONNAIRES' TO LIGNE
002400           WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2
002410        END-IF
002420        PERFORM VARYING WS-IND-SES FROM 1 BY 1
002430                UNTIL WS-IND-SES > WS-NB-SES
002440           PERFORM 4100-EDITE-SESSION THRU 4100-EXIT
002450        END-PERFORM
002460        PERFORM 5000-SYNTHESE-FORMATEURS THRU 5000-EXIT
002470     END-IF.
002480     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
002490     IF WS-SATURE = 'O'
002500        MOVE 4 TO RETURN-CODE
002510     END-IF.
002520     STOP RUN.
002530*
002540*  1000  -  LECTURE DE LA SESSION DEMANDEE ET OUVERTURE DES      *
002550*            FICHIERS                                            *
002560 1000-INITIALISATION.
002570*--------------------*
002580     OPEN INPUT  SYSIN-FILE.
002590     READ SYSIN-FILE
002600         AT END     CONTINUE
002610         NOT AT END MOVE SI-SESSION TO WS-SESSION
002620     END-READ.
002630     CLOSE SYSIN-FILE.
002640     OPEN INPUT FSATI03-FILE.
002650     IF WS-FSATI-STATUS NOT = '00'
002660        PERFORM 9500-ERREUR-FSATI THRU 9500-EXIT
002670     END-IF.
002680     OPEN INPUT FINSC03-FILE.
002690     IF WS-FINSC-STATUS NOT = '00'
002700        PERFORM 9510-ERREUR-FINSC THRU 9510-EXIT
002710     END-IF.
002720     OPEN INPUT FQUES03-FILE.
002730     OPEN INPUT FSESS03-FILE.
002740     OPEN INPUT FAFFE03-FILE.
002750     OPEN INPUT FFORM03-FILE.
002760     OPEN OUTPUT RAPPORT-FILE.
002770     MOVE SPACE TO LIGNE.
002780     IF WS-SESSION = SPACE
002790        MOVE ' SATISFACTION DE FIN DE SESSION - TOUTES SESSIONS'
002800          TO LIGNE
002810     ELSE
002820        STRING ' SATISFACTION DE FIN DE SESSION - SESSION '
002830               WS-SESSION DELIMITED BY SIZE INTO LIGNE
002840     END-IF.
002850     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
002860     MOVE ' NOTES DE 1 (PAS SATISFAIT) A 5 (TRES SATISFAIT)'
002870       TO LIGNE.
002880     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
002890 1000-EXIT.
002900     EXIT.
002910*
002920*  2000  -  PARCOURS DES REPONSES (TOUTES SESSIONS : LA          *
002930*            COMPARAISON PORTE SUR LES SESSIONS DU MEME TYPE) ET *
002940*            CUMUL PAR SESSION ET PAR QUESTION                   *
002950 2000-CHARGE-REPONSES.
002960*---------------------*
002970     MOVE 'N' TO WS-EOF.
002980     MOVE ZERO TO WS-IND-SES.
002990     READ FSATI03-FILE NEXT
003000         AT END MOVE 'Y' TO WS-EOF
003010     END-READ.
003020     PERFORM UNTIL FIN-FICHIER
003030        IF WS-IND-SES = ZERO
003040           OR SA-CODE-SESSION NOT = WS-SES-CODE(WS-IND-SES)
003050           PERFORM 2050-NOUVELLE-SESSION THRU 2050-EXIT
003060        END-IF
003070        IF WS-IND-SES NOT = ZERO
003080           PERFORM 2100-CUMUL-REPONSE THRU 2100-EXIT
003090        END-IF
003100        READ FSATI03-FILE NEXT
003110            AT END MOVE 'Y' TO WS-EOF
003120        END-READ
003130     END-PERFORM.
003140 2000-EXIT.
003150     EXIT.
003160*
003170*  2050  -  NOUVELLE SESSION DANS LA TABLE : TYPE DU             *
003180*            QUESTIONNAIRE REPONDU, LIBELLE ET DATES DE LA FICHE *
003190*            SESSION - TABLE PLEINE : LES REPONSES SUIVANTES NE  *
003200*            SONT PAS EXPLOITEES (RANG ZERO)                     *
003210 2050-NOUVELLE-SESSION.
003220*----------------------*
003230     IF WS-NB-SES >= 500
003240        IF WS-SATURE NOT = 'O'
003250           DISPLAY 'RPTSATI - TABLE DES SESSIONS PLEINE (500) - '
003260                   'SESSIONS SUIVANTES IGNOREES'
003270        END-IF
003280        MOVE 'O'  TO WS-SATURE
003290        MOVE ZERO TO WS-IND-SES
003300        GO TO 2050-EXIT
003310     END-IF.
003320     ADD 1 TO WS-NB-SES.
003330     MOVE WS-NB-SES       TO WS-IND-SES.
003340     MOVE SA-CODE-SESSION TO WS-SES-CODE(WS-IND-SES).
003350     MOVE SA-TYPE         TO WS-SES-TYPE(WS-IND-SES).
003360     PERFORM 2060-FICHE-SESSION THRU 2060-EXIT.
003370 2050-EXIT.
003380     EXIT.
003390*
003400*  2060  -  LIBELLE ET DATES DE LA SESSION DE RANG WS-IND-SES,   *
003410*            REMISE A ZERO DE SES CUMULS                         *
003420 2060-FICHE-SESSION.
003430*-------------------*
003440     MOVE ZERO TO WS-SES-NB-REP(WS-IND-SES)
003450                  WS-SES-SOMME(WS-IND-SES)
003460                  WS-SES-NB-NOTES(WS-IND-SES).
003470     PERFORM VARYING WS-IND-Q FROM 1 BY 1 UNTIL WS-IND-Q > 12
003480        MOVE ZERO TO WS-SES-Q-SOMME(WS-IND-SES, WS-IND-Q)
003490                     WS-SES-Q-NB(WS-IND-SES, WS-IND-Q)
003500     END-PERFORM.
003510     MOVE WS-SES-CODE(WS-IND-SES) TO S-CODE.
003520     READ FSESS03-FILE.
003530     IF WS-FSESS-STATUS = '00'
003540        MOVE S-LIBELLE TO WS-SES-LIBELLE(WS-IND-SES)
003550        MOVE S-DATE-DEBUT TO WS-DATE-JJMMAAAA
003560        PERFORM 2070-CONVERTIT-DATE THRU 2070-EXIT
003570        MOVE WS-DATE-AAAAMMJJ TO WS-SES-DEBUT(WS-IND-SES)
003580        MOVE S-DATE-FIN TO WS-DATE-JJMMAAAA
003590        PERFORM 2070-CONVERTIT-DATE THRU 2070-EXIT
003600        MOVE WS-DATE-AAAAMMJJ TO WS-SES-FIN(WS-IND-SES)
003610     ELSE
003620        MOVE '(SESSION SUPPRIMEE)' TO WS-SES-LIBELLE(WS-IND-SES)
003630        MOVE ZERO TO WS-SES-DEBUT(WS-IND-SES)
003640                     WS-SES-FIN(WS-IND-SES)
003650     END-IF.
003660 2060-EXIT.
003670     EXIT.
003680*
003690 2070-CONVERTIT-DATE.
003700*--------------------*
003710     MOVE WS-DJ-AAAA TO WS-DA-AAAA.
003720     MOVE WS-DJ-MM   TO WS-DA-MM.
003730     MOVE WS-DJ-JJ   TO WS-DA-JJ.
003740 2070-EXIT.
003750     EXIT.
003760*
003770 2100-CUMUL-REPONSE.
003780*-------------------*
003790     ADD 1 TO WS-SES-NB-REP(WS-IND-SES).
003800     PERFORM VARYING WS-IND-Q FROM 1 BY 1 UNTIL WS-IND-Q > 12
003810        IF SA-NOTE(WS-IND-Q) > ZERO
003820           ADD SA-NOTE(WS-IND-Q)
003830            TO WS-SES-Q-SOMME(WS-IND-SES, WS-IND-Q)
003840               WS-SES-SOMME(WS-IND-SES)
003850           ADD 1 TO WS-SES-Q-NB(WS-IND-SES, WS-IND-Q)
003860                    WS-SES-NB-NOTES(WS-IND-SES)
003870        END-IF
003880     END-PERFORM.
003890 2100-EXIT.
003900     EXIT.
003910*
003920*  2200  -  QUESTIONNAIRE D'UNE SESSION SANS REPONSE : LE TYPE   *
003930*            LE PLUS LONG QUI DEBUTE LE CODE SESSION (SA QUESTION*
003940*            01 EXISTE), A DEFAUT LE QUESTIONNAIRE GENERAL - MEME*
003950*            REGLE QUE LA SAISIE ET LE CHARGEMENT DES REPONSES   *
003960 2200-QUESTIONNAIRE.
003970*-------------------*
003980     MOVE 'N' TO WS-TROUVE.
003990     MOVE SPACE TO WS-SES-TYPE(WS-IND-SES).
004000     PERFORM VARYING WS-LG FROM 10 BY -1
004010             UNTIL WS-LG < 1 OR WS-TROUVE = 'O'
004020        MOVE SPACE TO QS-TYPE
004030        MOVE WS-SESSION(1:WS-LG) TO QS-TYPE(1:WS-LG)
004040        MOVE 1 TO QS-NUMERO
004050        READ FQUES03-FILE
004060        IF WS-FQUES-STATUS = '00'
004070           MOVE 'O' TO WS-TROUVE
004080           MOVE QS-TYPE TO WS-SES-TYPE(WS-IND-SES)
004090        END-IF
004100     END-PERFORM.
004110 2200-EXIT.
004120     EXIT.
004130*
004140*  2300  -  SESSION DEMANDEE : SON RANG DANS LA TABLE - SANS     *
004150*            REPONSE, ELLE Y EST AJOUTEE (TAUX DE REPONSE NUL)   *
004160*            SI ELLE EXISTE DANS FSESS03, SINON RC=8             *
004170 2300-SESSION-DEMANDEE.
004180*----------------------*
004190     MOVE ZERO TO WS-IND-DEM.
004200     PERFORM VARYING WS-IND FROM 1 BY 1
004210             UNTIL WS-IND > WS-NB-SES OR WS-IND-DEM NOT = ZERO
004220        IF WS-SES-CODE(WS-IND) = WS-SESSION
004230           MOVE WS-IND TO WS-IND-DEM
004240        END-IF
004250     END-PERFORM.
004260     IF WS-IND-DEM NOT = ZERO
004270        GO TO 2300-EXIT
004280     END-IF.
004290     MOVE WS-SESSION TO S-CODE.
004300     READ FSESS03-FILE.
004310     IF WS-FSESS-STATUS NOT = '00'
004320        DISPLAY 'RPTSATI - SESSION INCONNUE : ' WS-SESSION
004330        MOVE 8 TO RETURN-CODE
004340        PERFORM 9000-TERMINAISON THRU 9000-EXIT
004350        STOP RUN
004360     END-IF.
004370     IF WS-NB-SES >= 500
004380        DISPLAY 'RPTSATI - TABLE DES SESSIONS PLEINE (500) - '
004390                'SESSION ' WS-SESSION ' NON EDITEE'
004400        MOVE 8 TO RETURN-CODE
004410        PERFORM 9000-TERMINAISON THRU 9000-EXIT
004420        STOP RUN
004430     END-IF.
004440     ADD 1 TO WS-NB-SES.
004450     MOVE WS-NB-SES  TO WS-IND-SES WS-IND-DEM.
004460     MOVE WS-SESSION TO WS-SES-CODE(WS-IND-SES).
004470     PERFORM 2060-FICHE-SESSION THRU 2060-EXIT.
004480     PERFORM 2200-QUESTIONNAIRE THRU 2200-EXIT.
004490 2300-EXIT.
004500     EXIT.
004510*
004520*  3000  -  PARCOURS DES AFFECTATIONS : CHAQUE FORMATEUR         *
004530*            AFFECTE A UNE SESSION DE LA TABLE CUMULE LES NOTES  *
004540*            DE CETTE SESSION                                    *
004550 3000-CHARGE-FORMATEURS.
004560*-----------------------*
004570     MOVE 'N' TO WS-EOF.
004580     READ FAFFE03-FILE NEXT
004590         AT END MOVE 'Y' TO WS-EOF
004600     END-READ.
004610     PERFORM UNTIL FIN-FICHIER
004620        PERFORM 3100-AFFECTATION THRU 3100-EXIT
004630        READ FAFFE03-FILE NEXT
004640            AT END MOVE 'Y' TO WS-EOF
004650        END-READ
004660     END-PERFORM.
004670 3000-EXIT.
004680     EXIT.
004690*
004700 3100-AFFECTATION.
004710*-----------------*
004720     MOVE ZERO TO WS-IND-SES.
004730     PERFORM VARYING WS-IND FROM 1 BY 1
004740             UNTIL WS-IND > WS-NB-SES OR WS-IND-SES NOT = ZERO
004750        IF WS-SES-CODE(WS-IND) = AF-CODE-SESSION
004760           MOVE WS-IND TO WS-IND-SES
004770        END-IF
004780     END-PERFORM.
004790     IF WS-IND-SES = ZERO
004800        GO TO 3100-EXIT
004810     END-IF.
004820     MOVE ZERO TO WS-IND-FOR.
004830     PERFORM VARYING WS-IND FROM 1 BY 1
004840             UNTIL WS-IND > WS-NB-FOR OR WS-IND-FOR NOT = ZERO
004850        IF WS-FOR-CODE(WS-IND) = AF-CODE-FORM
004860           MOVE WS-IND TO WS-IND-FOR
004870        END-IF
004880     END-PERFORM.
004890     IF WS-IND-FOR = ZERO
004900        IF WS-NB-FOR >= 300
004910           DISPLAY 'RPTSATI - TABLE DES FORMATEURS PLEINE (300) '
004920                   '- FORMATEUR ' AF-CODE-FORM ' IGNORE'
004930           MOVE 'O' TO WS-SATURE
004940           GO TO 3100-EXIT
004950        END-IF
004960        ADD 1 TO WS-NB-FOR
004970        MOVE WS-NB-FOR    TO WS-IND-FOR
004980        MOVE AF-CODE-FORM TO WS-FOR-CODE(WS-IND-FOR)
004990        MOVE ZERO TO WS-FOR-NB-SES(WS-IND-FOR)
005000                     WS-FOR-NB-REP(WS-IND-FOR)
005010                     WS-FOR-SOMME(WS-IND-FOR)
005020                     WS-FOR-NB-NOTES(WS-IND-FOR)
005030     END-IF.
005040     IF WS-NB-AFF >= 3000
005050        DISPLAY 'RPTSATI - TABLE DES AFFECTATIONS PLEINE (3000) '
005060                '- ' AF-CODE-FORM ' ' AF-CODE-SESSION ' IGNOREE'
005070        MOVE 'O' TO WS-SATURE
005080        GO TO 3100-EXIT
005090     END-IF.
005100     ADD 1 TO WS-NB-AFF.
005110     MOVE WS-IND-SES TO WS-AFF-IND-SES(WS-NB-AFF).
005120     MOVE WS-IND-FOR TO WS-AFF-IND-FOR(WS-NB-AFF).
005130     IF WS-SES-NB-REP(WS-IND-SES) > ZERO
005140        ADD 1 TO WS-FOR-NB-SES(WS-IND-FOR)
005150        ADD WS-SES-NB-REP(WS-IND-SES)
005160         TO WS-FOR-NB-REP(WS-IND-FOR)
005170        ADD WS-SES-SOMME(WS-IND-SES)
005180         TO WS-FOR-SOMME(WS-IND-FOR)
005190        ADD WS-SES-NB-NOTES(WS-IND-SES)
005200         TO WS-FOR-NB-NOTES(WS-IND-FOR)
005210     END-IF.
005220 3100-EXIT.
005230     EXIT.
005240*
005250*  4100  -  EDITION D'UNE SESSION (RANG WS-IND-SES) : ENTETE,    *
005260*            GRILLE PAR QUESTION COMPAREE AUX SESSIONS           *
005270*            PRECEDENTES DU MEME TYPE, FORMATEURS DE LA SESSION  *
005280 4100-EDITE-SESSION.
005290*-------------------*
005300     IF WS-SES-TYPE(WS-IND-SES) = SPACE
005310        MOVE 'GENERAL' TO WS-TYPE-LIB
005320     ELSE
005330        MOVE WS-SES-TYPE(WS-IND-SES) TO WS-TYPE-LIB
005340     END-IF.
005350     MOVE WS-SES-DEBUT(WS-IND-SES) TO WS-DATE-AAAAMMJJ.
005360     PERFORM 4190-EDITE-DATE THRU 4190-EXIT.
005370     MOVE WS-DATE-ED TO WS-DATE-ED2.
005380     MOVE WS-SES-FIN(WS-IND-SES) TO WS-DATE-AAAAMMJJ.
005390     PERFORM 4190-EDITE-DATE THRU 4190-EXIT.
005400     MOVE SPACE TO LIGNE.
005410     STRING ' SESSION ' WS-SES-CODE(WS-IND-SES) ' '
005420            WS-SES-LIBELLE(WS-IND-SES) ' DU ' WS-DATE-ED2
005430            ' AU ' WS-DATE-ED ' - QUESTIONNAIRE ' WS-TYPE-LIB
005440            DELIMITED BY SIZE INTO LIGNE.
005450     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 3.
005460     MOVE ALL '-' TO LIGNE(2:110).
005470     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
005480     PERFORM 4150-INSCRITS THRU 4150-EXIT.
005490     MOVE SPACE TO LIGNE.
005500     MOVE WS-SES-NB-REP(WS-IND-SES) TO WS-NB-ED.
005510     STRING ' REPONDANTS : ' WS-NB-ED DELIMITED BY SIZE
005520            INTO LIGNE.
005530     MOVE WS-NB-INSCRITS TO WS-NB-ED.
005540     STRING 'INSCRITS EN COURS OU TERMINES : ' WS-NB-ED
005550            DELIMITED BY SIZE INTO LIGNE(25:).
005560     PERFORM 4160-TAUX THRU 4160-EXIT.
005570     STRING 'TAUX DE REPONSE : ' WS-VALEUR
005580            DELIMITED BY SIZE INTO LIGNE(70:).
005590     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
005600     PERFORM 4200-SESSIONS-PRECEDENTES THRU 4200-EXIT.
005610     PERFORM 4300-GRILLE THRU 4300-EXIT.
005620     PERFORM 4400-FORMATEURS-SESSION THRU 4400-EXIT.
005630 4100-EXIT.
005640     EXIT.
005650*
005660*  4150  -  INSCRITS EN COURS OU TERMINES DE LA SESSION DE RANG  *
005670*            WS-IND-SES (CHEMIN FINSCSES) - LES INSCRIPTIONS     *
005680*            ANNULEES OU TRANSFEREES NE SONT PAS INTERROGEES     *
005690 4150-INSCRITS.
005700*--------------*
005710     MOVE ZERO TO WS-NB-INSCRITS.
005720     MOVE 'N'  TO WS-EOF-INS.
005730     MOVE WS-SES-CODE(WS-IND-SES) TO IN-CODE-SESSION.
005740     START FINSC03-FILE KEY = IN-CODE-SESSION
005750         INVALID KEY MOVE 'Y' TO WS-EOF-INS
005760     END-START.
005770     IF NOT FIN-INSCRIPTIONS
005780        READ FINSC03-FILE NEXT
005790            AT END MOVE 'Y' TO WS-EOF-INS
005800        END-READ
005810     END-IF.
005820     PERFORM UNTIL FIN-INSCRIPTIONS
005830             OR IN-CODE-SESSION NOT = WS-SES-CODE(WS-IND-SES)
005840        IF WS-FINSC-STATUS NOT = '00'
005850           AND WS-FINSC-STATUS NOT = '02'
005860           PERFORM 9510-ERREUR-FINSC THRU 9510-EXIT
005870        END-IF
005880        IF IN-EN-COURS OR IN-TERMINEE
005890           ADD 1 TO WS-NB-INSCRITS
005900        END-IF
005910        READ FINSC03-FILE NEXT
005920            AT END MOVE 'Y' TO WS-EOF-INS
005930        END-READ
005940     END-PERFORM.
005950 4150-EXIT.
005960     EXIT.
005970*
005980*  4160  -  TAUX DE REPONSE DE LA SESSION DE RANG WS-IND-SES     *
005990*            (INSCRITS DEJA COMPTES PAR 4150) EDITE DANS         *
006000*            WS-VALEUR - '-' SANS INSCRIT                        *
006010 4160-TAUX.
006020*----------*
006030     MOVE SPACE TO WS-VALEUR.
006040     IF WS-NB-INSCRITS = ZERO
006050        MOVE '    -' TO WS-VALEUR
006060        GO TO 4160-EXIT
006070     END-IF.
006080     COMPUTE WS-TAUX ROUNDED =
006090             WS-SES-NB-REP(WS-IND-SES) * 100 / WS-NB-INSCRITS
006100         ON SIZE ERROR MOVE 999.9 TO WS-TAUX
006110     END-COMPUTE.
006120     MOVE WS-TAUX TO WS-TAUX-ED.
006130     STRING WS-TAUX-ED ' %' DELIMITED BY SIZE INTO WS-VALEUR.
006140 4160-EXIT.
006150     EXIT.
006160*
006170 4190-EDITE-DATE.
006180*----------------*
006190     IF WS-DATE-AAAAMMJJ = ZERO
006200        MOVE '??/??/????' TO WS-DATE-ED
006210     ELSE
006220        MOVE SPACE TO WS-DATE-ED
006230        STRING WS-DA-JJ '/' WS-DA-MM '/' WS-DA-AAAA
006240               DELIMITED BY SIZE INTO WS-DATE-ED
006250     END-IF.
006260 4190-EXIT.
006270     EXIT.
006280*
006290*  4200  -  SESSIONS PRECEDENTES DU MEME TYPE : LES QUATRE       *
006300*            PLUS RECENTES DONT LA CLE DE CHRONOLOGIE (DATE DE   *
006310*            DEBUT + CODE) PRECEDE CELLE DE LA SESSION EDITEE    *
006320 4200-SESSIONS-PRECEDENTES.
006330*--------------------------*
006340     MOVE ZERO TO WS-COL-IND(2) WS-COL-IND(3) WS-COL-IND(4)
006350                  WS-COL-IND(5).
006360     MOVE 1 TO WS-NB-COL.
006370     MOVE WS-IND-SES TO WS-COL-IND(1).
006380     MOVE 'O' TO WS-TROUVE.
006390     MOVE WS-SES-DEBUT(WS-IND-SES) TO WS-CHR-BORNE(1:8).
006400     MOVE WS-SES-CODE(WS-IND-SES)  TO WS-CHR-BORNE(9:10).
006410     PERFORM 4250-PRECEDENTE THRU 4250-EXIT
006420             UNTIL WS-NB-COL >= 5 OR WS-TROUVE = 'N'.
006430 4200-EXIT.
006440     EXIT.
006450*
006460 4250-PRECEDENTE.
006470*----------------*
006480     MOVE ZERO       TO WS-IND-MEILLEUR.
006490     MOVE LOW-VALUE  TO WS-CHR-MEILLEUR.
006500     PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > WS-NB-SES
006510        IF WS-SES-TYPE(WS-IND) = WS-SES-TYPE(WS-IND-SES)
006520           AND WS-SES-NB-REP(WS-IND) > ZERO
006530           MOVE WS-SES-DEBUT(WS-IND) TO WS-CHR-CAND(1:8)
006540           MOVE WS-SES-CODE(WS-IND)  TO WS-CHR-CAND(9:10)
006550           IF WS-CHR-CAND < WS-CHR-BORNE
006560              AND WS-CHR-CAND > WS-CHR-MEILLEUR
006570              MOVE WS-CHR-CAND TO WS-CHR-MEILLEUR
006580              MOVE WS-IND      TO WS-IND-MEILLEUR
006590           END-IF
006600        END-IF
006610     END-PERFORM.
006620*   PLUS DE SESSION PRECEDENTE : FIN DE LA RECHERCHE
006630     IF WS-IND-MEILLEUR = ZERO
006640        MOVE 'N' TO WS-TROUVE
006650        GO TO 4250-EXIT
006660     END-IF.
006670     ADD 1 TO WS-NB-COL.
006680     MOVE WS-IND-MEILLEUR TO WS-COL-IND(WS-NB-COL).
006690     MOVE WS-CHR-MEILLEUR TO WS-CHR-BORNE.
006700 4250-EXIT.
006710     EXIT.
006720*
006730*  4300  -  GRILLE : UNE LIGNE PAR QUESTION DU QUESTIONNAIRE     *
006740*            (OU AYANT RECU DES NOTES), PUIS MOYENNE GENERALE,   *
006750*            REPONDANTS ET TAUX DE REPONSE - UNE COLONNE PAR     *
006760*            SESSION (EDITEE PUIS PRECEDENTES)                   *
006770 4300-GRILLE.
006780*------------*
006790     MOVE SPACE TO LIGNE-GRILLE.
006800     MOVE 'QUESTION' TO LG-LIBELLE.
006810     PERFORM VARYING WS-IND-COL FROM 1 BY 1
006820             UNTIL WS-IND-COL > WS-NB-COL
006830        MOVE WS-SES-CODE(WS-COL-IND(WS-IND-COL))
006840          TO LG-VALEUR(WS-IND-COL)
006850     END-PERFORM.
006860     WRITE RAPPORT-REC FROM LIGNE-GRILLE AFTER ADVANCING 2.
006870     PERFORM VARYING WS-IND-Q FROM 1 BY 1 UNTIL WS-IND-Q > 12
006880        PERFORM 4310-LIGNE-QUESTION THRU 4310-EXIT
006890     END-PERFORM.
006900     MOVE SPACE TO LIGNE-GRILLE.
006910     MOVE 'MOYENNE GENERALE' TO LG-LIBELLE.
006920     PERFORM VARYING WS-IND-COL FROM 1 BY 1
006930             UNTIL WS-IND-COL > WS-NB-COL
006940        MOVE WS-COL-IND(WS-IND-COL) TO WS-IND
006950        MOVE WS-SES-SOMME(WS-IND)    TO WS-SOMME
006960        MOVE WS-SES-NB-NOTES(WS-IND) TO WS-NB
006970        PERFORM 4390-MOYENNE THRU 4390-EXIT
006980        MOVE WS-VALEUR TO LG-VALEUR(WS-IND-COL)
006990     END-PERFORM.
007000     WRITE RAPPORT-REC FROM LIGNE-GRILLE AFTER ADVANCING 2.
007010     MOVE SPACE TO LIGNE-GRILLE.
007020     MOVE 'REPONDANTS' TO LG-LIBELLE.
007030     PERFORM VARYING WS-IND-COL FROM 1 BY 1
007040             UNTIL WS-IND-COL > WS-NB-COL
007050        MOVE WS-COL-IND(WS-IND-COL) TO WS-IND
007060        MOVE WS-SES-NB-REP(WS-IND) TO WS-NB-ED
007070        MOVE WS-NB-ED TO LG-VALEUR(WS-IND-COL)
007080     END-PERFORM.
007090     WRITE RAPPORT-REC FROM LIGNE-GRILLE AFTER ADVANCING 1.
007100*   LE TAUX DES SESSIONS PRECEDENTES DEMANDE LEURS INSCRITS :
007110*   LE RANG EDITE EST REPRIS EN FIN DE BOUCLE
007120     MOVE SPACE TO LIGNE-GRILLE.
007130     MOVE 'TAUX DE REPONSE' TO LG-LIBELLE.
007140     PERFORM VARYING WS-IND-COL FROM 1 BY 1
007150             UNTIL WS-IND-COL > WS-NB-COL
007160        MOVE WS-COL-IND(WS-IND-COL) TO WS-IND-SES
007170        PERFORM 4150-INSCRITS THRU 4150-EXIT
007180        PERFORM 4160-TAUX THRU 4160-EXIT
007190        MOVE WS-VALEUR TO LG-VALEUR(WS-IND-COL)
007200     END-PERFORM.
007210     MOVE WS-COL-IND(1) TO WS-IND-SES.
007220     WRITE RAPPORT-REC FROM LIGNE-GRILLE AFTER ADVANCING 1.
007230     IF WS-NB-COL = 1
007240        MOVE ' AUCUNE SESSION PRECEDENTE DU MEME TYPE ENQUETEE'
007250          TO LIGNE
007260        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
007270     END-IF.
007280 4300-EXIT.
007290     EXIT.
007300*
007310 4310-LIGNE-QUESTION.
007320*--------------------*
007330     MOVE SPACE TO LIGNE-GRILLE.
007340     MOVE WS-SES-TYPE(WS-IND-SES) TO QS-TYPE.
007350     MOVE WS-IND-Q                TO QS-NUMERO.
007360     READ FQUES03-FILE.
007370     MOVE WS-IND-Q TO WS-NUM-ED.
007380     IF WS-FQUES-STATUS = '00'
007390        STRING WS-NUM-ED ' ' QS-LIBELLE DELIMITED BY SIZE
007400               INTO LG-LIBELLE
007410     ELSE
007420*   QUESTION RETIREE DU QUESTIONNAIRE : EDITEE SI DES NOTES Y
007430*   ONT ETE DONNEES DANS L'UNE DES SESSIONS DE LA GRILLE
007440        MOVE 'N' TO WS-TROUVE
007450        PERFORM VARYING WS-IND-COL FROM 1 BY 1
007460                UNTIL WS-IND-COL > WS-NB-COL
007470           IF WS-SES-Q-NB(WS-COL-IND(WS-IND-COL), WS-IND-Q) > ZERO
007480              MOVE 'O' TO WS-TROUVE
007490           END-IF
007500        END-PERFORM
007510        IF WS-TROUVE NOT = 'O'
007520           GO TO 4310-EXIT
007530        END-IF
007540        STRING WS-NUM-ED ' (QUESTION RETIREE DU QUESTIONNAIRE)'
007550               DELIMITED BY SIZE INTO LG-LIBELLE
007560     END-IF.
007570     PERFORM VARYING WS-IND-COL FROM 1 BY 1
007580             UNTIL WS-IND-COL > WS-NB-COL
007590        MOVE WS-COL-IND(WS-IND-COL) TO WS-IND
007600        MOVE WS-SES-Q-SOMME(WS-IND, WS-IND-Q) TO WS-SOMME
007610        MOVE WS-SES-Q-NB(WS-IND, WS-IND-Q)    TO WS-NB
007620        PERFORM 4390-MOYENNE THRU 4390-EXIT
007630        MOVE WS-VALEUR TO LG-VALEUR(WS-IND-COL)
007640     END-PERFORM.
007650     WRITE RAPPORT-REC FROM LIGNE-GRILLE AFTER ADVANCING 1.
007660 4310-EXIT.
007670     EXIT.
007680*
007690*  4390  -  MOYENNE WS-SOMME / WS-NB EDITEE DANS WS-VALEUR -     *
007700*            '-' SANS NOTE                                       *
007710 4390-MOYENNE.
007720*-------------*
007730     MOVE SPACE TO WS-VALEUR.
007740     IF WS-NB = ZERO
007750        MOVE '   -' TO WS-VALEUR
007760        GO TO 4390-EXIT
007770     END-IF.
007780     COMPUTE WS-MOY ROUNDED = WS-SOMME / WS-NB.
007790     MOVE WS-MOY TO WS-MOY-ED.
007800     MOVE WS-MOY-ED TO WS-VALEUR.
007810 4390-EXIT.
007820     EXIT.
007830*
007840*  4400  -  FORMATEURS AFFECTES A LA SESSION : MOYENNE DE LA     *
007850*            SESSION ET MOYENNE SUR TOUTES LEURS SESSIONS        *
007860*            ENQUETEES                                           *
007870 4400-FORMATEURS-SESSION.
007880*------------------------*
007890     WRITE RAPPORT-REC FROM ENTETE-FORM AFTER ADVANCING 2.
007900     MOVE 'N' TO WS-TROUVE.
007910     PERFORM VARYING WS-IND-AFF FROM 1 BY 1
007920             UNTIL WS-IND-AFF > WS-NB-AFF
007930        IF WS-AFF-IND-SES(WS-IND-AFF) = WS-IND-SES
007940           MOVE 'O' TO WS-TROUVE
007950           MOVE WS-AFF-IND-FOR(WS-IND-AFF) TO WS-IND-FOR
007960           PERFORM 4450-LIGNE-FORMATEUR THRU 4450-EXIT
007970        END-IF
007980     END-PERFORM.
007990     IF WS-TROUVE NOT = 'O'
008000        MOVE '   AUCUN FORMATEUR AFFECTE A LA SESSION (FAFFE03)'
008010          TO LIGNE
008020        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
008030     END-IF.
008040 4400-EXIT.
008050     EXIT.
008060*
008070*  4450  -  LIGNE DU FORMATEUR DE RANG WS-IND-FOR (MOYENNE DE    *
008080*            LA SESSION DE RANG WS-IND-SES, A BLANC EN SYNTHESE) *
008090 4450-LIGNE-FORMATEUR.
008100*---------------------*
008110     MOVE SPACE TO LIGNE-FORM.
008120     MOVE WS-FOR-CODE(WS-IND-FOR) TO LF-CODE FM-CODE.
008130     READ FFORM03-FILE.
008140     IF WS-FFORM-STATUS = '00'
008150        MOVE SPACE TO WS-NOM-FORM
008160        STRING FM-NOM DELIMITED BY '  '
008170               ' ' FM-PRENOM DELIMITED BY '  '
008180               INTO WS-NOM-FORM
008190        MOVE WS-NOM-FORM TO LF-NOM
008200     ELSE
008210        MOVE '(FORMATEUR INCONNU)' TO LF-NOM
008220     END-IF.
008230     IF WS-IND-SES NOT = ZERO
008240        MOVE WS-SES-SOMME(WS-IND-SES)    TO WS-SOMME
008250        MOVE WS-SES-NB-NOTES(WS-IND-SES) TO WS-NB
008260        PERFORM 4390-MOYENNE THRU 4390-EXIT
008270        MOVE WS-VALEUR TO LF-MOY-SES
008280     END-IF.
008290     MOVE WS-FOR-SOMME(WS-IND-FOR)    TO WS-SOMME.
008300     MOVE WS-FOR-NB-NOTES(WS-IND-FOR) TO WS-NB.
008310     PERFORM 4390-MOYENNE THRU 4390-EXIT.
008320     MOVE WS-VALEUR TO LF-MOY-TOUT.
008330     MOVE WS-FOR-NB-SES(WS-IND-FOR) TO LF-NB-SES.
008340     MOVE WS-FOR-NB-REP(WS-IND-FOR) TO LF-NB-REP.
008350     WRITE RAPPORT-REC FROM LIGNE-FORM AFTER ADVANCING 1.
008360 4450-EXIT.
008370     EXIT.
008380*
008390*  5000  -  SYNTHESE PAR FORMATEUR (EDITION DE TOUTES LES        *
008400*            SESSIONS) : MOYENNE SUR TOUTES LEURS SESSIONS       *
008410*            ENQUETEES                                           *
008420 5000-SYNTHESE-FORMATEURS.
008430*-------------------------*
008440     MOVE ' SYNTHESE PAR FORMATEUR' TO LIGNE.
008450     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
008460     MOVE SPACE TO LIGNE.
008470     MOVE ALL '-' TO LIGNE(2:110).
008480     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
008490     WRITE RAPPORT-REC FROM ENTETE-FORM AFTER ADVANCING 1.
008500     MOVE ZERO TO WS-IND-SES.
008510     PERFORM VARYING WS-IND-FOR FROM 1 BY 1
008520             UNTIL WS-IND-FOR > WS-NB-FOR
008530        PERFORM 4450-LIGNE-FORMATEUR THRU 4450-EXIT
008540     END-PERFORM.
008550     IF WS-NB-FOR = ZERO
008560        MOVE '   AUCUN FORMATEUR AFFECTE AUX SESSIONS ENQUETEES'
008570          TO LIGNE
008580        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
008590     END-IF.
008600 5000-EXIT.
008610     EXIT.
008620*
008630*  9000  -  FERMETURE DES FICHIERS                               *
008640 9000-TERMINAISON.
008650*-----------------*
008660     DISPLAY 'RPTSATI - SESSIONS ' WS-NB-SES
008670             ' FORMATEURS ' WS-NB-FOR
008680             ' AFFECTATIONS ' WS-NB-AFF.
008690     CLOSE FSATI03-FILE.
008700     CLOSE FQUES03-FILE.
008710     CLOSE FSESS03-FILE.
008720     CLOSE FINSC03-FILE.
008730     CLOSE FAFFE03-FILE.
008740     CLOSE FFORM03-FILE.
008750     CLOSE RAPPORT-FILE.
008760 9000-EXIT.
008770     EXIT.
008780*
008790*  9500  -  ERREURS D'ENTREE/SORTIE - LE CODE STATUT EST TRACE   *
008800*            ET LE TRAITEMENT EST INTERROMPU                     *
008810 9500-ERREUR-FSATI.
008820*------------------*
008830     DISPLAY 'RPTSATI - ERREUR E/S FSATI03 - CODE STATUT '
008840             WS-FSATI-STATUS.
008850     MOVE 16 TO RETURN-CODE.
008860     STOP RUN.
008870 9500-EXIT.
008880     EXIT.
008890*
008900 9510-ERREUR-FINSC.
008910*------------------*
008920     DISPLAY 'RPTSATI - ERREUR E/S FINSC03 - CODE STATUT '
008930             WS-FINSC-STATUS.
008940     MOVE 16 TO RETURN-CODE.
008950     STOP RUN.
008960 9510-EXIT.
008970     EXIT.
