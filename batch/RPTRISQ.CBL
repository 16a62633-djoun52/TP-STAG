000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RPTRISQ.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  RPTRISQ  -  RISQUE D'ABANDON PAR SESSION (HEBDOMADAIRE, POUR *
000090*               LA REUNION DES COORDINATEURS DU LUNDI) - CHAQUE *
000100*               STAGIAIRE EN COURS DE SESSION (STATUT A OU S)   *
000110*               EST NOTE SUR LES SIGNAUX DEJA PRESENTS DANS     *
000120*               NOS FICHIERS : ABSENCES INJUSTIFIEES DES 4      *
000130*               DERNIERES SEMAINES ET LEUR HAUSSE SUR LES 4     *
000140*               PRECEDENTES (FPRES03), PIECES MANQUANTES        *
000150*               (FDOCS03 / DOCTAB), STATUT SUSPENDU, RELANCES   *
000160*               OUVERTES A ECHEANCE DEPASSEE (FRELA03), RESULTAT*
000170*               D'EVALUATION EN ECHEC (FRESU03) - LES POIDS DE  *
000180*               CHAQUE SIGNAL ET LE SCORE MINIMAL SONT LUS EN   *
000190*               SYSIN (BLANC = VALEUR PAR DEFAUT) - LES         *
000200*               STAGIAIRES A RISQUE SONT EDITES PAR SESSION (UNE*
000210*               PAGE PAR SESSION), DU SCORE LE PLUS FORT AU PLUS*
000220*               FAIBLE, AVEC LE DETAIL DES SIGNAUX              *
000230*  SYSIN : COL 1-2 POIDS PAR JOUR D'ABSENCE INJUSTIFIEE (DEF 05)*
000240*          COL 4-5 POIDS DE LA HAUSSE DES ABSENCES (DEF 10)     *
000250*          COL 7-8 POIDS PAR PIECE MANQUANTE (DEF 05)           *
000260*          COL 10-11 POIDS DU STATUT SUSPENDU (DEF 30)          *
000270*          COL 13-14 POIDS PAR RELANCE EN RETARD (DEF 05)       *
000280*          COL 16-17 POIDS DE L'EVALUATION EN ECHEC (DEF 20)    *
000290*          COL 19-21 SCORE MINIMAL POUR ETRE EDITE (DEF 020)    *
000300*****************************************************************
000310*  HISTORIQUE DES MODIFICATIONS                                 *
000320*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-390.
000370 OBJECT-COMPUTER. IBM-390.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT FSTAG03-FILE   ASSIGN TO FSTAG03
000410            ORGANIZATION   INDEXED
000420            ACCESS MODE    SEQUENTIAL
000430            RECORD KEY     E-NUMERO
000440            FILE STATUS    WS-FSTAG-STATUS.
000450     SELECT FPRES03-FILE   ASSIGN TO FPRES03
000460            ORGANIZATION   INDEXED
000470            ACCESS MODE    DYNAMIC
000480            RECORD KEY     PR-CLE
000490            FILE STATUS    WS-FPRES-STATUS.
000500     SELECT FDOCS03-FILE   ASSIGN TO FDOCS03
000510            ORGANIZATION   INDEXED
000520            ACCESS MODE    RANDOM
000530            RECORD KEY     DC-CLE
000540            FILE STATUS    WS-FDOCS-STATUS.
000550     SELECT FRELA03-FILE   ASSIGN TO FRELA03
000560            ORGANIZATION   INDEXED
000570            ACCESS MODE    SEQUENTIAL
000580            RECORD KEY     RL-CLE
000590            FILE STATUS    WS-FRELA-STATUS.
000600     SELECT FRESU03-FILE   ASSIGN TO FRESU03
000610            ORGANIZATION   INDEXED
000620            ACCESS MODE    RANDOM
000630            RECORD KEY     RS-CLE
000640            FILE STATUS    WS-FRESU-STATUS.
000650     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000660            ORGANIZATION   LINE SEQUENTIAL.
000670     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000680            ORGANIZATION   LINE SEQUENTIAL.
000690     SELECT TRI-FILE       ASSIGN TO TRIWK01.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  FSTAG03-FILE.
000740*   DESCRIPTION DU FICHIER KSD DES STAGIAIRES
000750     COPY FSTAG.
000760*
000770 FD  FPRES03-FILE.
000780*   DESCRIPTION DU FICHIER KSD DES ABSENCES
000790     COPY FPRES.
000800*
000810 FD  FDOCS03-FILE.
000820*   DESCRIPTION DU FICHIER KSD DES PIECES DU DOSSIER
000830     COPY FDOCS.
000840*
000850 FD  FRELA03-FILE.
000860*   DESCRIPTION DU FICHIER KSD DES RELANCES
000870     COPY FRELA.
000880*
000890 FD  FRESU03-FILE.
000900*   DESCRIPTION DU FICHIER KSD DES RESULTATS D'EVALUATION
000910     COPY FRESU.
000920*
000930 FD  SYSIN-FILE
000940     RECORDING MODE F.
000950 01  SYSIN-REC.
000960     05  SI-POIDS-ABS      PIC X(02).
000970     05  FILLER            PIC X(01).
000980     05  SI-POIDS-HAUSSE   PIC X(02).
000990     05  FILLER            PIC X(01).
001000     05  SI-POIDS-DOCS     PIC X(02).
001010     05  FILLER            PIC X(01).
001020     05  SI-POIDS-SUSP     PIC X(02).
001030     05  FILLER            PIC X(01).
001040     05  SI-POIDS-RELA     PIC X(02).
001050     05  FILLER            PIC X(01).
001060     05  SI-POIDS-EVAL     PIC X(02).
001070     05  FILLER            PIC X(01).
001080     05  SI-SEUIL          PIC X(03).
001090     05  FILLER            PIC X(59).
001100*
001110 FD  RAPPORT-FILE
001120     RECORDING MODE F.
001130 01  RAPPORT-REC           PIC X(133).
001140*
001150 SD  TRI-FILE.
001160*   STAGIAIRES A RISQUE, TRIES PAR SESSION PUIS SCORE DECROISSANT
001170 01  TRI-REC.
001180     05  TR-SESSION        PIC X(10).
001190     05  TR-SCORE          PIC 9(04).
001200     05  TR-NUMERO         PIC 9(04).
001210     05  TR-NOM            PIC X(25).
001220     05  TR-PRENOM         PIC X(15).
001230     05  TR-STATUT         PIC X(01).
001240     05  TR-ABS-RECENT     PIC 9(02).
001250     05  TR-ABS-AVANT      PIC 9(02).
001260     05  TR-HAUSSE         PIC X(01).
001270     05  TR-NB-DOCS        PIC 9(02).
001280     05  TR-NB-RELA        PIC 9(02).
001290     05  TR-EVAL           PIC X(02).
001300*
001310 WORKING-STORAGE SECTION.
001320*   TABLE DES PIECES EXIGEES, PARTAGEE AVEC L'ECRAN INFPCI3
001330     COPY DOCTAB.
001340 77  WS-FSTAG-STATUS       PIC X(02).
001350 77  WS-FPRES-STATUS       PIC X(02).
001360 77  WS-FDOCS-STATUS       PIC X(02).
001370 77  WS-FRELA-STATUS       PIC X(02).
001380 77  WS-FRESU-STATUS       PIC X(02).
001390 77  WS-EOF                PIC X(01)     VALUE 'N'.
001400     88  FIN-FICHIER                     VALUE 'Y'.
001410 77  WS-EOF-PRES           PIC X(01)     VALUE 'N'.
001420     88  FIN-PRES                        VALUE 'Y'.
001430 77  WS-EOF-TRI            PIC X(01)     VALUE 'N'.
001440     88  FIN-TRI                         VALUE 'Y'.
001450 77  WS-PAGE-COMPTEUR      PIC 9(04) COMP VALUE ZERO.
001460 77  WS-LIGNE-COMPTEUR     PIC 9(02) COMP VALUE ZERO.
001470 77  WS-LIGNES-PAGE        PIC 9(02) COMP VALUE 55.
001480 77  WS-NB-EXAMINES        PIC 9(06) COMP VALUE ZERO.
001490 77  WS-NB-A-RISQUE        PIC 9(06) COMP VALUE ZERO.
001500 77  WS-NB-SESSIONS        PIC 9(04) COMP VALUE ZERO.
001510 77  WS-IND                PIC 9(02) COMP.
001520 77  WS-RANG               PIC 9(04) COMP.
001530 77  WS-SESSION-COUR       PIC X(10)     VALUE LOW-VALUE.
001540*   POIDS DES SIGNAUX ET SCORE MINIMAL (SYSIN, SINON DEFAUT)
001550 77  WS-POIDS-ABS          PIC 9(02)     VALUE 05.
001560 77  WS-POIDS-HAUSSE       PIC 9(02)     VALUE 10.
001570 77  WS-POIDS-DOCS         PIC 9(02)     VALUE 05.
001580 77  WS-POIDS-SUSP         PIC 9(02)     VALUE 30.
001590 77  WS-POIDS-RELA         PIC 9(02)     VALUE 05.
001600 77  WS-POIDS-EVAL         PIC 9(02)     VALUE 20.
001610 77  WS-SEUIL              PIC 9(03)     VALUE 020.
001620*   SIGNAUX DU STAGIAIRE COURANT
001630 77  WS-SCORE              PIC 9(04).
001640 77  WS-ABS-RECENT         PIC 9(02).
001650 77  WS-ABS-AVANT          PIC 9(02).
001660 77  WS-NB-DOCS            PIC 9(02).
001670 77  WS-NB-RELA            PIC 9(02).
001680 77  WS-EVAL               PIC X(02).
001690*   FENETRES D'ABSENCES : J-28 (DEBUT DES 4 DERNIERES SEMAINES,
001700*   EXCLU) ET J-56 (DEBUT DES 4 PRECEDENTES, EXCLU) - AAAAMMJJ
001710 77  WS-DATE-JOUR          PIC 9(08).
001720 77  WS-DATE-J28           PIC 9(08).
001730 77  WS-DATE-J56           PIC 9(08).
001740 77  WS-DATE-EDIT          PIC X(10).
001750 77  WS-CAL-DATE           PIC 9(08).
001760 77  WS-CAL-AAAA           PIC 9(04).
001770 77  WS-CAL-MM             PIC 9(02).
001780 77  WS-CAL-JJ             PIC 9(02).
001790 77  WS-CAL-RESTE          PIC 9(04).
001800 01  JOURS-MOIS-TABLE.
001810     05 FILLER PIC X(24) VALUE '312831303130313130313031'.
001820 01  JOURS-MOIS-TBL REDEFINES JOURS-MOIS-TABLE.
001830     05  JM-NB             PIC 9(02) OCCURS 12 TIMES.
001840*   RELANCES OUVERTES A ECHEANCE DEPASSEE PAR NUMERO DE STAGIAIRE
001850*   (LES OFFRES DE PLACE, NUMEROTEES PAR CANDIDAT, SONT EXCLUES)
001860 01  WS-RELA-TABLE.
001870     05  WS-RELA-RETARD    PIC S9(04) COMP OCCURS 9999 TIMES.
001880*
001890 01  LIGNE-ENTETE1.
001900     05  FILLER            PIC X(01)     VALUE SPACE.
001910     05  FILLER            PIC X(34)
001920        VALUE 'RISQUE D''ABANDON - SESSION '.
001930     05  LE1-SESSION       PIC X(10).
001940     05  FILLER            PIC X(05)     VALUE SPACE.
001950     05  FILLER            PIC X(03)     VALUE 'AU '.
001960     05  LE1-DATE          PIC X(10).
001970     05  FILLER            PIC X(38)     VALUE SPACE.
001980     05  FILLER            PIC X(05)     VALUE 'PAGE '.
001990     05  LE1-PAGE          PIC ZZZ9.
002000*
002010 01  LIGNE-ENTETE2.
002020     05  FILLER            PIC X(01)     VALUE SPACE.
002030     05  FILLER            PIC X(04)     VALUE 'RANG'.
002040     05  FILLER            PIC X(01)     VALUE SPACE.
002050     05  FILLER            PIC X(04)     VALUE 'NUM.'.
002060     05  FILLER            PIC X(01)     VALUE SPACE.
002070     05  FILLER            PIC X(25)     VALUE 'NOM'.
002080     05  FILLER            PIC X(01)     VALUE SPACE.
002090     05  FILLER            PIC X(15)     VALUE 'PRENOM'.
002100     05  FILLER            PIC X(01)     VALUE SPACE.
002110     05  FILLER            PIC X(05)     VALUE 'SCORE'.
002120     05  FILLER            PIC X(02)     VALUE SPACE.
002130     05  FILLER            PIC X(09)     VALUE 'ABS 4 SEM'.
002140     05  FILLER            PIC X(02)     VALUE SPACE.
002150     05  FILLER            PIC X(09)     VALUE 'ABS AVANT'.
002160     05  FILLER            PIC X(02)     VALUE SPACE.
002170     05  FILLER            PIC X(06)     VALUE 'HAUSSE'.
002180     05  FILLER            PIC X(02)     VALUE SPACE.
002190     05  FILLER            PIC X(06)     VALUE 'PIECES'.
002200     05  FILLER            PIC X(02)     VALUE SPACE.
002210     05  FILLER            PIC X(04)     VALUE 'SUSP'.
002220     05  FILLER            PIC X(02)     VALUE SPACE.
002230     05  FILLER            PIC X(08)     VALUE 'RELANCES'.
002240     05  FILLER            PIC X(02)     VALUE SPACE.
002250     05  FILLER            PIC X(04)     VALUE 'EVAL'.
002260*
002270 01  LIGNE-VIDE            PIC X(133)    VALUE SPACE.
002280*
002290 01  LIGNE-DETAIL.
002300     05  FILLER            PIC X(01)     VALUE SPACE.
002310     05  LD-RANG           PIC ZZZ9.
002320     05  FILLER            PIC X(01)     VALUE SPACE.
002330     05  LD-NUMERO         PIC 9(04).
002340     05  FILLER            PIC X(01)     VALUE SPACE.
002350     05  LD-NOM            PIC X(25).
002360     05  FILLER            PIC X(01)     VALUE SPACE.
002370     05  LD-PRENOM         PIC X(15).
002380     05  FILLER            PIC X(01)     VALUE SPACE.
002390     05  LD-SCORE          PIC ZZZZ9.
002400     05  FILLER            PIC X(09)     VALUE SPACE.
002410     05  LD-ABS-RECENT     PIC Z9.
002420     05  FILLER            PIC X(09)     VALUE SPACE.
002430     05  LD-ABS-AVANT      PIC Z9.
002440     05  FILLER            PIC X(05)     VALUE SPACE.
002450     05  LD-HAUSSE         PIC X(03).
002460     05  FILLER            PIC X(07)     VALUE SPACE.
002470     05  LD-NB-DOCS        PIC Z9.
002480     05  FILLER            PIC X(03)     VALUE SPACE.
002490     05  LD-SUSP           PIC X(03).
002500     05  FILLER            PIC X(09)     VALUE SPACE.
002510     05  LD-NB-RELA        PIC Z9.
002520     05  FILLER            PIC X(04)     VALUE SPACE.
002530     05  LD-EVAL           PIC X(02).
002540*
002550 01  LIGNE-BILAN.
002560     05  FILLER            PIC X(01)     VALUE SPACE.
002570     05  FILLER            PIC X(15)     VALUE 'EXAMINES    : '.
002580     05  LB-NB-EXAMINES    PIC ZZZZZ9.
002590     05  FILLER            PIC X(10)     VALUE SPACE.
002600     05  FILLER            PIC X(15)     VALUE 'A RISQUE    : '.
002610     05  LB-NB-A-RISQUE    PIC ZZZZZ9.
002620     05  FILLER            PIC X(10)     VALUE SPACE.
002630     05  FILLER            PIC X(15)     VALUE 'SESSIONS    : '.
002640     05  LB-NB-SESSIONS    PIC ZZZ9.
002650*
002660 01  LIGNE-POIDS.
002670     05  FILLER            PIC X(01)     VALUE SPACE.
002680     05  FILLER            PIC X(20)
002690         VALUE 'POIDS : ABSENCE/J '.
002700     05  LP-ABS            PIC Z9.
002710     05  FILLER            PIC X(09)     VALUE ' HAUSSE '.
002720     05  LP-HAUSSE         PIC Z9.
002730     05  FILLER            PIC X(11)     VALUE ' PIECE/U '.
002740     05  LP-DOCS           PIC Z9.
002750     05  FILLER            PIC X(07)     VALUE ' SUSP '.
002760     05  LP-SUSP           PIC Z9.
002770     05  FILLER            PIC X(12)     VALUE ' RELANCE/U '.
002780     05  LP-RELA           PIC Z9.
002790     05  FILLER            PIC X(07)     VALUE ' EVAL '.
002800     05  LP-EVAL           PIC Z9.
002810     05  FILLER            PIC X(17)
002820         VALUE ' - SCORE MINIMAL '.
002830     05  LP-SEUIL          PIC ZZ9.
002840*
002850 PROCEDURE DIVISION.
002860 0000-MAINLINE.
002870*----------------*
002880     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
002890     PERFORM 1300-CHARGE-RELANCES THRU 1300-EXIT.
002900     SORT TRI-FILE
002910         ON ASCENDING  KEY TR-SESSION
002920            DESCENDING KEY TR-SCORE
002930            ASCENDING  KEY TR-NUMERO
002940         INPUT  PROCEDURE 2000-ALIMENTE-TRI THRU 2000-EXIT
002950         OUTPUT PROCEDURE 3000-EDITE-TRIE   THRU 3000-EXIT.
002960     PERFORM 8000-BILAN          THRU 8000-EXIT.
002970     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
002980     STOP RUN.
002990*
003000*****************************************************************
003010*  1000  -  OUVERTURES, POIDS ET SCORE MINIMAL (SYSIN) ET BORNES*
003020*            DES DEUX FENETRES DE 4 SEMAINES                    *
003030*****************************************************************
003040 1000-INITIALISATION.
003050*--------------------*
003060     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
003070     STRING WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
003080            WS-DATE-JOUR(1:4)
003090            DELIMITED BY SIZE INTO WS-DATE-EDIT.
003100     OPEN INPUT SYSIN-FILE.
003110     READ SYSIN-FILE
003120         AT END     CONTINUE
003130         NOT AT END PERFORM 1100-PARAMETRES THRU 1100-EXIT
003140     END-READ.
003150     CLOSE SYSIN-FILE.
003160     MOVE WS-DATE-JOUR TO WS-CAL-DATE.
003170     PERFORM 1200-JOUR-PRECEDENT THRU 1200-EXIT 28 TIMES.
003180     MOVE WS-CAL-DATE TO WS-DATE-J28.
003190     PERFORM 1200-JOUR-PRECEDENT THRU 1200-EXIT 28 TIMES.
003200     MOVE WS-CAL-DATE TO WS-DATE-J56.
003210     OPEN INPUT  FSTAG03-FILE.
003220     OPEN INPUT  FPRES03-FILE.
003230     OPEN INPUT  FDOCS03-FILE.
003240     OPEN INPUT  FRESU03-FILE.
003250     OPEN OUTPUT RAPPORT-FILE.
003260     MOVE ZERO TO WS-PAGE-COMPTEUR WS-LIGNE-COMPTEUR.
003270 1000-EXIT.
003280     EXIT.
003290*
003300 1100-PARAMETRES.
003310*----------------*
003320     IF SI-POIDS-ABS NUMERIC
003330        MOVE SI-POIDS-ABS    TO WS-POIDS-ABS
003340     END-IF.
003350     IF SI-POIDS-HAUSSE NUMERIC
003360        MOVE SI-POIDS-HAUSSE TO WS-POIDS-HAUSSE
003370     END-IF.
003380     IF SI-POIDS-DOCS NUMERIC
003390        MOVE SI-POIDS-DOCS   TO WS-POIDS-DOCS
003400     END-IF.
003410     IF SI-POIDS-SUSP NUMERIC
003420        MOVE SI-POIDS-SUSP   TO WS-POIDS-SUSP
003430     END-IF.
003440     IF SI-POIDS-RELA NUMERIC
003450        MOVE SI-POIDS-RELA   TO WS-POIDS-RELA
003460     END-IF.
003470     IF SI-POIDS-EVAL NUMERIC
003480        MOVE SI-POIDS-EVAL   TO WS-POIDS-EVAL
003490     END-IF.
003500     IF SI-SEUIL NUMERIC
003510        MOVE SI-SEUIL        TO WS-SEUIL
003520     END-IF.
003530 1100-EXIT.
003540     EXIT.
003550*
003560*****************************************************************
003570*  1200  -  JOUR PRECEDANT WS-CAL-DATE (REPORT DE DEBUT DE MOIS *
003580*            ET D'ANNEE)                                        *
003590*****************************************************************
003600 1200-JOUR-PRECEDENT.
003610*--------------------*
003620     MOVE WS-CAL-DATE(1:4) TO WS-CAL-AAAA.
003630     MOVE WS-CAL-DATE(5:2) TO WS-CAL-MM.
003640     MOVE WS-CAL-DATE(7:2) TO WS-CAL-JJ.
003650     IF WS-CAL-JJ > 1
003660        SUBTRACT 1 FROM WS-CAL-JJ
003670     ELSE
003680        IF WS-CAL-MM = 01
003690           MOVE 12 TO WS-CAL-MM
003700           SUBTRACT 1 FROM WS-CAL-AAAA
003710        ELSE
003720           SUBTRACT 1 FROM WS-CAL-MM
003730        END-IF
003740        MOVE JM-NB(WS-CAL-MM) TO WS-CAL-JJ
003750*   FEVRIER BISSEXTILE (REGLE SIMPLE DU DIVISIBLE PAR 4)
003760        IF WS-CAL-MM = 02
003770           DIVIDE WS-CAL-AAAA BY 4 GIVING WS-CAL-RESTE
003780              REMAINDER WS-CAL-RESTE
003790           IF WS-CAL-RESTE = ZERO
003800              MOVE 29 TO WS-CAL-JJ
003810           END-IF
003820        END-IF
003830     END-IF.
003840     COMPUTE WS-CAL-DATE = WS-CAL-AAAA * 10000
003850        + WS-CAL-MM * 100 + WS-CAL-JJ.
003860 1200-EXIT.
003870     EXIT.
003880*
003890*****************************************************************
003900*  1300  -  RELANCES OUVERTES DONT L'ECHEANCE EST DEPASSEE,     *
003910*            COMPTEES PAR NUMERO DE STAGIAIRE                   *
003920*****************************************************************
003930 1300-CHARGE-RELANCES.
003940*---------------------*
003950     INITIALIZE WS-RELA-TABLE.
003960     OPEN INPUT FRELA03-FILE.
003970     IF WS-FRELA-STATUS NOT = '00'
003980        GO TO 1300-EXIT
003990     END-IF.
004000     MOVE 'N' TO WS-EOF.
004010     READ FRELA03-FILE
004020         AT END MOVE 'Y' TO WS-EOF
004030     END-READ.
004040     PERFORM UNTIL FIN-FICHIER
004050        IF RL-OUVERTE AND RL-DATE-ECHEANCE < WS-DATE-JOUR
004060           AND RL-ORIGINE NOT = 'OFFR' AND RL-NUMERO > ZERO
004070           ADD 1 TO WS-RELA-RETARD(RL-NUMERO)
004080        END-IF
004090        READ FRELA03-FILE
004100            AT END MOVE 'Y' TO WS-EOF
004110        END-READ
004120     END-PERFORM.
004130     CLOSE FRELA03-FILE.
004140 1300-EXIT.
004150     EXIT.
004160*
004170*****************************************************************
004180*  2000  -  PARCOURS DES STAGIAIRES EN COURS DE SESSION : CHAQUE*
004190*            STAGIAIRE ATTEIGNANT LE SCORE MINIMAL EST VERSE AU *
004200*            TRI                                                *
004210*****************************************************************
004220 2000-ALIMENTE-TRI.
004230*------------------*
004240     MOVE 'N' TO WS-EOF.
004250     READ FSTAG03-FILE
004260         AT END MOVE 'Y' TO WS-EOF
004270     END-READ.
004280     PERFORM UNTIL FIN-FICHIER
004290        IF (E-ACTIF OR E-SUSPENDU)
004300           AND E-CODE-SESSION NOT = SPACE
004310           ADD 1 TO WS-NB-EXAMINES
004320           PERFORM 2100-NOTE-STAGIAIRE THRU 2100-EXIT
004330           IF WS-SCORE >= WS-SEUIL AND WS-SCORE > ZERO
004340              PERFORM 2600-VERSE-TRI THRU 2600-EXIT
004350           END-IF
004360        END-IF
004370        READ FSTAG03-FILE
004380            AT END MOVE 'Y' TO WS-EOF
004390        END-READ
004400     END-PERFORM.
004410 2000-EXIT.
004420     EXIT.
004430*
004440*****************************************************************
004450*  2100  -  CALCUL DU SCORE : SOMME DES SIGNAUX PONDERES        *
004460*****************************************************************
004470 2100-NOTE-STAGIAIRE.
004480*--------------------*
004490     MOVE ZERO   TO WS-SCORE WS-ABS-RECENT WS-ABS-AVANT
004500                    WS-NB-DOCS WS-NB-RELA.
004510     MOVE SPACES TO WS-EVAL.
004520     PERFORM 2200-ABSENCES THRU 2200-EXIT.
004530     PERFORM 2300-PIECES   THRU 2300-EXIT.
004540     PERFORM 2400-EVALUATION THRU 2400-EXIT.
004550     IF E-NUMERO > ZERO
004560        MOVE WS-RELA-RETARD(E-NUMERO) TO WS-NB-RELA
004570     END-IF.
004580     COMPUTE WS-SCORE = WS-POIDS-ABS  * WS-ABS-RECENT
004590                      + WS-POIDS-DOCS * WS-NB-DOCS
004600                      + WS-POIDS-RELA * WS-NB-RELA.
004610     IF WS-ABS-RECENT > WS-ABS-AVANT
004620        ADD WS-POIDS-HAUSSE TO WS-SCORE
004630     END-IF.
004640     IF E-SUSPENDU
004650        ADD WS-POIDS-SUSP TO WS-SCORE
004660     END-IF.
004670     IF WS-EVAL NOT = SPACES
004680        ADD WS-POIDS-EVAL TO WS-SCORE
004690     END-IF.
004700 2100-EXIT.
004710     EXIT.
004720*
004730*****************************************************************
004740*  2200  -  JOURS D'ABSENCE INJUSTIFIEE ('I') DES 4 DERNIERES   *
004750*            SEMAINES ET DES 4 PRECEDENTES                      *
004760*****************************************************************
004770 2200-ABSENCES.
004780*--------------*
004790     MOVE E-NUMERO    TO PR-NUMERO.
004800     MOVE WS-DATE-J56 TO PR-DATE.
004810     MOVE 'N' TO WS-EOF-PRES.
004820     START FPRES03-FILE KEY > PR-CLE
004830         INVALID KEY MOVE 'Y' TO WS-EOF-PRES
004840     END-START.
004850     IF NOT FIN-PRES
004860        READ FPRES03-FILE NEXT
004870            AT END MOVE 'Y' TO WS-EOF-PRES
004880        END-READ
004890     END-IF.
004900     PERFORM UNTIL FIN-PRES
004910        IF PR-NUMERO NOT = E-NUMERO OR PR-DATE > WS-DATE-JOUR
004920           MOVE 'Y' TO WS-EOF-PRES
004930        ELSE
004940           IF PR-INJUSTIFIEE
004950              IF PR-DATE > WS-DATE-J28
004960                 ADD 1 TO WS-ABS-RECENT
004970              ELSE
004980                 ADD 1 TO WS-ABS-AVANT
004990              END-IF
005000           END-IF
005010           READ FPRES03-FILE NEXT
005020               AT END MOVE 'Y' TO WS-EOF-PRES
005030           END-READ
005040        END-IF
005050     END-PERFORM.
005060 2200-EXIT.
005070     EXIT.
005080*
005090*   PIECE EXIGEE NON POINTEE RECUE (COMME RPTDOCS)
005100 2300-PIECES.
005110*------------*
005120     PERFORM VARYING WS-IND FROM 1 BY 1
005130             UNTIL WS-IND > DOCTAB-MAX
005140        MOVE E-NUMERO        TO DC-NUMERO
005150        MOVE DT-CODE(WS-IND) TO DC-TYPE
005160        READ FDOCS03-FILE
005170        IF WS-FDOCS-STATUS NOT = '00'
005180           OR DC-STATUT NOT = 'R'
005190           ADD 1 TO WS-NB-DOCS
005200        END-IF
005210     END-PERFORM.
005220 2300-EXIT.
005230     EXIT.
005240*
005250*   RESULTAT D'EVALUATION DE LA SESSION EN COURS : AJOURNE, NON
005260*   EVALUE OU NOTE SOUS LA MOYENNE ('AJ', 'NE' OU LA NOTE)
005270 2400-EVALUATION.
005280*----------------*
005290     MOVE E-NUMERO       TO RS-NUMERO.
005300     MOVE E-CODE-SESSION TO RS-CODE-SESSION.
005310     READ FRESU03-FILE.
005320     IF WS-FRESU-STATUS NOT = '00'
005330        GO TO 2400-EXIT
005340     END-IF.
005350     EVALUATE TRUE
005360         WHEN RS-AJOURNE
005370             MOVE 'AJ' TO WS-EVAL
005380         WHEN RS-NON-EVALUE
005390             MOVE 'NE' TO WS-EVAL
005400         WHEN RS-NOTE < 10
005410             MOVE RS-NOTE TO WS-EVAL
005420     END-EVALUATE.
005430 2400-EXIT.
005440     EXIT.
005450*
005460 2600-VERSE-TRI.
005470*---------------*
005480     MOVE E-CODE-SESSION TO TR-SESSION.
005490     MOVE WS-SCORE       TO TR-SCORE.
005500     MOVE E-NUMERO       TO TR-NUMERO.
005510     MOVE E-NOM          TO TR-NOM.
005520     MOVE E-PRENOM       TO TR-PRENOM.
005530     MOVE E-STATUT       TO TR-STATUT.
005540     MOVE WS-ABS-RECENT  TO TR-ABS-RECENT.
005550     MOVE WS-ABS-AVANT   TO TR-ABS-AVANT.
005560     IF WS-ABS-RECENT > WS-ABS-AVANT
005570        MOVE 'O' TO TR-HAUSSE
005580     ELSE
005590        MOVE 'N' TO TR-HAUSSE
005600     END-IF.
005610     MOVE WS-NB-DOCS     TO TR-NB-DOCS.
005620     MOVE WS-NB-RELA     TO TR-NB-RELA.
005630     MOVE WS-EVAL        TO TR-EVAL.
005640     RELEASE TRI-REC.
005650     ADD 1 TO WS-NB-A-RISQUE.
005660 2600-EXIT.
005670     EXIT.
005680*
005690*****************************************************************
005700*  3000  -  EDITION TRIEE : UNE PAGE PAR SESSION, RANG DANS LA  *
005710*            SESSION DU SCORE LE PLUS FORT AU PLUS FAIBLE       *
005720*****************************************************************
005730 3000-EDITE-TRIE.
005740*----------------*
005750     MOVE 'N' TO WS-EOF-TRI.
005760     RETURN TRI-FILE
005770         AT END MOVE 'Y' TO WS-EOF-TRI
005780     END-RETURN.
005790     PERFORM UNTIL FIN-TRI
005800        IF TR-SESSION NOT = WS-SESSION-COUR
005810           MOVE TR-SESSION TO WS-SESSION-COUR
005820           MOVE ZERO TO WS-RANG
005830           ADD 1 TO WS-NB-SESSIONS
005840           PERFORM 3500-NOUVELLE-PAGE THRU 3500-EXIT
005850        END-IF
005860        ADD 1 TO WS-RANG
005870        PERFORM 3100-LIGNE-DETAIL THRU 3100-EXIT
005880        RETURN TRI-FILE
005890            AT END MOVE 'Y' TO WS-EOF-TRI
005900        END-RETURN
005910     END-PERFORM.
005920 3000-EXIT.
005930     EXIT.
005940*
005950 3100-LIGNE-DETAIL.
005960*------------------*
005970     MOVE WS-RANG       TO LD-RANG.
005980     MOVE TR-NUMERO     TO LD-NUMERO.
005990     MOVE TR-NOM        TO LD-NOM.
006000     MOVE TR-PRENOM     TO LD-PRENOM.
006010     MOVE TR-SCORE      TO LD-SCORE.
006020     MOVE TR-ABS-RECENT TO LD-ABS-RECENT.
006030     MOVE TR-ABS-AVANT  TO LD-ABS-AVANT.
006040     IF TR-HAUSSE = 'O'
006050        MOVE 'OUI' TO LD-HAUSSE
006060     ELSE
006070        MOVE SPACES TO LD-HAUSSE
006080     END-IF.
006090     MOVE TR-NB-DOCS    TO LD-NB-DOCS.
006100     IF TR-STATUT = 'S'
006110        MOVE 'OUI' TO LD-SUSP
006120     ELSE
006130        MOVE SPACES TO LD-SUSP
006140     END-IF.
006150     MOVE TR-NB-RELA    TO LD-NB-RELA.
006160     MOVE TR-EVAL       TO LD-EVAL.
006170     PERFORM 3400-IMPRIME-LIGNE THRU 3400-EXIT.
006180 3100-EXIT.
006190     EXIT.
006200*
006210*****************************************************************
006220*  3400  -  IMPRESSION D'UNE LIGNE, SAUT DE PAGE AUTOMATIQUE    *
006230*****************************************************************
006240 3400-IMPRIME-LIGNE.
006250*-------------------*
006260     IF WS-LIGNE-COMPTEUR > WS-LIGNES-PAGE
006270        PERFORM 3500-NOUVELLE-PAGE THRU 3500-EXIT
006280     END-IF.
006290     WRITE RAPPORT-REC FROM LIGNE-DETAIL AFTER ADVANCING 1.
006300     ADD 1 TO WS-LIGNE-COMPTEUR.
006310 3400-EXIT.
006320     EXIT.
006330*
006340 3500-NOUVELLE-PAGE.
006350*-------------------*
006360     ADD 1 TO WS-PAGE-COMPTEUR.
006370     MOVE WS-PAGE-COMPTEUR TO LE1-PAGE.
006380     MOVE WS-SESSION-COUR  TO LE1-SESSION.
006390     MOVE WS-DATE-EDIT     TO LE1-DATE.
006400     WRITE RAPPORT-REC FROM LIGNE-ENTETE1 AFTER ADVANCING PAGE.
006410     WRITE RAPPORT-REC FROM LIGNE-ENTETE2 AFTER ADVANCING 2.
006420     WRITE RAPPORT-REC FROM LIGNE-VIDE    AFTER ADVANCING 1.
006430     MOVE ZERO TO WS-LIGNE-COMPTEUR.
006440 3500-EXIT.
006450     EXIT.
006460*
006470*****************************************************************
006480*  8000  -  BILAN DU PASSAGE ET RAPPEL DES POIDS APPLIQUES      *
006490*****************************************************************
006500 8000-BILAN.
006510*-----------*
006520     IF WS-PAGE-COMPTEUR = ZERO
006530        MOVE SPACES TO WS-SESSION-COUR
006540        PERFORM 3500-NOUVELLE-PAGE THRU 3500-EXIT
006550     END-IF.
006560     WRITE RAPPORT-REC FROM LIGNE-VIDE  AFTER ADVANCING 2.
006570     MOVE WS-NB-EXAMINES TO LB-NB-EXAMINES.
006580     MOVE WS-NB-A-RISQUE TO LB-NB-A-RISQUE.
006590     MOVE WS-NB-SESSIONS TO LB-NB-SESSIONS.
006600     WRITE RAPPORT-REC FROM LIGNE-BILAN AFTER ADVANCING 1.
006610     MOVE WS-POIDS-ABS    TO LP-ABS.
006620     MOVE WS-POIDS-HAUSSE TO LP-HAUSSE.
006630     MOVE WS-POIDS-DOCS   TO LP-DOCS.
006640     MOVE WS-POIDS-SUSP   TO LP-SUSP.
006650     MOVE WS-POIDS-RELA   TO LP-RELA.
006660     MOVE WS-POIDS-EVAL   TO LP-EVAL.
006670     MOVE WS-SEUIL        TO LP-SEUIL.
006680     WRITE RAPPORT-REC FROM LIGNE-POIDS AFTER ADVANCING 1.
006690 8000-EXIT.
006700     EXIT.
006710*
006720*****************************************************************
006730*  9000  -  FERMETURE DES FICHIERS                              *
006740*****************************************************************
006750 9000-TERMINAISON.
006760*-----------------*
006770     CLOSE FSTAG03-FILE.
006780     CLOSE FPRES03-FILE.
006790     CLOSE FDOCS03-FILE.
006800     CLOSE FRESU03-FILE.
006810     CLOSE RAPPORT-FILE.
006820 9000-EXIT.
006830     EXIT.
