000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FACTFIN.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  FACTFIN  -  FACTURATION MENSUELLE DES FINANCEURS A L'HEURE    *
000090*               DE PRESENCE, POUR UN MOIS D'ABSENCES CLOTURE     *
000100*               (FCTL03 'CLOTPRES') : CHAQUE INSCRIPTION         *
000110*               FINANCEE (FINSC03, IN-FINANCEUR) EST VALORISEE   *
000120*               AU TAUX HORAIRE DE SA CONVENTION (FFINS03) -     *
000130*               JOURS DE COURS DU MOIS (CALENDRIER FCALS03,      *
000140*               FERIES ET FERMETURES FJOUR03) MOINS LES          *
000150*               ABSENCES NON PRISES EN CHARGE (FPRES03, ETAT     *
000160*               CORRIGE PAR LES REGULARISATIONS FREGU03), FOIS   *
000170*               LES HEURES PAR JOUR DE LA CONVENTION             *
000180*               UNE FACTURE PAR FINANCEUR, UNE LIGNE PAR         *
000190*               STAGIAIRE, NUMERO PRIS DANS FCTL03 ('FACTFIN ')  *
000200*               ET PIECE ENREGISTREE DANS LE REGISTRE FFACT03    *
000210*               SYSIN FACULTATIF : MOIS AAAAMM (DEFAUT = DERNIER *
000220*               MOIS CLOTURE), OU 'AVOIR ' SUIVI DU NUMERO DE    *
000230*               LA FACTURE A ANNULER - UN FINANCEUR DEJA         *
000240*               FACTURE POUR LE MOIS N'EST PAS REFACTURE TANT    *
000250*               QUE SA FACTURE N'EST PAS ANNULEE PAR UN AVOIR -  *
000260*               UN MOIS NON CLOTURE EST REFUSE (RC=8)            *
000270*  HISTORIQUE DES MODIFICATIONS                                 *
000280*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000283*  15/10/2026  SE  JOURS DE CONGE PAYE ACCORDES (FCONG03) NI     *
000286*                  FACTURES NI COMPTES EN ABSENCE               *
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-390.
000330 OBJECT-COMPUTER. IBM-390.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT FINSC03-FILE   ASSIGN TO FINSC03
000370            ORGANIZATION   INDEXED
000380            ACCESS MODE    SEQUENTIAL
000390            RECORD KEY     IN-CLE
000400            FILE STATUS    WS-FINSC-STATUS.
000410     SELECT FFINS03-FILE   ASSIGN TO FFINS03
000420            ORGANIZATION   INDEXED
000430            ACCESS MODE    SEQUENTIAL
000440            RECORD KEY     CF-CLE
000450            FILE STATUS    WS-FFINS-STATUS.
000460     SELECT FFINA03-FILE   ASSIGN TO FFINA03
000470            ORGANIZATION   INDEXED
000480            ACCESS MODE    RANDOM
000490            RECORD KEY     FI-CODE
000500            FILE STATUS    WS-FFINA-STATUS.
000510     SELECT FSESS03-FILE   ASSIGN TO FSESS03
000520            ORGANIZATION   INDEXED
000530            ACCESS MODE    RANDOM
000540            RECORD KEY     S-CODE
000550            FILE STATUS    WS-FSESS-STATUS.
000560     SELECT FCALS03-FILE   ASSIGN TO FCALS03
000570            ORGANIZATION   INDEXED
000580            ACCESS MODE    RANDOM
000590            RECORD KEY     CS-CODE
000600            FILE STATUS    WS-FCALS-STATUS.
000610     SELECT FJOUR03-FILE   ASSIGN TO FJOUR03
000620            ORGANIZATION   INDEXED
000630            ACCESS MODE    RANDOM
000640            RECORD KEY     JF-DATE
000650            FILE STATUS    WS-FJOUR-STATUS.
000660     SELECT FPRES03-FILE   ASSIGN TO FPRES03
000670            ORGANIZATION   INDEXED
000680            ACCESS MODE    DYNAMIC
000690            RECORD KEY     PR-CLE
000700            FILE STATUS    WS-FPRES-STATUS.
000701     SELECT FCONG03-FILE   ASSIGN TO FCONG03
000702            ORGANIZATION   INDEXED
000703            ACCESS MODE    DYNAMIC
000704            RECORD KEY     CG-CLE
000705            FILE STATUS    WS-FCONG-STATUS.
000710     SELECT FREGU03-FILE   ASSIGN TO FREGU03
000720            ORGANIZATION   INDEXED
000730            ACCESS MODE    DYNAMIC
000740            RECORD KEY     RG-CLE
000750            FILE STATUS    WS-FREGU-STATUS.
000760     SELECT FSTAG03-FILE   ASSIGN TO FSTAG03
000770            ORGANIZATION   INDEXED
000780            ACCESS MODE    RANDOM
000790            RECORD KEY     E-NUMERO
000800            FILE STATUS    WS-FSTAG-STATUS.
000810     SELECT FSTAGFIN-FILE  ASSIGN TO FSTAGFIN
000820            ORGANIZATION   INDEXED
000830            ACCESS MODE    RANDOM
000840            RECORD KEY     FN-NUMERO
000850            FILE STATUS    WS-FFIN-STATUS.
000860     SELECT FFACT03-FILE   ASSIGN TO FFACT03
000870            ORGANIZATION   INDEXED
000880            ACCESS MODE    DYNAMIC
000890            RECORD KEY     FA-CLE
000900            FILE STATUS    WS-FFACT-STATUS.
000910     SELECT FCTL03-FILE    ASSIGN TO FCTL03
000920            ORGANIZATION   INDEXED
000930            ACCESS MODE    RANDOM
000940            RECORD KEY     CT-CLE
000950            FILE STATUS    WS-FCTL-STATUS.
000960     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000970            ORGANIZATION   LINE SEQUENTIAL.
000980     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000990            ORGANIZATION   LINE SEQUENTIAL.
001000     SELECT TRI-FILE       ASSIGN TO TRIWK01.
001010*
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  FINSC03-FILE.
001050     COPY FINSC.
001060 FD  FFINS03-FILE.
001070     COPY FFINS.
001080 FD  FFINA03-FILE.
001090     COPY FFINA.
001100 FD  FSESS03-FILE.
001110     COPY FSESS.
001120 FD  FCALS03-FILE.
001130     COPY FCALS.
001140 FD  FJOUR03-FILE.
001150     COPY FJOUR.
001160 FD  FPRES03-FILE.
001170     COPY FPRES.
001173 FD  FCONG03-FILE.
001176     COPY FCONG.
001180 FD  FREGU03-FILE.
001190     COPY FREGU.
001200 FD  FSTAG03-FILE.
001210     COPY FSTAG.
001220 FD  FSTAGFIN-FILE.
001230     COPY FSTAGFIN.
001240 FD  FFACT03-FILE.
001250*   REGISTRE DES FACTURES ET AVOIRS AUX FINANCEURS
001260     COPY FFACT.
001270 FD  FCTL03-FILE.
001280*   ENREGISTREMENT DE CONTROLE (RUN-CONTROL)
001290     COPY FCTL.
001300*
001310 FD  SYSIN-FILE
001320     RECORDING MODE F.
001330 01  SYSIN-REC.
001340     05  SI-MOIS           PIC X(06).
001350     05  SI-FACTURE        PIC X(06).
001360     05  FILLER            PIC X(68).
001370*
001380 FD  RAPPORT-FILE
001390     RECORDING MODE F.
001400 01  RAPPORT-REC           PIC X(133).
001410*
001420 SD  TRI-FILE.
001430 01  TRI-REC.
001440     05  TS-FINANCEUR      PIC X(08).
001450     05  TS-SESSION        PIC X(10).
001460     05  TS-NUMERO         PIC 9(04).
001470     05  TS-NOM            PIC X(25).
001480     05  TS-PRENOM         PIC X(25).
001490     05  TS-REFERENCE      PIC X(20).
001500     05  TS-JOURS          PIC 9(03).
001510     05  TS-JOURS-ABS      PIC 9(03).
001520     05  TS-HEURES         PIC 9(05)V99.
001530     05  TS-TAUX           PIC 9(03)V99.
001540     05  TS-MONTANT        PIC 9(07)V99.
001550*
001560 WORKING-STORAGE SECTION.
001570 77  WS-FINSC-STATUS       PIC X(02).
001580 77  WS-FFINS-STATUS       PIC X(02).
001590 77  WS-FFINA-STATUS       PIC X(02).
001600 77  WS-FSESS-STATUS       PIC X(02).
001610 77  WS-FCALS-STATUS       PIC X(02).
001620 77  WS-FJOUR-STATUS       PIC X(02).
001630 77  WS-FPRES-STATUS       PIC X(02).
001635 77  WS-FCONG-STATUS       PIC X(02).
001640 77  WS-FREGU-STATUS       PIC X(02).
001650 77  WS-FSTAG-STATUS       PIC X(02).
001660 77  WS-FFIN-STATUS        PIC X(02).
001670 77  WS-FFACT-STATUS       PIC X(02).
001680 77  WS-FCTL-STATUS        PIC X(02).
001690 77  WS-EOF                PIC X(01)     VALUE 'N'.
001700     88  FIN-FICHIER                     VALUE 'Y'.
001710 77  WS-EOF-TRI            PIC X(01)     VALUE 'N'.
001720     88  FIN-TRI                         VALUE 'Y'.
001730 77  WS-DATE-JOUR          PIC 9(08).
001740 77  WS-HEURE-JOUR         PIC 9(08).
001750*   MODE DE L'EXECUTION : FACTURATION D'UN MOIS OU AVOIR
001760 77  WS-MODE               PIC X(01)     VALUE 'F'.
001770     88  MODE-FACTURE                    VALUE 'F'.
001780     88  MODE-AVOIR                      VALUE 'A'.
001790*   DERNIER MOIS CLOTURE ET MOIS FACTURE (AAAAMM)
001800 77  WS-MOIS-CLOS          PIC 9(06)     VALUE ZERO.
001810 77  WS-MOIS-CIBLE         PIC 9(06)     VALUE ZERO.
001820 01  WS-MOIS-DEC.
001830     05  WS-MOIS-AAAA      PIC 9(04).
001840     05  WS-MOIS-MM        PIC 9(02).
001850 01  WS-MOIS-NUM REDEFINES WS-MOIS-DEC
001860                           PIC 9(06).
001870 77  WS-MOIS-EDIT          PIC X(07).
001880 77  WS-DEB-MOIS           PIC 9(08).
001890 77  WS-FIN-MOIS           PIC 9(08).
001900*   COMPTEUR DES PIECES ('FACTFIN ' DE FCTL03)
001910 77  WS-NUM-PIECE          PIC 9(06)     VALUE ZERO.
001920 77  WS-COMPTEUR-EXISTE    PIC X(01)     VALUE 'N'.
001930*   FACTURE A ANNULER (MODE AVOIR)
001940 77  WS-NUM-ORIGINE        PIC 9(06)     VALUE ZERO.
001950 01  WS-FACT-ORIGINE       PIC X(170).
001960*   JOURS DU MOIS FACTURE : JOUR DE LA SEMAINE (1 = LUNDI ...
001970*   7 = DIMANCHE) ET JOUR FERIE / FERMETURE DE SITE (FJOUR03) ;
001980*   PAR INSCRIPTION : JOUR DE COURS ET ETAT EFFECTIF DU JOUR
001990*   (' ' PRESENT, SINON STATUT DE JUSTIFICATION DE L'ABSENCE)
002000 77  WS-NB-JOURS-MOIS      PIC 9(02).
002010 01  JOURS-MOIS-TABLE.
002020     05 FILLER PIC X(24) VALUE '312831303130313130313031'.
002030 01  JOURS-MOIS-TBL REDEFINES JOURS-MOIS-TABLE.
002040     05  JM-NB             PIC 9(02) OCCURS 12 TIMES.
002050 01  WS-JOURS-TABLE.
002060     05  WS-JOUR-ENTRY OCCURS 31 TIMES.
002070         10  WS-JSEM       PIC 9(01).
002080         10  WS-FERIE      PIC X(01).
002085*   JOUR DE COURS : 'O' FACTURABLE, 'N' NON, 'C' CONGE PAYE
002090         10  WS-COURS      PIC X(01).
002100         10  WS-ETAT       PIC X(01).
002110 77  WS-IND-JJ             PIC 9(02).
002120 77  WS-ZEL-AAAA           PIC 9(04).
002130 77  WS-ZEL-MM             PIC 9(02).
002140 77  WS-ZEL-JJ             PIC 9(02).
002150 77  WS-ZEL-K              PIC 9(04).
002160 77  WS-ZEL-J              PIC 9(04).
002170 77  WS-ZEL-H              PIC 9(04).
002180*   JOURS DE COURS DE LA SESSION (FCALS03, LUNDI-VENDREDI A
002190*   DEFAUT D'ENTREE) ET DATES D'EXCEPTION SANS COURS
002200 01  WS-SEMAINE            PIC X(07).
002210 01  WS-SEMAINE-R REDEFINES WS-SEMAINE.
002220     05  WS-SEM-JOUR       PIC X(01) OCCURS 7 TIMES.
002230 01  WS-EXCEPTIONS.
002240     05  WS-EXCEPTION      PIC 9(08) OCCURS 10 TIMES.
002250 77  WS-IND-EX             PIC 9(02) COMP.
002260 77  WS-EXCLU              PIC X(01).
002270*   BORNES DE L'INSCRIPTION DANS LE MOIS (AAAAMMJJ)
002280 77  WS-DEB-INS            PIC 9(08).
002290 77  WS-FIN-INS            PIC 9(08).
002300 77  WS-DATE-AMJ           PIC 9(08).
002310 77  WS-DATE-JMA           PIC 9(08).
002320*   VALORISATION DE L'INSCRIPTION
002330 77  WS-JOURS              PIC 9(03).
002340 77  WS-JOURS-ABS          PIC 9(03).
002350 77  WS-HEURES-JOUR        PIC 9(02)V99.
002360 77  WS-HEURES             PIC 9(05)V99.
002370 77  WS-MONTANT            PIC 9(07)V99.
002380*   TABLE DES CONVENTIONS FACTURABLES (TAUX HORAIRE RENSEIGNE)
002390 77  WS-IND                PIC 9(03) COMP.
002400 77  WS-IND-CV             PIC 9(03) COMP.
002410 77  WS-NB-CONV            PIC 9(03) COMP VALUE ZERO.
002420 01  WS-CONV-TABLE.
002430     05  WS-CONV-ENTRY OCCURS 200 TIMES.
002440         10  WS-CV-SESSION     PIC X(10).
002450         10  WS-CV-FINANCEUR   PIC X(08).
002460         10  WS-CV-TAUX        PIC 9(03)V99.
002470         10  WS-CV-HEURES-JOUR PIC 9(02)V99.
002480         10  WS-CV-ABS-JUSTIF  PIC X(01).
002490         10  WS-CV-REFERENCE   PIC X(20).
002500*   FINANCEURS DEJA FACTURES POUR LE MOIS (FACTURE NON ANNULEE)
002510 77  WS-NB-DEJA            PIC 9(03) COMP VALUE ZERO.
002520 01  WS-DEJA-TABLE.
002530     05  WS-DEJA-FINANCEUR PIC X(08) OCCURS 100 TIMES.
002540 77  WS-TROUVE             PIC X(01).
002550*   PIECE EN COURS ET CUMULS
002560 77  WS-FIN-COUR           PIC X(08)     VALUE LOW-VALUE.
002570 77  WS-RANG               PIC 9(04)     VALUE ZERO.
002580 77  WS-PIECE-HEURES       PIC 9(05)V99  VALUE ZERO.
002590 77  WS-PIECE-MONTANT      PIC 9(07)V99  VALUE ZERO.
002600 77  WS-PIECE-JOURS        PIC 9(03)     VALUE ZERO.
002610 77  WS-PIECE-ABS          PIC 9(03)     VALUE ZERO.
002620 77  WS-NB-PIECES          PIC 9(04) COMP VALUE ZERO.
002630 77  WS-NB-LIGNES          PIC 9(06) COMP VALUE ZERO.
002640 77  WS-NB-SANS-CONV       PIC 9(06) COMP VALUE ZERO.
002650 77  WS-NB-DEJA-FACT       PIC 9(06) COMP VALUE ZERO.
002660 77  WS-TOT-MONTANT        PIC 9(09)V99  VALUE ZERO.
002670 77  WS-NB-ED              PIC ZZZZZ9.
002680 77  WS-MONTANT-ED         PIC ZZZZZZZZ9.99.
002690 77  WS-HEURES-ED          PIC ZZZZ9.99.
002700 77  WS-DATE-EDIT          PIC X(10).
002710 01  LIGNE                 PIC X(133).
002720*   LIGNE DE DETAIL DE LA PIECE
002730 01  LIGNE-DETAIL.
002740     05  FILLER            PIC X(01) VALUE SPACE.
002750     05  LD-NUMERO         PIC 9(04).
002760     05  FILLER            PIC X(02) VALUE SPACE.
002770     05  LD-NOM            PIC X(25).
002780     05  FILLER            PIC X(01) VALUE SPACE.
002790     05  LD-PRENOM         PIC X(15).
002800     05  FILLER            PIC X(02) VALUE SPACE.
002810     05  LD-SESSION        PIC X(10).
002820     05  FILLER            PIC X(02) VALUE SPACE.
002830     05  LD-JOURS          PIC ZZ9.
002840     05  FILLER            PIC X(03) VALUE SPACE.
002850     05  LD-ABS            PIC ZZ9.
002860     05  FILLER            PIC X(02) VALUE SPACE.
002870     05  LD-HEURES         PIC ZZZZ9.99.
002880     05  FILLER            PIC X(02) VALUE SPACE.
002890     05  LD-TAUX           PIC ZZ9.99.
002900     05  FILLER            PIC X(02) VALUE SPACE.
002910     05  LD-MONTANT        PIC ZZZZZZ9.99.
002920     05  FILLER            PIC X(36) VALUE SPACE.
002930*
002940 PROCEDURE DIVISION.
002950 0000-MAINLINE.
002960*----------------*
002970     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
002980     IF MODE-AVOIR
002990        PERFORM 5000-AVOIR THRU 5000-EXIT
003000     ELSE
003010        PERFORM 1100-CHARGE-CONVENTIONS THRU 1100-EXIT
003020        PERFORM 1200-CHARGE-FACTURES    THRU 1200-EXIT
003030        PERFORM 1300-JOURS-DU-MOIS      THRU 1300-EXIT
003040        SORT TRI-FILE
003050            ON ASCENDING KEY TS-FINANCEUR TS-SESSION TS-NUMERO
003060            INPUT  PROCEDURE 2000-ALIMENTE-TRI  THRU 2000-EXIT
003070            OUTPUT PROCEDURE 7000-EDITE-PIECES  THRU 7000-EXIT
003080     END-IF.
003090     PERFORM 8000-RECAPITULATIF THRU 8000-EXIT.
003100     PERFORM 9000-TERMINAISON   THRU 9000-EXIT.
003110     STOP RUN.
003120*
003130*****************************************************************
003140*  1000  -  LECTURE DU SYSIN, DU DERNIER MOIS CLOTURE ET DU      *
003150*            COMPTEUR DES PIECES, CONTROLE DU MOIS A FACTURER    *
003160*****************************************************************
003170 1000-INITIALISATION.
003180*--------------------*
003190     ACCEPT WS-DATE-JOUR  FROM DATE YYYYMMDD.
003200     ACCEPT WS-HEURE-JOUR FROM TIME.
003210     OPEN INPUT  SYSIN-FILE.
003220     READ SYSIN-FILE
003230         AT END     CONTINUE
003240         NOT AT END
003250             IF SI-MOIS = 'AVOIR '
003260                MOVE 'A' TO WS-MODE
003270                IF SI-FACTURE NUMERIC
003280                   MOVE SI-FACTURE TO WS-NUM-ORIGINE
003290                END-IF
003300             ELSE
003310                IF SI-MOIS NUMERIC
003320                   MOVE SI-MOIS TO WS-MOIS-CIBLE
003330                END-IF
003340             END-IF
003350     END-READ.
003360     CLOSE SYSIN-FILE.
003370     IF MODE-AVOIR AND WS-NUM-ORIGINE = ZERO
003380        DISPLAY 'FACTFIN - AVOIR SANS NUMERO DE FACTURE VALIDE'
003390        MOVE 8 TO RETURN-CODE
003400        STOP RUN
003410     END-IF.
003420     OPEN I-O FCTL03-FILE.
003430     IF WS-FCTL-STATUS NOT = '00'
003440        PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
003450     END-IF.
003460     MOVE 'CLOTPRES' TO CT-CLE.
003470     READ FCTL03-FILE.
003480     IF WS-FCTL-STATUS = '00'
003490        MOVE CT-SEQUENCE TO WS-MOIS-CLOS
003500     ELSE
003510        IF WS-FCTL-STATUS NOT = '23'
003520           PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
003530        END-IF
003540     END-IF.
003550     MOVE 'FACTFIN ' TO CT-CLE.
003560     READ FCTL03-FILE.
003570     IF WS-FCTL-STATUS = '00'
003580        MOVE CT-SEQUENCE TO WS-NUM-PIECE
003590        MOVE 'O' TO WS-COMPTEUR-EXISTE
003600     ELSE
003610        IF WS-FCTL-STATUS NOT = '23'
003620           PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
003630        END-IF
003640     END-IF.
003650     IF MODE-FACTURE
003660        PERFORM 1050-CONTROLE-MOIS THRU 1050-EXIT
003670     END-IF.
003680     OPEN INPUT  FINSC03-FILE.
003690     OPEN INPUT  FFINS03-FILE.
003700     OPEN INPUT  FFINA03-FILE.
003710     OPEN INPUT  FSESS03-FILE.
003720     OPEN INPUT  FCALS03-FILE.
003730     OPEN INPUT  FJOUR03-FILE.
003740     OPEN INPUT  FPRES03-FILE.
003745     OPEN INPUT  FCONG03-FILE.
003750     OPEN INPUT  FREGU03-FILE.
003760     OPEN INPUT  FSTAG03-FILE.
003770     OPEN INPUT  FSTAGFIN-FILE.
003780     OPEN I-O    FFACT03-FILE.
003790     IF WS-FFACT-STATUS NOT = '00'
003800        PERFORM 9540-ERREUR-FFACT THRU 9540-EXIT
003810     END-IF.
003820     OPEN OUTPUT RAPPORT-FILE.
003830 1000-EXIT.
003840     EXIT.
003850*
003860*****************************************************************
003870*  1050  -  MOIS A FACTURER : PAR DEFAUT LE DERNIER MOIS CLOTURE *
003880*            - LES ABSENCES D'UN MOIS NON CLOTURE PEUVENT ENCORE *
003890*            CHANGER, SA FACTURATION EST REFUSEE                 *
003900*****************************************************************
003910 1050-CONTROLE-MOIS.
003920*-------------------*
003930     IF WS-MOIS-CLOS = ZERO
003940        DISPLAY 'FACTFIN - AUCUN MOIS CLOTURE - RIEN A FACTURER'
003950        CLOSE FCTL03-FILE
003960        STOP RUN
003970     END-IF.
003980     IF WS-MOIS-CIBLE = ZERO
003990        MOVE WS-MOIS-CLOS TO WS-MOIS-CIBLE
004000     END-IF.
004010     MOVE WS-MOIS-CIBLE TO WS-MOIS-NUM.
004020     IF WS-MOIS-MM < 01 OR WS-MOIS-MM > 12
004030        DISPLAY 'FACTFIN - MOIS DEMANDE INVALIDE : '
004040                WS-MOIS-CIBLE
004050        MOVE 8 TO RETURN-CODE
004060        CLOSE FCTL03-FILE
004070        STOP RUN
004080     END-IF.
004090     IF WS-MOIS-CIBLE > WS-MOIS-CLOS
004100        DISPLAY 'FACTFIN - MOIS ' WS-MOIS-CIBLE
004110                ' NON CLOTURE (DERNIERE CLOTURE '
004120                WS-MOIS-CLOS ') - FACTURATION REFUSEE'
004130        MOVE 8 TO RETURN-CODE
004140        CLOSE FCTL03-FILE
004150        STOP RUN
004160     END-IF.
004170     MOVE SPACE TO WS-MOIS-EDIT.
004180     STRING WS-MOIS-MM '/' WS-MOIS-AAAA
004190            DELIMITED BY SIZE INTO WS-MOIS-EDIT.
004200     COMPUTE WS-DEB-MOIS = WS-MOIS-CIBLE * 100 + 1.
004210 1050-EXIT.
004220     EXIT.
004230*
004240*****************************************************************
004250*  1100  -  CHARGEMENT DES CONVENTIONS FACTURABLES (TAUX HORAIRE *
004260*            RENSEIGNE) - SANS HEURES PAR JOUR, LA JOURNEE DE    *
004270*            COURS VAUT 7 HEURES                                 *
004280*****************************************************************
004290 1100-CHARGE-CONVENTIONS.
004300*------------------------*
004310     MOVE 'N' TO WS-EOF.
004320     READ FFINS03-FILE
004330         AT END MOVE 'Y' TO WS-EOF
004340     END-READ.
004350     PERFORM UNTIL FIN-FICHIER OR WS-NB-CONV >= 200
004360        IF CF-TAUX-HORAIRE > ZERO
004370           ADD 1 TO WS-NB-CONV
004380           MOVE CF-CODE-SESSION  TO WS-CV-SESSION(WS-NB-CONV)
004390           MOVE CF-FINANCEUR     TO WS-CV-FINANCEUR(WS-NB-CONV)
004400           MOVE CF-TAUX-HORAIRE  TO WS-CV-TAUX(WS-NB-CONV)
004410           MOVE CF-HEURES-JOUR   TO WS-CV-HEURES-JOUR(WS-NB-CONV)
004420           IF CF-HEURES-JOUR = ZERO
004430              MOVE 7 TO WS-CV-HEURES-JOUR(WS-NB-CONV)
004440           END-IF
004450           MOVE CF-ABS-JUSTIFIEE TO WS-CV-ABS-JUSTIF(WS-NB-CONV)
004460           MOVE CF-REFERENCE     TO WS-CV-REFERENCE(WS-NB-CONV)
004470        END-IF
004480        READ FFINS03-FILE
004490            AT END MOVE 'Y' TO WS-EOF
004500        END-READ
004510     END-PERFORM.
004520 1100-EXIT.
004530     EXIT.
004540*
004550*****************************************************************
004560*  1200  -  FINANCEURS DEJA FACTURES POUR LE MOIS (EN-TETES DE   *
004570*            FACTURE NON ANNULEE DU REGISTRE FFACT03)            *
004580*****************************************************************
004590 1200-CHARGE-FACTURES.
004600*---------------------*
004610     MOVE ZERO TO FA-CLE.
004620     START FFACT03-FILE KEY >= FA-CLE.
004630     IF WS-FFACT-STATUS NOT = '00'
004640        GO TO 1200-EXIT
004650     END-IF.
004660     READ FFACT03-FILE NEXT.
004670     PERFORM UNTIL WS-FFACT-STATUS NOT = '00'
004680        IF FA-LIGNE = ZERO AND FA-FACTURE AND FA-EMISE
004690           AND FA-MOIS = WS-MOIS-CIBLE AND WS-NB-DEJA < 100
004700           ADD 1 TO WS-NB-DEJA
004710           MOVE FA-FINANCEUR TO WS-DEJA-FINANCEUR(WS-NB-DEJA)
004720           DISPLAY 'FACTFIN - FINANCEUR ' FA-FINANCEUR
004730                   ' DEJA FACTURE POUR ' WS-MOIS-EDIT
004740                   ' (FACTURE ' FA-NUMERO ')'
004750        END-IF
004760        READ FFACT03-FILE NEXT
004770     END-PERFORM.
004780     IF WS-FFACT-STATUS NOT = '10'
004790        PERFORM 9540-ERREUR-FFACT THRU 9540-EXIT
004800     END-IF.
004810 1200-EXIT.
004820     EXIT.
004830*
004840*****************************************************************
004850*  1300  -  JOURS DU MOIS FACTURE : JOUR DE LA SEMAINE ET JOUR   *
004860*            FERIE OU DE FERMETURE (FJOUR03)                     *
004870*****************************************************************
004880 1300-JOURS-DU-MOIS.
004890*-------------------*
004900     MOVE WS-MOIS-MM TO WS-NB-JOURS-MOIS.
004910     MOVE JM-NB(WS-NB-JOURS-MOIS) TO WS-NB-JOURS-MOIS.
004920*   ANNEE BISSEXTILE : REGLE SIMPLE DU DIVISIBLE PAR 4,
004930*   SUFFISANTE SUR LA PLAGE DE DATES DE L'APPLICATION
004940     IF WS-MOIS-MM = 02
004950        MOVE WS-MOIS-AAAA TO WS-ZEL-AAAA
004960        DIVIDE WS-ZEL-AAAA BY 4 GIVING WS-ZEL-K
004970           REMAINDER WS-ZEL-H
004980        IF WS-ZEL-H = ZERO
004990           MOVE 29 TO WS-NB-JOURS-MOIS
005000        END-IF
005010     END-IF.
005020     COMPUTE WS-FIN-MOIS = WS-MOIS-CIBLE * 100 + WS-NB-JOURS-MOIS.
005030     PERFORM VARYING WS-ZEL-JJ FROM 1 BY 1
005040             UNTIL WS-ZEL-JJ > WS-NB-JOURS-MOIS
005050        PERFORM 1350-JOUR-SEMAINE THRU 1350-EXIT
005060        EVALUATE WS-ZEL-H
005070           WHEN 0
005080              MOVE 6 TO WS-JSEM(WS-ZEL-JJ)
005090           WHEN 1
005100              MOVE 7 TO WS-JSEM(WS-ZEL-JJ)
005110           WHEN OTHER
005120              COMPUTE WS-JSEM(WS-ZEL-JJ) = WS-ZEL-H - 1
005130        END-EVALUATE
005140        MOVE 'N' TO WS-FERIE(WS-ZEL-JJ)
005150        COMPUTE JF-DATE = WS-MOIS-CIBLE * 100 + WS-ZEL-JJ
005160        READ FJOUR03-FILE
005170        IF WS-FJOUR-STATUS = '00'
005180           MOVE 'O' TO WS-FERIE(WS-ZEL-JJ)
005190        END-IF
005200     END-PERFORM.
005210 1300-EXIT.
005220     EXIT.
005230*
005240*****************************************************************
005250*  1350  -  JOUR DE LA SEMAINE DU WS-ZEL-JJ DU MOIS FACTURE      *
005260*            (CONGRUENCE DE ZELLER, H : 0 = SAMEDI, 1 = DIMANCHE,*
005270*            2 = LUNDI ... - JANVIER ET FEVRIER SONT COMPTES     *
005280*            MOIS 13 ET 14 DE L'ANNEE PRECEDENTE)                *
005290*****************************************************************
005300 1350-JOUR-SEMAINE.
005310*------------------*
005320     MOVE WS-MOIS-AAAA TO WS-ZEL-AAAA.
005330     MOVE WS-MOIS-MM   TO WS-ZEL-MM.
005340     IF WS-ZEL-MM < 3
005350        ADD 12 TO WS-ZEL-MM
005360        SUBTRACT 1 FROM WS-ZEL-AAAA
005370     END-IF.
005380     DIVIDE WS-ZEL-AAAA BY 100 GIVING WS-ZEL-J
005390        REMAINDER WS-ZEL-K.
005400     COMPUTE WS-ZEL-H = WS-ZEL-JJ
005410        + ((13 * (WS-ZEL-MM + 1)) / 5)
005420        + WS-ZEL-K + (WS-ZEL-K / 4) + (WS-ZEL-J / 4)
005430        + (5 * WS-ZEL-J).
005440     DIVIDE WS-ZEL-H BY 7 GIVING WS-ZEL-AAAA
005450        REMAINDER WS-ZEL-H.
005460 1350-EXIT.
005470     EXIT.
005480*
005490*****************************************************************
005500*  2000  -  PARCOURS DE L'HISTORIQUE DES INSCRIPTIONS : CHAQUE   *
005510*            INSCRIPTION FINANCEE ET FACTURABLE PRESENTE DANS LE *
005520*            MOIS DONNE UNE LIGNE DE FACTURE                     *
005530*****************************************************************
005540 2000-ALIMENTE-TRI.
005550*------------------*
005560     MOVE 'N' TO WS-EOF.
005570     READ FINSC03-FILE
005580         AT END MOVE 'Y' TO WS-EOF
005590     END-READ.
005600     PERFORM UNTIL FIN-FICHIER
005610        IF IN-FINANCEUR NOT = SPACE
005620           PERFORM 2100-TRAITE-INSCRIPTION THRU 2100-EXIT
005630        END-IF
005640        READ FINSC03-FILE
005650            AT END MOVE 'Y' TO WS-EOF
005660        END-READ
005670     END-PERFORM.
005680 2000-EXIT.
005690     EXIT.
005700*
005710*****************************************************************
005720*  2100  -  VALORISATION D'UNE INSCRIPTION FINANCEE : JOURS DE   *
005730*            COURS DE LA SESSION DANS LE MOIS, BORNES PAR LES    *
005740*            DATES DE L'INSCRIPTION ET DE LA SESSION, MOINS LES  *
005750*            ABSENCES NON PRISES EN CHARGE PAR LA CONVENTION     *
005755*            ET HORS JOURS DE CONGE PAYE ACCORDES                *
005760*****************************************************************
005770 2100-TRAITE-INSCRIPTION.
005780*------------------------*
005790     MOVE 'N' TO WS-TROUVE.
005800     PERFORM VARYING WS-IND FROM 1 BY 1
005810             UNTIL WS-IND > WS-NB-DEJA
005820        IF WS-DEJA-FINANCEUR(WS-IND) = IN-FINANCEUR
005830           MOVE 'O' TO WS-TROUVE
005840        END-IF
005850     END-PERFORM.
005860     IF WS-TROUVE = 'O'
005870        ADD 1 TO WS-NB-DEJA-FACT
005880        GO TO 2100-EXIT
005890     END-IF.
005900*   BORNES DE L'INSCRIPTION (JJMMAAAA DANS FINSC03) - UNE
005910*   INSCRIPTION NON SOLDEE COURT JUSQU'A LA FIN DU MOIS
005920     MOVE IN-DATE-DEBUT TO WS-DATE-JMA.
005930     PERFORM 2150-CONV-DATE THRU 2150-EXIT.
005940     MOVE WS-DATE-AMJ TO WS-DEB-INS.
005950     MOVE WS-FIN-MOIS TO WS-FIN-INS.
005960     IF IN-DATE-FIN NOT = ZERO
005970        MOVE IN-DATE-FIN TO WS-DATE-JMA
005980        PERFORM 2150-CONV-DATE THRU 2150-EXIT
005990        IF WS-DATE-AMJ < WS-FIN-INS
006000           MOVE WS-DATE-AMJ TO WS-FIN-INS
006010        END-IF
006020     END-IF.
006030     IF WS-DEB-INS < WS-DEB-MOIS
006040        MOVE WS-DEB-MOIS TO WS-DEB-INS
006050     END-IF.
006060     IF WS-DEB-INS > WS-FIN-INS
006070        GO TO 2100-EXIT
006080     END-IF.
006090     MOVE ZERO TO WS-IND-CV.
006100     PERFORM VARYING WS-IND FROM 1 BY 1
006110             UNTIL WS-IND > WS-NB-CONV
006120        IF WS-CV-SESSION(WS-IND) = IN-CODE-SESSION
006130           AND WS-CV-FINANCEUR(WS-IND) = IN-FINANCEUR
006140           MOVE WS-IND TO WS-IND-CV
006150        END-IF
006160     END-PERFORM.
006170     IF WS-IND-CV = ZERO
006180        ADD 1 TO WS-NB-SANS-CONV
006190        DISPLAY 'FACTFIN - STAGIAIRE ' IN-NUMERO ' SESSION '
006200                IN-CODE-SESSION ' FINANCEUR ' IN-FINANCEUR
006210                ' SANS CONVENTION FACTURABLE'
006220        GO TO 2100-EXIT
006230     END-IF.
006240*   LA SESSION BORNE AUSSI LA PERIODE (DATES JJMMAAAA)
006250     MOVE IN-CODE-SESSION TO S-CODE.
006260     READ FSESS03-FILE.
006270     IF WS-FSESS-STATUS = '00'
006280        IF S-DATE-DEBUT NOT = ZERO
006290           MOVE S-DATE-DEBUT TO WS-DATE-JMA
006300           PERFORM 2150-CONV-DATE THRU 2150-EXIT
006310           IF WS-DATE-AMJ > WS-DEB-INS
006320              MOVE WS-DATE-AMJ TO WS-DEB-INS
006330           END-IF
006340        END-IF
006350        IF S-DATE-FIN NOT = ZERO
006360           MOVE S-DATE-FIN TO WS-DATE-JMA
006370           PERFORM 2150-CONV-DATE THRU 2150-EXIT
006380           IF WS-DATE-AMJ < WS-FIN-INS
006390              MOVE WS-DATE-AMJ TO WS-FIN-INS
006400           END-IF
006410        END-IF
006420     END-IF.
006430     PERFORM 2200-JOURS-DE-COURS THRU 2200-EXIT.
006435     PERFORM 2250-CONGES-PAYES   THRU 2250-EXIT.
006440     IF WS-JOURS = ZERO
006450        GO TO 2100-EXIT
006460     END-IF.
006470     PERFORM 2300-ETAT-DES-JOURS THRU 2300-EXIT.
006480     MOVE ZERO TO WS-JOURS-ABS.
006490     PERFORM VARYING WS-IND-JJ FROM 1 BY 1
006500             UNTIL WS-IND-JJ > WS-NB-JOURS-MOIS
006510        IF WS-COURS(WS-IND-JJ) = 'O'
006520           AND WS-ETAT(WS-IND-JJ) NOT = SPACE
006530           IF WS-ETAT(WS-IND-JJ) NOT = 'J'
006540              OR WS-CV-ABS-JUSTIF(WS-IND-CV) NOT = 'O'
006550              ADD 1 TO WS-JOURS-ABS
006560           END-IF
006570        END-IF
006580     END-PERFORM.
006590     MOVE WS-CV-HEURES-JOUR(WS-IND-CV) TO WS-HEURES-JOUR.
006600     COMPUTE WS-HEURES = (WS-JOURS - WS-JOURS-ABS)
006610                       * WS-HEURES-JOUR.
006620     COMPUTE WS-MONTANT ROUNDED = WS-HEURES
006630                                * WS-CV-TAUX(WS-IND-CV).
006640     PERFORM 2400-NOM-STAGIAIRE THRU 2400-EXIT.
006650     MOVE IN-FINANCEUR                TO TS-FINANCEUR.
006660     MOVE IN-CODE-SESSION             TO TS-SESSION.
006670     MOVE IN-NUMERO                   TO TS-NUMERO.
006680     MOVE WS-CV-REFERENCE(WS-IND-CV)  TO TS-REFERENCE.
006690     MOVE WS-JOURS                    TO TS-JOURS.
006700     MOVE WS-JOURS-ABS                TO TS-JOURS-ABS.
006710     MOVE WS-HEURES                   TO TS-HEURES.
006720     MOVE WS-CV-TAUX(WS-IND-CV)       TO TS-TAUX.
006730     MOVE WS-MONTANT                  TO TS-MONTANT.
006740     RELEASE TRI-REC.
006750 2100-EXIT.
006760     EXIT.
006770*
006780 2150-CONV-DATE.
006790*---------------*
006800     MOVE WS-DATE-JMA(5:4) TO WS-DATE-AMJ(1:4).
006810     MOVE WS-DATE-JMA(3:2) TO WS-DATE-AMJ(5:2).
006820     MOVE WS-DATE-JMA(1:2) TO WS-DATE-AMJ(7:2).
006830 2150-EXIT.
006840     EXIT.
006850*
006860*****************************************************************
006870*  2200  -  JOURS DE COURS DE LA SESSION ENTRE LES BORNES :      *
006880*            JOURS DE LA SEMAINE DU CALENDRIER FCALS03 (LUNDI-   *
006890*            VENDREDI SANS ENTREE), HORS DATES D'EXCEPTION ET    *
006900*            HORS JOURS FERIES / FERMETURES                      *
006910*****************************************************************
006920 2200-JOURS-DE-COURS.
006930*--------------------*
006940     MOVE IN-CODE-SESSION TO CS-CODE.
006950     READ FCALS03-FILE.
006960     IF WS-FCALS-STATUS = '00'
006970        MOVE CS-JOURS      TO WS-SEMAINE
006980        MOVE CS-EXCEPTIONS TO WS-EXCEPTIONS
006990     ELSE
007000        MOVE 'OOOOONN'     TO WS-SEMAINE
007010        MOVE ZERO          TO WS-EXCEPTIONS
007020     END-IF.
007030     MOVE ZERO TO WS-JOURS.
007040     PERFORM VARYING WS-IND-JJ FROM 1 BY 1
007050             UNTIL WS-IND-JJ > WS-NB-JOURS-MOIS
007060        MOVE 'N' TO WS-COURS(WS-IND-JJ)
007070        COMPUTE WS-DATE-AMJ = WS-MOIS-CIBLE * 100 + WS-IND-JJ
007080        IF WS-DATE-AMJ NOT < WS-DEB-INS
007090           AND WS-DATE-AMJ NOT > WS-FIN-INS
007100           AND WS-SEM-JOUR(WS-JSEM(WS-IND-JJ)) = 'O'
007110           AND WS-FERIE(WS-IND-JJ) NOT = 'O'
007120           MOVE 'N' TO WS-EXCLU
007130           PERFORM VARYING WS-IND-EX FROM 1 BY 1
007140                   UNTIL WS-IND-EX > 10
007150              IF WS-EXCEPTION(WS-IND-EX) = WS-DATE-AMJ
007160                 MOVE 'O' TO WS-EXCLU
007170              END-IF
007180           END-PERFORM
007190           IF WS-EXCLU = 'N'
007200              MOVE 'O' TO WS-COURS(WS-IND-JJ)
007210              ADD 1 TO WS-JOURS
007220           END-IF
007230        END-IF
007240     END-PERFORM.
007250 2200-EXIT.
007260     EXIT.
007270*
007271*****************************************************************
007272*  2250  -  JOURS DE CONGE PAYE ACCORDES DU MOIS (FCONG03, ETAT  *
007273*            'A') : NI PRESENCE NI ABSENCE, ILS SONT RETIRES DES *
007274*            JOURS DE COURS FACTURABLES ('C')                    *
007275*****************************************************************
007276 2250-CONGES-PAYES.
007277*------------------*
007278     MOVE IN-NUMERO   TO CG-NUMERO.
007279     MOVE WS-DEB-MOIS TO CG-DATE.
007280     START FCONG03-FILE KEY >= CG-CLE.
007281     IF WS-FCONG-STATUS = '00'
007282        READ FCONG03-FILE NEXT
007283        PERFORM UNTIL WS-FCONG-STATUS NOT = '00'
007284                OR CG-NUMERO NOT = IN-NUMERO
007285                OR CG-DATE(1:6) NOT = WS-MOIS-CIBLE
007286           MOVE CG-DATE(7:2) TO WS-IND-JJ
007287           IF CG-ACCORDE
007288              AND WS-COURS(WS-IND-JJ) = 'O'
007289              MOVE 'C' TO WS-COURS(WS-IND-JJ)
007290              SUBTRACT 1 FROM WS-JOURS
007291           END-IF
007292           READ FCONG03-FILE NEXT
007293        END-PERFORM
007294     END-IF.
007295 2250-EXIT.
007296     EXIT.
007297*
007298*****************************************************************
007299*  2300  -  ETAT EFFECTIF DES JOURS DU MOIS POUR LA SESSION :    *
007300*            ABSENCE FPRES03 (FIGEE A LA CLOTURE), REMPLACEE PAR *
007310*            LA DERNIERE REGULARISATION FREGU03 DU JOUR          *
007320*****************************************************************
007330 2300-ETAT-DES-JOURS.
007340*--------------------*
007350     PERFORM VARYING WS-IND-JJ FROM 1 BY 1
007360             UNTIL WS-IND-JJ > 31
007370        MOVE SPACE TO WS-ETAT(WS-IND-JJ)
007380     END-PERFORM.
007390     MOVE IN-NUMERO   TO PR-NUMERO.
007400     MOVE WS-DEB-MOIS TO PR-DATE.
007410     START FPRES03-FILE KEY >= PR-CLE.
007420     IF WS-FPRES-STATUS = '00'
007430        READ FPRES03-FILE NEXT
007440        PERFORM UNTIL WS-FPRES-STATUS NOT = '00'
007450                OR PR-NUMERO NOT = IN-NUMERO
007460                OR PR-DATE(1:6) NOT = WS-MOIS-CIBLE
007470           IF PR-CODE-SESSION = IN-CODE-SESSION
007480              MOVE PR-DATE(7:2) TO WS-IND-JJ
007490              MOVE PR-JUSTIF    TO WS-ETAT(WS-IND-JJ)
007500           END-IF
007510           READ FPRES03-FILE NEXT
007520        END-PERFORM
007530     END-IF.
007540     MOVE IN-NUMERO   TO RG-NUMERO.
007550     MOVE WS-DEB-MOIS TO RG-DATE-ABS.
007560     MOVE ZERO        TO RG-DATE-ENREG RG-HEURE-ENREG.
007570     START FREGU03-FILE KEY >= RG-CLE.
007580     IF WS-FREGU-STATUS = '00'
007590        READ FREGU03-FILE NEXT
007600        PERFORM UNTIL WS-FREGU-STATUS NOT = '00'
007610                OR RG-NUMERO NOT = IN-NUMERO
007620                OR RG-DATE-ABS(1:6) NOT = WS-MOIS-CIBLE
007630           IF RG-CODE-SESSION = IN-CODE-SESSION
007640              MOVE RG-DATE-ABS(7:2) TO WS-IND-JJ
007650              MOVE RG-APRES         TO WS-ETAT(WS-IND-JJ)
007660           END-IF
007670           READ FREGU03-FILE NEXT
007680        END-PERFORM
007690     END-IF.
007700 2300-EXIT.
007710     EXIT.
007720*
007730*****************************************************************
007740*  2400  -  NOM DU STAGIAIRE (FICHIER MAITRE, A DEFAUT FICHIER   *
007750*            DES STAGES TERMINES)                                *
007760*****************************************************************
007770 2400-NOM-STAGIAIRE.
007780*-------------------*
007790     MOVE SPACE TO TS-NOM TS-PRENOM.
007800     MOVE IN-NUMERO TO E-NUMERO.
007810     READ FSTAG03-FILE.
007820     IF WS-FSTAG-STATUS = '00'
007830        MOVE E-NOM    TO TS-NOM
007840        MOVE E-PRENOM TO TS-PRENOM
007850     ELSE
007860        MOVE IN-NUMERO TO FN-NUMERO
007870        READ FSTAGFIN-FILE
007880        IF WS-FFIN-STATUS = '00'
007890           MOVE FN-NOM    TO TS-NOM
007900           MOVE FN-PRENOM TO TS-PRENOM
007910        END-IF
007920     END-IF.
007930 2400-EXIT.
007940     EXIT.
007950*
007960*****************************************************************
007970*  5000  -  AVOIR : ANNULATION D'UNE FACTURE EMISE - L'AVOIR     *
007980*            REPREND TOUTES SES LIGNES SOUS UN NOUVEAU NUMERO ET *
007990*            LA FACTURE EST MARQUEE ANNULEE, LE MOIS DU          *
008000*            FINANCEUR PEUT ALORS ETRE REFACTURE                 *
008010*****************************************************************
008020 5000-AVOIR.
008030*-----------*
008040     MOVE WS-NUM-ORIGINE TO FA-NUMERO.
008050     MOVE ZERO           TO FA-LIGNE.
008060     READ FFACT03-FILE.
008070     IF WS-FFACT-STATUS = '23'
008080        DISPLAY 'FACTFIN - FACTURE ' WS-NUM-ORIGINE ' INCONNUE'
008090        MOVE 8 TO RETURN-CODE
008100        GO TO 5000-EXIT
008110     END-IF.
008120     IF WS-FFACT-STATUS NOT = '00'
008130        PERFORM 9540-ERREUR-FFACT THRU 9540-EXIT
008140     END-IF.
008150     IF NOT FA-FACTURE
008160        DISPLAY 'FACTFIN - LA PIECE ' WS-NUM-ORIGINE
008170                ' EST DEJA UN AVOIR'
008180        MOVE 8 TO RETURN-CODE
008190        GO TO 5000-EXIT
008200     END-IF.
008210     IF FA-ANNULEE
008220        DISPLAY 'FACTFIN - FACTURE ' WS-NUM-ORIGINE
008230                ' DEJA ANNULEE PAR L''AVOIR ' FA-PIECE-LIEE
008240        MOVE 8 TO RETURN-CODE
008250        GO TO 5000-EXIT
008260     END-IF.
008270     MOVE E-FACTURE TO WS-FACT-ORIGINE.
008280     MOVE FA-MOIS   TO WS-MOIS-NUM.
008290     MOVE SPACE TO WS-MOIS-EDIT.
008300     STRING WS-MOIS-MM '/' WS-MOIS-AAAA
008310            DELIMITED BY SIZE INTO WS-MOIS-EDIT.
008320     MOVE FA-FINANCEUR TO WS-FIN-COUR.
008330     PERFORM 7150-NOUVEAU-NUMERO THRU 7150-EXIT.
008340     PERFORM 7160-ENTETE-PIECE THRU 7160-EXIT.
008350*   LIGNES DE LA FACTURE REPRISES SOUS LE NUMERO DE L'AVOIR
008360     MOVE WS-NUM-ORIGINE TO FA-NUMERO.
008370     MOVE 1              TO FA-LIGNE.
008380     START FFACT03-FILE KEY >= FA-CLE.
008390     IF WS-FFACT-STATUS = '00'
008400        READ FFACT03-FILE NEXT
008410        PERFORM UNTIL WS-FFACT-STATUS NOT = '00'
008420                OR FA-NUMERO NOT = WS-NUM-ORIGINE
008430           MOVE WS-NUM-PIECE    TO FA-NUMERO
008440           MOVE 'A'             TO FA-TYPE
008450           MOVE WS-DATE-JOUR    TO FA-DATE-EMIS
008460           MOVE WS-NUM-ORIGINE  TO FA-PIECE-LIEE
008470           WRITE E-FACTURE
008480           IF WS-FFACT-STATUS NOT = '00'
008490              PERFORM 9540-ERREUR-FFACT THRU 9540-EXIT
008500           END-IF
008510           MOVE FA-LIGNE TO WS-RANG
008520           PERFORM 7350-IMPRIME-LIGNE THRU 7350-EXIT
008530           READ FFACT03-FILE NEXT
008540        END-PERFORM
008550     END-IF.
008560*   EN-TETE DE L'AVOIR, PUIS FACTURE D'ORIGINE MARQUEE ANNULEE
008570     MOVE WS-FACT-ORIGINE TO E-FACTURE.
008580     MOVE FA-HEURES       TO WS-PIECE-HEURES.
008590     MOVE FA-MONTANT      TO WS-PIECE-MONTANT.
008600     MOVE FA-JOURS        TO WS-PIECE-JOURS.
008610     MOVE FA-JOURS-ABS    TO WS-PIECE-ABS.
008620     MOVE WS-NUM-PIECE    TO FA-NUMERO.
008630     MOVE 'A'             TO FA-TYPE.
008640     MOVE WS-DATE-JOUR    TO FA-DATE-EMIS.
008650     MOVE WS-NUM-ORIGINE  TO FA-PIECE-LIEE.
008660     WRITE E-FACTURE.
008670     IF WS-FFACT-STATUS NOT = '00'
008680        PERFORM 9540-ERREUR-FFACT THRU 9540-EXIT
008690     END-IF.
008700     MOVE WS-FACT-ORIGINE TO E-FACTURE.
008710     READ FFACT03-FILE.
008720     IF WS-FFACT-STATUS NOT = '00'
008730        PERFORM 9540-ERREUR-FFACT THRU 9540-EXIT
008740     END-IF.
008750     MOVE 'A'             TO FA-ETAT.
008760     MOVE WS-NUM-PIECE    TO FA-PIECE-LIEE.
008770     REWRITE E-FACTURE.
008780     IF WS-FFACT-STATUS NOT = '00'
008790        PERFORM 9540-ERREUR-FFACT THRU 9540-EXIT
008800     END-IF.
008810     PERFORM 7250-TOTAL-PIECE THRU 7250-EXIT.
008820     ADD 1 TO WS-NB-PIECES.
008830     DISPLAY 'FACTFIN - AVOIR ' WS-NUM-PIECE ' EMIS, FACTURE '
008840             WS-NUM-ORIGINE ' ANNULEE'.
008850 5000-EXIT.
008860     EXIT.
008870*
008880*****************************************************************
008890*  7000  -  EDITION ET ENREGISTREMENT DES FACTURES : UNE PIECE   *
008900*            PAR FINANCEUR (RUPTURE), UNE LIGNE PAR STAGIAIRE    *
008910*****************************************************************
008920 7000-EDITE-PIECES.
008930*------------------*
008940     MOVE 'N' TO WS-EOF-TRI.
008950     RETURN TRI-FILE
008960         AT END MOVE 'Y' TO WS-EOF-TRI
008970     END-RETURN.
008980     PERFORM UNTIL FIN-TRI
008990        IF TS-FINANCEUR NOT = WS-FIN-COUR
009000           IF WS-FIN-COUR NOT = LOW-VALUE
009010              PERFORM 7200-CLOTURE-PIECE THRU 7200-EXIT
009020           END-IF
009030           MOVE TS-FINANCEUR TO WS-FIN-COUR
009040           PERFORM 7100-OUVRE-PIECE THRU 7100-EXIT
009050        END-IF
009060        PERFORM 7300-LIGNE-STAGIAIRE THRU 7300-EXIT
009070        RETURN TRI-FILE
009080            AT END MOVE 'Y' TO WS-EOF-TRI
009090        END-RETURN
009100     END-PERFORM.
009110     IF WS-FIN-COUR NOT = LOW-VALUE
009120        PERFORM 7200-CLOTURE-PIECE THRU 7200-EXIT
009130     END-IF.
009140 7000-EXIT.
009150     EXIT.
009160*
009170*****************************************************************
009180*  7100  -  OUVERTURE D'UNE FACTURE : NUMERO SUIVANT ET EN-TETE  *
009190*****************************************************************
009200 7100-OUVRE-PIECE.
009210*-----------------*
009220     PERFORM 7150-NOUVEAU-NUMERO THRU 7150-EXIT.
009230     PERFORM 7160-ENTETE-PIECE   THRU 7160-EXIT.
009240 7100-EXIT.
009250     EXIT.
009260*
009270*****************************************************************
009280*  7150  -  NUMERO DE PIECE SUIVANT, ENREGISTRE AUSSITOT DANS    *
009290*            FCTL03 : UNE REPRISE APRES INCIDENT NE REDONNE      *
009300*            JAMAIS UN NUMERO DEJA ATTRIBUE                      *
009310*****************************************************************
009320 7150-NOUVEAU-NUMERO.
009330*--------------------*
009340     ADD 1 TO WS-NUM-PIECE.
009350     MOVE ZERO TO WS-RANG WS-PIECE-HEURES WS-PIECE-MONTANT
009360                  WS-PIECE-JOURS WS-PIECE-ABS.
009370     MOVE 'FACTFIN '         TO CT-CLE.
009380     MOVE WS-DATE-JOUR       TO CT-DATE.
009390     MOVE WS-HEURE-JOUR(1:6) TO CT-HEURE.
009400     MOVE WS-NUM-PIECE       TO CT-SEQUENCE.
009410     MOVE 'T'                TO CT-ETAT.
009420     IF WS-COMPTEUR-EXISTE = 'O'
009430        REWRITE E-CONTROLE
009440     ELSE
009450        WRITE E-CONTROLE
009460        MOVE 'O' TO WS-COMPTEUR-EXISTE
009470     END-IF.
009480     IF WS-FCTL-STATUS NOT = '00'
009490        PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
009500     END-IF.
009510 7150-EXIT.
009520     EXIT.
009530*
009540*****************************************************************
009550*  7160  -  EN-TETE IMPRIME DE LA PIECE (FINANCEUR LU EN         *
009560*            FFINA03)                                            *
009570*****************************************************************
009580 7160-ENTETE-PIECE.
009590*------------------*
009600     MOVE WS-FIN-COUR TO FI-CODE.
009610     READ FFINA03-FILE.
009620     IF WS-FFINA-STATUS NOT = '00'
009630        MOVE SPACE TO E-FINANCEUR
009640        MOVE '*** FINANCEUR ABSENT DU REFERENTIEL ***'
009650             TO FI-RAISON-SOCIALE
009660     END-IF.
009670     MOVE SPACE TO WS-DATE-EDIT.
009680     STRING WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
009690            WS-DATE-JOUR(1:4) DELIMITED BY SIZE INTO WS-DATE-EDIT.
009700     MOVE SPACE TO LIGNE.
009710     IF MODE-AVOIR
009720        STRING ' AVOIR N. ' WS-NUM-PIECE ' DU ' WS-DATE-EDIT
009730               ' - ANNULE LA FACTURE N. ' WS-NUM-ORIGINE
009740               DELIMITED BY SIZE INTO LIGNE
009750     ELSE
009760        STRING ' FACTURE N. ' WS-NUM-PIECE ' DU ' WS-DATE-EDIT
009770               DELIMITED BY SIZE INTO LIGNE
009780     END-IF.
009790     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
009800     MOVE SPACE TO LIGNE.
009810     STRING ' FINANCEUR : ' WS-FIN-COUR ' - ' FI-RAISON-SOCIALE
009820            DELIMITED BY SIZE INTO LIGNE.
009830     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
009840     MOVE SPACE TO LIGNE.
009850     STRING '             ' FI-ADR1 DELIMITED BY SIZE INTO LIGNE.
009860     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
009870     IF FI-ADR2 NOT = SPACE
009880        MOVE SPACE TO LIGNE
009890        STRING '             ' FI-ADR2
009900               DELIMITED BY SIZE INTO LIGNE
009910        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
009920     END-IF.
009930     MOVE SPACE TO LIGNE.
009940     STRING '             ' FI-CODEP ' ' FI-VILLE
009950            DELIMITED BY SIZE INTO LIGNE.
009960     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
009970     MOVE SPACE TO LIGNE.
009980     STRING ' HEURES DE FORMATION SUIVIES EN ' WS-MOIS-EDIT
009990            DELIMITED BY SIZE INTO LIGNE.
010000     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
010010     MOVE SPACE TO LIGNE.
010020     STRING ' NUM  NOM                       PRENOM          '
010030            ' SESSION       JOURS  ABS    HEURES    TAUX'
010040            '      MONTANT' DELIMITED BY SIZE INTO LIGNE.
010050     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
010060 7160-EXIT.
010070     EXIT.
010080*
010090*****************************************************************
010100*  7200  -  CLOTURE D'UNE FACTURE : EN-TETE DU REGISTRE (RANG    *
010110*            ZERO, TOTAUX) ET TOTAL IMPRIME                      *
010120*****************************************************************
010130 7200-CLOTURE-PIECE.
010140*-------------------*
010150     MOVE SPACE            TO E-FACTURE.
010160     MOVE WS-NUM-PIECE     TO FA-NUMERO.
010170     MOVE ZERO             TO FA-LIGNE.
010180     MOVE 'F'              TO FA-TYPE.
010190     MOVE WS-FIN-COUR      TO FA-FINANCEUR.
010200     MOVE WS-MOIS-CIBLE    TO FA-MOIS.
010210     MOVE WS-DATE-JOUR     TO FA-DATE-EMIS.
010220     MOVE 'E'              TO FA-ETAT.
010230     MOVE ZERO             TO FA-PIECE-LIEE FA-NUMERO-STAG.
010240     MOVE ZERO             TO FA-TAUX.
010250     MOVE WS-PIECE-JOURS   TO FA-JOURS.
010260     MOVE WS-PIECE-ABS     TO FA-JOURS-ABS.
010270     MOVE WS-PIECE-HEURES  TO FA-HEURES.
010280     MOVE WS-PIECE-MONTANT TO FA-MONTANT.
010290     WRITE E-FACTURE.
010300     IF WS-FFACT-STATUS NOT = '00'
010310        PERFORM 9540-ERREUR-FFACT THRU 9540-EXIT
010320     END-IF.
010330     PERFORM 7250-TOTAL-PIECE THRU 7250-EXIT.
010340     ADD 1 TO WS-NB-PIECES.
010350     ADD WS-PIECE-MONTANT TO WS-TOT-MONTANT.
010360 7200-EXIT.
010370     EXIT.
010380*
010390 7250-TOTAL-PIECE.
010400*-----------------*
010410     MOVE SPACE TO LIGNE.
010420     MOVE WS-PIECE-HEURES TO WS-HEURES-ED.
010430     STRING ' TOTAL HEURES : ' WS-HEURES-ED
010440            DELIMITED BY SIZE INTO LIGNE.
010450     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
010460     MOVE SPACE TO LIGNE.
010470     MOVE WS-PIECE-MONTANT TO WS-MONTANT-ED.
010480     IF MODE-AVOIR
010490        STRING ' MONTANT DE L''AVOIR (EUR) : ' WS-MONTANT-ED
010500               DELIMITED BY SIZE INTO LIGNE
010510     ELSE
010520        STRING ' MONTANT A PAYER (EUR) : ' WS-MONTANT-ED
010530               DELIMITED BY SIZE INTO LIGNE
010540     END-IF.
010550     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
010560 7250-EXIT.
010570     EXIT.
010580*
010590*****************************************************************
010600*  7300  -  LIGNE DE FACTURE D'UN STAGIAIRE (REGISTRE + EDITION) *
010610*****************************************************************
010620 7300-LIGNE-STAGIAIRE.
010630*---------------------*
010640     ADD 1 TO WS-RANG.
010650     MOVE SPACE            TO E-FACTURE.
010660     MOVE WS-NUM-PIECE     TO FA-NUMERO.
010670     MOVE WS-RANG          TO FA-LIGNE.
010680     MOVE 'F'              TO FA-TYPE.
010690     MOVE TS-FINANCEUR     TO FA-FINANCEUR.
010700     MOVE WS-MOIS-CIBLE    TO FA-MOIS.
010710     MOVE WS-DATE-JOUR     TO FA-DATE-EMIS.
010720     MOVE ZERO             TO FA-PIECE-LIEE.
010730     MOVE TS-NUMERO        TO FA-NUMERO-STAG.
010740     MOVE TS-NOM           TO FA-NOM.
010750     MOVE TS-PRENOM        TO FA-PRENOM.
010760     MOVE TS-SESSION       TO FA-CODE-SESSION.
010770     MOVE TS-REFERENCE     TO FA-REF-CONVENTION.
010780     MOVE TS-JOURS         TO FA-JOURS.
010790     MOVE TS-JOURS-ABS     TO FA-JOURS-ABS.
010800     MOVE TS-HEURES        TO FA-HEURES.
010810     MOVE TS-TAUX          TO FA-TAUX.
010820     MOVE TS-MONTANT       TO FA-MONTANT.
010830     WRITE E-FACTURE.
010840     IF WS-FFACT-STATUS NOT = '00'
010850        PERFORM 9540-ERREUR-FFACT THRU 9540-EXIT
010860     END-IF.
010870     PERFORM 7350-IMPRIME-LIGNE THRU 7350-EXIT.
010880     ADD TS-JOURS     TO WS-PIECE-JOURS.
010890     ADD TS-JOURS-ABS TO WS-PIECE-ABS.
010900     ADD TS-HEURES    TO WS-PIECE-HEURES.
010910     ADD TS-MONTANT   TO WS-PIECE-MONTANT.
010920 7300-EXIT.
010930     EXIT.
010940*
010950 7350-IMPRIME-LIGNE.
010960*-------------------*
010970     MOVE FA-NUMERO-STAG   TO LD-NUMERO.
010980     MOVE FA-NOM           TO LD-NOM.
010990     MOVE FA-PRENOM        TO LD-PRENOM.
011000     MOVE FA-CODE-SESSION  TO LD-SESSION.
011010     MOVE FA-JOURS         TO LD-JOURS.
011020     MOVE FA-JOURS-ABS     TO LD-ABS.
011030     MOVE FA-HEURES        TO LD-HEURES.
011040     MOVE FA-TAUX          TO LD-TAUX.
011050     MOVE FA-MONTANT       TO LD-MONTANT.
011060     WRITE RAPPORT-REC FROM LIGNE-DETAIL AFTER ADVANCING 1.
011070     ADD 1 TO WS-NB-LIGNES.
011080 7350-EXIT.
011090     EXIT.
011100*
011110*****************************************************************
011120*  8000  -  RECAPITULATIF DE L'EXECUTION                         *
011130*****************************************************************
011140 8000-RECAPITULATIF.
011150*-------------------*
011160     MOVE SPACE TO LIGNE.
011170     IF MODE-AVOIR
011180        STRING ' FACTURATION DES FINANCEURS - AVOIR SUR LA '
011190               'FACTURE ' WS-NUM-ORIGINE
011200               DELIMITED BY SIZE INTO LIGNE
011210     ELSE
011220        STRING ' FACTURATION DES FINANCEURS - MOIS ' WS-MOIS-EDIT
011230               DELIMITED BY SIZE INTO LIGNE
011240     END-IF.
011250     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
011260     MOVE SPACE TO LIGNE.
011270     MOVE WS-NB-PIECES TO WS-NB-ED.
011280     STRING ' PIECES EMISES ............................ : '
011290            WS-NB-ED DELIMITED BY SIZE INTO LIGNE.
011300     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
011310     MOVE SPACE TO LIGNE.
011320     MOVE WS-NB-LIGNES TO WS-NB-ED.
011330     STRING ' LIGNES STAGIAIRES ........................ : '
011340            WS-NB-ED DELIMITED BY SIZE INTO LIGNE.
011350     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
011360     IF MODE-FACTURE
011370        MOVE SPACE TO LIGNE
011380        MOVE WS-TOT-MONTANT TO WS-MONTANT-ED
011390        STRING ' MONTANT TOTAL FACTURE (EUR) .............. : '
011400               WS-MONTANT-ED DELIMITED BY SIZE INTO LIGNE
011410        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
011420        MOVE SPACE TO LIGNE
011430        MOVE WS-NB-DEJA-FACT TO WS-NB-ED
011440        STRING ' INSCRIPTIONS D''UN FINANCEUR DEJA FACTURE  : '
011450               WS-NB-ED DELIMITED BY SIZE INTO LIGNE
011460        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
011470        MOVE SPACE TO LIGNE
011480        MOVE WS-NB-SANS-CONV TO WS-NB-ED
011490        STRING ' INSCRIPTIONS FINANCEES SANS CONVENTION    : '
011500               WS-NB-ED DELIMITED BY SIZE INTO LIGNE
011510        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
011520     END-IF.
011530 8000-EXIT.
011540     EXIT.
011550*
011560*****************************************************************
011570*  9000  -  FERMETURE DES FICHIERS                               *
011580*****************************************************************
011590 9000-TERMINAISON.
011600*-----------------*
011610     CLOSE FINSC03-FILE.
011620     CLOSE FFINS03-FILE.
011630     CLOSE FFINA03-FILE.
011640     CLOSE FSESS03-FILE.
011650     CLOSE FCALS03-FILE.
011660     CLOSE FJOUR03-FILE.
011670     CLOSE FPRES03-FILE.
011675     CLOSE FCONG03-FILE.
011680     CLOSE FREGU03-FILE.
011690     CLOSE FSTAG03-FILE.
011700     CLOSE FSTAGFIN-FILE.
011710     CLOSE FFACT03-FILE.
011720     CLOSE FCTL03-FILE.
011730     CLOSE RAPPORT-FILE.
011740 9000-EXIT.
011750     EXIT.
011760*
011770 9530-ERREUR-FCTL.
011780*-----------------*
011790     DISPLAY 'FACTFIN - ERREUR E/S FCTL03 - CODE STATUT '
011800             WS-FCTL-STATUS.
011810     MOVE 16 TO RETURN-CODE.
011820     CLOSE FCTL03-FILE.
011830     STOP RUN.
011840 9530-EXIT.
011850     EXIT.
011860*
011870 9540-ERREUR-FFACT.
011880*------------------*
011890     DISPLAY 'FACTFIN - ERREUR E/S FFACT03 - CODE STATUT '
011900             WS-FFACT-STATUS.
011910     MOVE 16 TO RETURN-CODE.
011920     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
011930     STOP RUN.
011940 9540-EXIT.
011950     EXIT.
