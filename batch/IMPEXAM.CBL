000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    IMPEXAM.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  IMPEXAM  -  CHARGEMENT DU FICHIER DES RESULTATS D'UN CENTRE   *
000090*               D'EXAMEN EXTERNE (CARTE SYSIN : CODE DU CENTRE)  *
000100*               SUR LES INSCRIPTIONS FEXAM03 TRANSMISES PAR      *
000110*               EXPEXAM - LE CANDIDAT EST PRIS SOUS NOTRE NUMERO *
000120*               OU, QUAND LE CENTRE NE DONNE QUE SON PROPRE      *
000130*               IDENTIFIANT, RESOLU PAR LA TABLE FXREF03         *
000140*               (SYSTEME = CODE DU CENTRE) - LE RESULTAT, LE     *
000150*               SCORE ET LE NUMERO DE CERTIFICAT PASSENT         *
000160*               L'INSCRIPTION A L'ETAT R ; LES REJETS SONT       *
000170*               EDITES AVEC LEUR MOTIF - RC=4 DES QU'UNE LIGNE   *
000180*               EST REJETEE                                      *
000190*****************************************************************
000200*  HISTORIQUE DES MODIFICATIONS                                 *
000210*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM-390.
000260 OBJECT-COMPUTER. IBM-390.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT FEXAM03-FILE   ASSIGN TO FEXAM03
000300            ORGANIZATION   INDEXED
000310            ACCESS MODE    RANDOM
000320            RECORD KEY     EX-CLE
000330            FILE STATUS    WS-FEXAM-STATUS.
000340     SELECT FXREF03-FILE   ASSIGN TO FXREF03
000350            ORGANIZATION   INDEXED
000360            ACCESS MODE    RANDOM
000370            RECORD KEY     XR-CLE
000380            FILE STATUS    WS-FXREF-STATUS.
000390     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000400            ORGANIZATION   LINE SEQUENTIAL.
000410     SELECT RESULT-FILE    ASSIGN TO EXAMRES
000420            ORGANIZATION   LINE SEQUENTIAL.
000430     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000440            ORGANIZATION   LINE SEQUENTIAL.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  FEXAM03-FILE.
000490*   INSCRIPTIONS AUX EXAMENS DE CERTIFICATION EXTERNES
000500     COPY FEXAM.
000510 FD  FXREF03-FILE.
000520*   TABLE DE CORRESPONDANCE DES IDENTIFIANTS EXTERNES
000530     COPY FXREF.
000540 FD  SYSIN-FILE
000550     RECORDING MODE F.
000560 01  SYSIN-REC.
000570     05  SI-CENTRE         PIC X(08).
000580     05  FILLER            PIC X(72).
000590 FD  RESULT-FILE
000600     RECORDING MODE F.
000610*   FICHIER DES RESULTATS DU CENTRE - MEME CONVENTION ENTETE 'E'
000620*   (CODE DU CENTRE) / DETAILS 'D' / FIN 'F' (NOMBRE DE DETAILS)
000630*   QUE LE FICHIER DES INSCRIPTIONS
000640 01  RESULT-REC.
000650     05  RX-TYPE           PIC X(01).
000660     05  RX-SESSION-EXAM   PIC X(10).
000670     05  FILLER            PIC X(01).
000680*   CANDIDAT : NOTRE NUMERO S'IL EST RENVOYE, SINON L'IDENTIFIANT
000690*   DU CENTRE, RESOLU PAR FXREF03
000700     05  RX-NUMERO         PIC X(04).
000710     05  FILLER            PIC X(01).
000720     05  RX-ID-CENTRE      PIC X(20).
000730     05  FILLER            PIC X(01).
000740*   A = ADMIS, J = AJOURNE, N = ABSENT - SCORE SUR 100
000750     05  RX-RESULTAT       PIC X(01).
000760     05  FILLER            PIC X(01).
000770     05  RX-SCORE          PIC X(03).
000780     05  FILLER            PIC X(01).
000790     05  RX-NUM-CERTIFICAT PIC X(20).
000800     05  FILLER            PIC X(01).
000810*   DATE DU RESULTAT AAAAMMJJ
000820     05  RX-DATE-RESULTAT  PIC X(08).
000830     05  FILLER            PIC X(87).
000840*   VUE DE L'ENTETE 'E'
000850 01  RESULT-ENTETE REDEFINES RESULT-REC.
000860     05  FILLER            PIC X(01).
000870     05  RXE-CENTRE        PIC X(08).
000880     05  FILLER            PIC X(151).
000890*   VUE DE LA FIN 'F'
000900 01  RESULT-FIN REDEFINES RESULT-REC.
000910     05  FILLER            PIC X(01).
000920     05  RXF-NB-DETAILS    PIC X(06).
000930     05  FILLER            PIC X(153).
000940 FD  RAPPORT-FILE
000950     RECORDING MODE F.
000960 01  RAPPORT-REC           PIC X(133).
000970*
000980 WORKING-STORAGE SECTION.
000990 77  WS-FEXAM-STATUS       PIC X(02).
001000 77  WS-FXREF-STATUS       PIC X(02).
001010 77  WS-EOF                PIC X(01)     VALUE 'N'.
001020     88  FIN-FICHIER                     VALUE 'Y'.
001030 77  WS-CENTRE             PIC X(08)     VALUE SPACE.
001040 77  WS-DATE-JOUR          PIC 9(08).
001050 77  WS-NUMERO             PIC 9(04).
001060 77  WS-MOTIF              PIC X(30).
001070 77  WS-NB-DETAILS         PIC 9(06) COMP VALUE ZERO.
001080 77  WS-NB-CHARGES         PIC 9(06) COMP VALUE ZERO.
001090 77  WS-NB-CORRIGES        PIC 9(06) COMP VALUE ZERO.
001100 77  WS-NB-REJETS          PIC 9(06) COMP VALUE ZERO.
001110 77  WS-NB-RESOLUS         PIC 9(06) COMP VALUE ZERO.
001120 77  WS-NB-ANNONCES        PIC 9(06)     VALUE ZERO.
001130 77  WS-NB-ED              PIC ZZZZZ9.
001140 01  LIGNE                 PIC X(133).
001150*
001160 PROCEDURE DIVISION.
001170 0000-MAINLINE.
001180*----------------*
001190     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001200     PERFORM 2000-TRAITEMENT     THRU 2000-EXIT.
001210     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001220     IF WS-NB-REJETS > ZERO
001230        MOVE 4 TO RETURN-CODE
001240     END-IF.
001250     STOP RUN.
001260*
001270*****************************************************************
001280*  1000  -  LECTURE DU CODE CENTRE ET OUVERTURE DES FICHIERS     *
001290*****************************************************************
001300 1000-INITIALISATION.
001310*--------------------*
001320     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001330     OPEN INPUT  SYSIN-FILE.
001340     READ SYSIN-FILE
001350         AT END     CONTINUE
001360         NOT AT END MOVE SI-CENTRE TO WS-CENTRE
001370     END-READ.
001380     CLOSE SYSIN-FILE.
001390     IF WS-CENTRE = SPACE
001400        DISPLAY 'IMPEXAM - CODE CENTRE ABSENT DE LA CARTE SYSIN'
001410        MOVE 8 TO RETURN-CODE
001420        STOP RUN
001430     END-IF.
001440     OPEN I-O    FEXAM03-FILE.
001450     IF WS-FEXAM-STATUS NOT = '00'
001460        PERFORM 9500-ERREUR-FEXAM THRU 9500-EXIT
001470     END-IF.
001480     OPEN INPUT  FXREF03-FILE.
001490     OPEN INPUT  RESULT-FILE.
001500     OPEN OUTPUT RAPPORT-FILE.
001510     MOVE SPACE TO LIGNE.
001520     STRING ' RESULTATS DU CENTRE D''EXAMEN ' WS-CENTRE
001530            DELIMITED BY SIZE INTO LIGNE.
001540     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
001550     MOVE SPACE TO LIGNE.
001560     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
001570 1000-EXIT.
001580     EXIT.
001590*
001600*****************************************************************
001610*  2000  -  LECTURE DU FICHIER DU CENTRE : L'ENTETE DOIT PORTER  *
001620*            LE CENTRE DEMANDE, CHAQUE DETAIL EST CHARGE, LA FIN *
001630*            DONNE LE NOMBRE DE DETAILS ANNONCES                 *
001640*****************************************************************
001650 2000-TRAITEMENT.
001660*----------------*
001670     MOVE 'N' TO WS-EOF.
001680     READ RESULT-FILE
001690         AT END MOVE 'Y' TO WS-EOF
001700     END-READ.
001710     PERFORM UNTIL FIN-FICHIER
001720        EVALUATE RX-TYPE
001730           WHEN 'E'
001740              IF RXE-CENTRE NOT = SPACE
001750                 AND RXE-CENTRE NOT = WS-CENTRE
001760                 DISPLAY 'IMPEXAM - FICHIER DU CENTRE ' RXE-CENTRE
001770                         ' ET NON ' WS-CENTRE
001780                         ' - CHARGEMENT REFUSE'
001790                 MOVE 8 TO RETURN-CODE
001800                 PERFORM 9000-TERMINAISON THRU 9000-EXIT
001810                 STOP RUN
001820              END-IF
001830           WHEN 'D'
001840              ADD 1 TO WS-NB-DETAILS
001850              PERFORM 2100-CHARGE-RESULTAT THRU 2100-EXIT
001860           WHEN 'F'
001870              IF RXF-NB-DETAILS NUMERIC
001880                 MOVE RXF-NB-DETAILS TO WS-NB-ANNONCES
001890              END-IF
001900        END-EVALUATE
001910        READ RESULT-FILE
001920            AT END MOVE 'Y' TO WS-EOF
001930        END-READ
001940     END-PERFORM.
001950 2000-EXIT.
001960     EXIT.
001970*
001980*****************************************************************
001990*  2100  -  CHARGEMENT D'UN RESULTAT : CANDIDAT (NUMERO OU       *
002000*            IDENTIFIANT DU CENTRE), INSCRIPTION TRANSMISE, CODE *
002010*            RESULTAT - TOUT ECART EST UN REJET EDITE            *
002020*****************************************************************
002030 2100-CHARGE-RESULTAT.
002040*---------------------*
002050     MOVE SPACE TO WS-MOTIF.
002060     IF RX-NUMERO NUMERIC
002070        MOVE RX-NUMERO TO WS-NUMERO
002080     ELSE
002090        PERFORM 2150-RESOUT-CANDIDAT THRU 2150-EXIT
002100     END-IF.
002110     IF WS-MOTIF NOT = SPACE
002120        GO TO 2100-REJET
002130     END-IF.
002140     IF RX-RESULTAT NOT = 'A' AND NOT = 'J' AND NOT = 'N'
002150        MOVE 'CODE RESULTAT INVALIDE' TO WS-MOTIF
002160        GO TO 2100-REJET
002170     END-IF.
002180     MOVE WS-NUMERO       TO EX-NUMERO.
002190     MOVE WS-CENTRE       TO EX-CENTRE.
002200     MOVE RX-SESSION-EXAM TO EX-SESSION-EXAM.
002210     READ FEXAM03-FILE.
002220     IF WS-FEXAM-STATUS = '23'
002230        MOVE 'INSCRIPTION INCONNUE' TO WS-MOTIF
002240        GO TO 2100-REJET
002250     END-IF.
002260     IF WS-FEXAM-STATUS NOT = '00'
002270        PERFORM 9500-ERREUR-FEXAM THRU 9500-EXIT
002280     END-IF.
002290     EVALUATE TRUE
002300        WHEN EX-A-TRANSMETTRE
002310           MOVE 'INSCRIPTION NON TRANSMISE' TO WS-MOTIF
002320        WHEN EX-DESINSCRIPTION OR EX-ANNULEE
002330           MOVE 'CANDIDAT DESINSCRIT' TO WS-MOTIF
002340        WHEN EX-RESULTAT-RECU
002350           ADD 1 TO WS-NB-CORRIGES
002360     END-EVALUATE.
002370     IF WS-MOTIF NOT = SPACE
002380        GO TO 2100-REJET
002390     END-IF.
002400     MOVE 'R'               TO EX-ETAT.
002410     MOVE RX-RESULTAT       TO EX-RESULTAT.
002420     IF RX-SCORE NUMERIC
002430        MOVE RX-SCORE       TO EX-SCORE
002440     ELSE
002450        MOVE ZERO           TO EX-SCORE
002460     END-IF.
002470     MOVE RX-NUM-CERTIFICAT TO EX-NUM-CERTIFICAT.
002480     IF RX-DATE-RESULTAT NUMERIC
002490        MOVE RX-DATE-RESULTAT TO EX-DATE-RESULTAT
002500     ELSE
002510        MOVE WS-DATE-JOUR     TO EX-DATE-RESULTAT
002520     END-IF.
002530     REWRITE E-EXAMEN.
002540     IF WS-FEXAM-STATUS NOT = '00'
002550        PERFORM 9500-ERREUR-FEXAM THRU 9500-EXIT
002560     END-IF.
002570     ADD 1 TO WS-NB-CHARGES.
002580     MOVE SPACE TO LIGNE.
002590     STRING ' CHARGE  ' WS-NUMERO ' ' RX-SESSION-EXAM ' '
002600            EX-CERTIF ' ' RX-RESULTAT ' ' RX-SCORE ' '
002610            RX-NUM-CERTIFICAT
002620            DELIMITED BY SIZE INTO LIGNE.
002630     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
002640     GO TO 2100-EXIT.
002650 2100-REJET.
002660     ADD 1 TO WS-NB-REJETS.
002670     MOVE SPACE TO LIGNE.
002680     STRING ' REJETE  ' RX-NUMERO ' ' RX-ID-CENTRE ' '
002690            RX-SESSION-EXAM ' - ' WS-MOTIF
002700            DELIMITED BY SIZE INTO LIGNE.
002710     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
002720 2100-EXIT.
002730     EXIT.
002740*
002750*****************************************************************
002760*  2150  -  RESOLUTION DE L'IDENTIFIANT DE CANDIDAT DU CENTRE    *
002770*            (FXREF03, SYSTEME = CODE DU CENTRE) EN NOTRE NUMERO *
002780*****************************************************************
002790 2150-RESOUT-CANDIDAT.
002800*---------------------*
002810     IF RX-ID-CENTRE = SPACE
002820        MOVE 'CANDIDAT NON IDENTIFIE' TO WS-MOTIF
002830        GO TO 2150-EXIT
002840     END-IF.
002850     MOVE WS-CENTRE    TO XR-SYSTEME.
002860     MOVE RX-ID-CENTRE TO XR-ID-EXTERNE.
002870     READ FXREF03-FILE.
002880     IF WS-FXREF-STATUS = '00'
002890        MOVE XR-NUMERO TO WS-NUMERO
002900        ADD 1 TO WS-NB-RESOLUS
002910     ELSE
002920        MOVE 'IDENTIFIANT CENTRE INCONNU' TO WS-MOTIF
002930     END-IF.
002940 2150-EXIT.
002950     EXIT.
002960*
002970*****************************************************************
002980*  9000  -  BILAN (NOMBRE DE DETAILS CONTROLE CONTRE LA FIN DU   *
002990*            FICHIER) ET FERMETURE DES FICHIERS                  *
003000*****************************************************************
003010 9000-TERMINAISON.
003020*-----------------*
003030     IF WS-NB-ANNONCES NOT = ZERO
003040        AND WS-NB-ANNONCES NOT = WS-NB-DETAILS
003050        MOVE SPACE TO LIGNE
003060        MOVE WS-NB-ANNONCES TO WS-NB-ED
003070        STRING ' ATTENTION : ' WS-NB-ED
003080               ' DETAILS ANNONCES PAR LE CENTRE'
003090               DELIMITED BY SIZE INTO LIGNE
003100        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2
003110        MOVE 4 TO RETURN-CODE
003120     END-IF.
003130     MOVE SPACE TO LIGNE.
003140     MOVE WS-NB-DETAILS TO WS-NB-ED.
003150     STRING ' RESULTATS LUS          : ' WS-NB-ED
003160            DELIMITED BY SIZE INTO LIGNE.
003170     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
003180     MOVE SPACE TO LIGNE.
003190     MOVE WS-NB-CHARGES TO WS-NB-ED.
003200     STRING ' RESULTATS CHARGES      : ' WS-NB-ED
003210            DELIMITED BY SIZE INTO LIGNE.
003220     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003230     MOVE SPACE TO LIGNE.
003240     MOVE WS-NB-CORRIGES TO WS-NB-ED.
003250     STRING '   DONT CORRECTIONS     : ' WS-NB-ED
003260            DELIMITED BY SIZE INTO LIGNE.
003270     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003280     MOVE SPACE TO LIGNE.
003290     MOVE WS-NB-RESOLUS TO WS-NB-ED.
003300     STRING ' RESOLUS PAR FXREF03    : ' WS-NB-ED
003310            DELIMITED BY SIZE INTO LIGNE.
003320     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003330     MOVE SPACE TO LIGNE.
003340     MOVE WS-NB-REJETS TO WS-NB-ED.
003350     STRING ' RESULTATS REJETES      : ' WS-NB-ED
003360            DELIMITED BY SIZE INTO LIGNE.
003370     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003380     CLOSE FEXAM03-FILE.
003390     CLOSE FXREF03-FILE.
003400     CLOSE RESULT-FILE.
003410     CLOSE RAPPORT-FILE.
003420 9000-EXIT.
003430     EXIT.
003440*
003450*****************************************************************
003460*  9500  -  ERREUR D'ENTREE/SORTIE SUR FEXAM03 - LE CODE STATUT  *
003470*            EST TRACE ET LE TRAITEMENT EST INTERROMPU           *
003480*****************************************************************
003490 9500-ERREUR-FEXAM.
003500*------------------*
003510     DISPLAY 'IMPEXAM - ERREUR E/S FEXAM03 - CODE STATUT '
003520             WS-FEXAM-STATUS.
003530     MOVE 16 TO RETURN-CODE.
003540     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003550     STOP RUN.
003560 9500-EXIT.
003570     EXIT.
