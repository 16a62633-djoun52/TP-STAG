000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RPTPRET.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  RPTPRET  -  ETAT HEBDOMADAIRE DU MATERIEL PRETE EN RETARD    *
000090*               (FPRET03) : PRETS NON SOLDES DONT L'ECHEANCE DE *
000100*               RESTITUTION EST DEPASSEE, PAR SESSION PUIS      *
000110*               STAGIAIRE - LA SITUATION DU DETENTEUR EST       *
000120*               RELUE (EN FORMATION DANS FSTAG03, SORTI DANS    *
000130*               FSTAGFIN, OU RETIRE DES FICHIERS) - RC=4 DES    *
000140*               QU'UN PRET EST EN RETARD                        *
000150*****************************************************************
000160*  HISTORIQUE DES MODIFICATIONS                                 *
000170*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000180*****************************************************************
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER. IBM-390.
000220 OBJECT-COMPUTER. IBM-390.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT FPRET03-FILE   ASSIGN TO FPRET03
000260            ORGANIZATION   INDEXED
000270            ACCESS MODE    SEQUENTIAL
000280            RECORD KEY     PR-CLE
000290            FILE STATUS    WS-FPRET-STATUS.
000300     SELECT FSTAG03-FILE   ASSIGN TO FSTAG03
000310            ORGANIZATION   INDEXED
000320            ACCESS MODE    RANDOM
000330            RECORD KEY     E-NUMERO
000340            FILE STATUS    WS-FSTAG-STATUS.
000350     SELECT FSTAGFIN-FILE  ASSIGN TO FSTAGFIN
000360            ORGANIZATION   INDEXED
000370            ACCESS MODE    RANDOM
000380            RECORD KEY     FN-NUMERO
000390            FILE STATUS    WS-FFIN-STATUS.
000400     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000410            ORGANIZATION   LINE SEQUENTIAL.
000420     SELECT TRI-FILE       ASSIGN TO TRIWK01.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  FPRET03-FILE.
000470*   DESCRIPTION DU FICHIER KSD DES PRETS DE MATERIEL
000480     COPY FPRET.
000490*
000500 FD  FSTAG03-FILE.
000510*   DESCRIPTION DU FICHIER KSD DES STAGIAIRES
000520     COPY FSTAG.
000530*
000540 FD  FSTAGFIN-FILE.
000550*   DESCRIPTION DU FICHIER KSD DES STAGES TERMINES
000560     COPY FSTAGFIN.
000570*
000580 FD  RAPPORT-FILE
000590     RECORDING MODE F.
000600 01  RAPPORT-REC           PIC X(133).
000610*
000620 SD  TRI-FILE.
000630 01  TRI-REC.
000640     05  TS-SESSION        PIC X(10).
000650     05  TS-NUMERO         PIC 9(04).
000660     05  TS-ECHEANCE       PIC 9(08).
000670     05  TS-MATERIEL       PIC X(10).
000680     05  TS-TYPE           PIC X(10).
000690     05  TS-NOM            PIC X(25).
000700     05  TS-DATE-PRET      PIC 9(08).
000710     05  TS-PRETE-PAR      PIC X(03).
000720*
000730 WORKING-STORAGE SECTION.
000740 77  WS-FPRET-STATUS       PIC X(02).
000750 77  WS-FSTAG-STATUS       PIC X(02).
000760 77  WS-FFIN-STATUS        PIC X(02).
000770 77  WS-EOF                PIC X(01)     VALUE 'N'.
000780     88  FIN-FICHIER                     VALUE 'Y'.
000790 77  WS-EOF-TRI            PIC X(01)     VALUE 'N'.
000800     88  FIN-TRI                         VALUE 'Y'.
000810 77  WS-DATE-JOUR          PIC 9(08).
000820 77  WS-SESSION-COUR       PIC X(10)     VALUE LOW-VALUE.
000830 77  WS-NB-EN-COURS        PIC 9(06) COMP VALUE ZERO.
000840 77  WS-NB-RETARDS         PIC 9(06) COMP VALUE ZERO.
000850 77  WS-NB-SESSION         PIC 9(06) COMP VALUE ZERO.
000860 77  WS-NB-SORTIS          PIC 9(06) COMP VALUE ZERO.
000870 77  WS-NB-ED              PIC ZZZZZ9.
000880 01  LIGNE                 PIC X(133).
000890 01  LIGNE-ENTETE.
000900     05  FILLER            PIC X(46)
000910         VALUE ' MATERIEL PRETE NON RESTITUE A L''ECHEANCE - '.
000920     05  FILLER            PIC X(09)     VALUE 'ETAT DU '.
000930     05  LE-DATE           PIC X(10).
000940     05  FILLER            PIC X(68)     VALUE SPACE.
000950 01  LIGNE-COLONNES.
000960     05  FILLER            PIC X(09)     VALUE '   NUM.'.
000970     05  FILLER            PIC X(26)     VALUE 'NOM'.
000980     05  FILLER            PIC X(12)     VALUE 'INVENTAIRE'.
000990     05  FILLER            PIC X(12)     VALUE 'TYPE'.
001000     05  FILLER            PIC X(12)     VALUE 'PRETE LE'.
001010     05  FILLER            PIC X(12)     VALUE 'ECHEANCE'.
001020     05  FILLER            PIC X(05)     VALUE 'PAR'.
001030     05  FILLER            PIC X(45)     VALUE 'DETENTEUR'.
001040 01  LIGNE-DETAIL.
001050     05  FILLER            PIC X(03)     VALUE SPACE.
001060     05  LD-NUMERO         PIC 9(04).
001070     05  FILLER            PIC X(02)     VALUE SPACE.
001080     05  LD-NOM            PIC X(25).
001090     05  FILLER            PIC X(01)     VALUE SPACE.
001100     05  LD-MATERIEL       PIC X(10).
001110     05  FILLER            PIC X(02)     VALUE SPACE.
001120     05  LD-TYPE           PIC X(10).
001130     05  FILLER            PIC X(02)     VALUE SPACE.
001140     05  LD-DATE-PRET      PIC X(10).
001150     05  FILLER            PIC X(02)     VALUE SPACE.
001160     05  LD-ECHEANCE       PIC X(10).
001170     05  FILLER            PIC X(02)     VALUE SPACE.
001180     05  LD-PRETE-PAR      PIC X(03).
001190     05  FILLER            PIC X(02)     VALUE SPACE.
001200     05  LD-SITUATION      PIC X(30).
001210     05  FILLER            PIC X(15)     VALUE SPACE.
001220*
001230 PROCEDURE DIVISION.
001240 0000-MAINLINE.
001250*----------------*
001260     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001270     SORT TRI-FILE
001280         ON ASCENDING KEY TS-SESSION TS-NUMERO TS-ECHEANCE
001290                          TS-MATERIEL
001300         INPUT  PROCEDURE 2000-ALIMENTE-TRI THRU 2000-EXIT
001310         OUTPUT PROCEDURE 3000-EDITE-TRIE   THRU 3000-EXIT.
001320     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001330*   RC=4 DES QU'UN MATERIEL EST EN RETARD DE RESTITUTION
001340     IF WS-NB-RETARDS > ZERO
001350        MOVE 4 TO RETURN-CODE
001360     END-IF.
001370     STOP RUN.
001380*
001390*****************************************************************
001400*  1000  -  OUVERTURE DES FICHIERS ET ENTETE                    *
001410*****************************************************************
001420 1000-INITIALISATION.
001430*--------------------*
001440     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001450     OPEN INPUT  FSTAG03-FILE.
001460     OPEN INPUT  FSTAGFIN-FILE.
001470     OPEN OUTPUT RAPPORT-FILE.
001480     MOVE SPACE TO LE-DATE.
001490     STRING WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
001500            WS-DATE-JOUR(1:4) DELIMITED BY SIZE INTO LE-DATE.
001510     WRITE RAPPORT-REC FROM LIGNE-ENTETE AFTER ADVANCING PAGE.
001520     WRITE RAPPORT-REC FROM LIGNE-COLONNES AFTER ADVANCING 2.
001530 1000-EXIT.
001540     EXIT.
001550*
001560*****************************************************************
001570*  2000  -  ALIMENTATION DU TRI : PRETS SANS DATE DE RETOUR     *
001580*            DONT L'ECHEANCE EST PASSEE                         *
001590*****************************************************************
001600 2000-ALIMENTE-TRI.
001610*------------------*
001620     OPEN INPUT FPRET03-FILE.
001630     MOVE 'N' TO WS-EOF.
001640     READ FPRET03-FILE
001650         AT END MOVE 'Y' TO WS-EOF
001660     END-READ.
001670     IF NOT FIN-FICHIER AND WS-FPRET-STATUS NOT = '00'
001680        PERFORM 9500-ERREUR-FPRET THRU 9500-EXIT
001690     END-IF.
001700     PERFORM UNTIL FIN-FICHIER
001710        IF PR-DATE-RETOUR = ZERO
001720           ADD 1 TO WS-NB-EN-COURS
001730           IF PR-DATE-ECHEANCE < WS-DATE-JOUR
001740              PERFORM 2100-LIBERE-PRET THRU 2100-EXIT
001750           END-IF
001760        END-IF
001770        READ FPRET03-FILE
001780            AT END MOVE 'Y' TO WS-EOF
001790        END-READ
001800        IF NOT FIN-FICHIER AND WS-FPRET-STATUS NOT = '00'
001810           PERFORM 9500-ERREUR-FPRET THRU 9500-EXIT
001820        END-IF
001830     END-PERFORM.
001840     CLOSE FPRET03-FILE.
001850 2000-EXIT.
001860     EXIT.
001870*
001880 2100-LIBERE-PRET.
001890*-----------------*
001900     MOVE PR-CODE-SESSION  TO TS-SESSION.
001910     MOVE PR-NUMERO        TO TS-NUMERO.
001920     MOVE PR-DATE-ECHEANCE TO TS-ECHEANCE.
001930     MOVE PR-MATERIEL      TO TS-MATERIEL.
001940     MOVE PR-TYPE          TO TS-TYPE.
001950     MOVE PR-NOM           TO TS-NOM.
001960     MOVE PR-DATE-PRET     TO TS-DATE-PRET.
001970     MOVE PR-PRETE-PAR     TO TS-PRETE-PAR.
001980     RELEASE TRI-REC.
001990     ADD 1 TO WS-NB-RETARDS.
002000 2100-EXIT.
002010     EXIT.
002020*
002030*****************************************************************
002040*  3000  -  EDITION PAR SESSION : UNE LIGNE PAR PRET EN RETARD, *
002050*            NOMBRE DE PRETS EN RETARD PAR SESSION              *
002060*****************************************************************
002070 3000-EDITE-TRIE.
002080*----------------*
002090     MOVE 'N' TO WS-EOF-TRI.
002100     RETURN TRI-FILE
002110         AT END MOVE 'Y' TO WS-EOF-TRI
002120     END-RETURN.
002130     PERFORM UNTIL FIN-TRI
002140        IF TS-SESSION NOT = WS-SESSION-COUR
002150           PERFORM 3100-CLOT-SESSION THRU 3100-EXIT
002160           MOVE TS-SESSION TO WS-SESSION-COUR
002170           MOVE SPACE TO LIGNE
002180           STRING ' SESSION ' TS-SESSION
002190                  DELIMITED BY SIZE INTO LIGNE
002200           WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2
002210        END-IF
002220        PERFORM 3200-LIGNE-PRET THRU 3200-EXIT
002230        RETURN TRI-FILE
002240            AT END MOVE 'Y' TO WS-EOF-TRI
002250        END-RETURN
002260     END-PERFORM.
002270     PERFORM 3100-CLOT-SESSION THRU 3100-EXIT.
002280 3000-EXIT.
002290     EXIT.
002300*
002310 3100-CLOT-SESSION.
002320*------------------*
002330     IF WS-SESSION-COUR NOT = LOW-VALUE
002340        MOVE WS-NB-SESSION TO WS-NB-ED
002350        MOVE SPACE TO LIGNE
002360        STRING ' TOTAL SESSION ' WS-SESSION-COUR ' : ' WS-NB-ED
002370               ' PRET(S) EN RETARD'
002380               DELIMITED BY SIZE INTO LIGNE
002390        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
002400        MOVE ZERO TO WS-NB-SESSION
002410     END-IF.
002420 3100-EXIT.
002430     EXIT.
002440*
002450*****************************************************************
002460*  3200  -  LIGNE DE DETAIL - SITUATION DU DETENTEUR : LE       *
002470*            NUMERO EST RELU DANS FSTAG03 PUIS FSTAGFIN (AU NOM *
002480*            PORTE LORS DU PRET - UN NUMERO REATTRIBUE DEPUIS   *
002490*            NE COMPTE PAS), A DEFAUT LE STAGIAIRE A ETE RETIRE *
002500*****************************************************************
002510 3200-LIGNE-PRET.
002520*----------------*
002530     MOVE TS-NUMERO    TO LD-NUMERO.
002540     MOVE TS-NOM       TO LD-NOM.
002550     MOVE TS-MATERIEL  TO LD-MATERIEL.
002560     MOVE TS-TYPE      TO LD-TYPE.
002570     MOVE TS-PRETE-PAR TO LD-PRETE-PAR.
002580     MOVE SPACE TO LD-DATE-PRET LD-ECHEANCE.
002590     STRING TS-DATE-PRET(7:2) '/' TS-DATE-PRET(5:2) '/'
002600            TS-DATE-PRET(1:4) DELIMITED BY SIZE INTO LD-DATE-PRET.
002610     STRING TS-ECHEANCE(7:2) '/' TS-ECHEANCE(5:2) '/'
002620            TS-ECHEANCE(1:4) DELIMITED BY SIZE INTO LD-ECHEANCE.
002630     MOVE TS-NUMERO TO E-NUMERO.
002640     READ FSTAG03-FILE.
002650     IF WS-FSTAG-STATUS NOT = '00' AND NOT = '23'
002660        PERFORM 9510-ERREUR-FSTAG THRU 9510-EXIT
002670     END-IF.
002680     IF WS-FSTAG-STATUS = '00' AND E-NOM = TS-NOM
002690        EVALUATE TRUE
002700          WHEN E-SUSPENDU
002710            MOVE 'EN FORMATION (SUSPENDU)' TO LD-SITUATION
002720          WHEN E-PREINSCRIT
002730            MOVE 'PRE-INSCRIT'             TO LD-SITUATION
002740          WHEN OTHER
002750            MOVE 'EN FORMATION'            TO LD-SITUATION
002760        END-EVALUATE
002770        GO TO 3200-ECRIT
002780     END-IF.
002790     MOVE TS-NUMERO TO FN-NUMERO.
002800     READ FSTAGFIN-FILE.
002810     IF WS-FFIN-STATUS NOT = '00' AND NOT = '23'
002820        PERFORM 9520-ERREUR-FFIN THRU 9520-EXIT
002830     END-IF.
002840     IF WS-FFIN-STATUS = '00' AND FN-NOM = TS-NOM
002850        MOVE 'SORTI (FIN DE STAGE)'  TO LD-SITUATION
002860     ELSE
002870        MOVE 'RETIRE DES FICHIERS'   TO LD-SITUATION
002880     END-IF.
002890     ADD 1 TO WS-NB-SORTIS.
002900 3200-ECRIT.
002910     WRITE RAPPORT-REC FROM LIGNE-DETAIL AFTER ADVANCING 1.
002920     ADD 1 TO WS-NB-SESSION.
002930 3200-EXIT.
002940     EXIT.
002950*
002960*****************************************************************
002970*  9500  -  ERREURS D'ENTREE/SORTIE - LE CODE STATUT EST TRACE  *
002980*            ET LE TRAITEMENT EST INTERROMPU                    *
002990*****************************************************************
003000 9500-ERREUR-FPRET.
003010*------------------*
003020     DISPLAY 'RPTPRET - ERREUR E/S FPRET03 - CODE STATUT '
003030             WS-FPRET-STATUS.
003040     CLOSE FPRET03-FILE.
003050     MOVE 16 TO RETURN-CODE.
003060     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003070     STOP RUN.
003080 9500-EXIT.
003090     EXIT.
003100*
003110 9510-ERREUR-FSTAG.
003120*------------------*
003130     DISPLAY 'RPTPRET - ERREUR E/S FSTAG03 - CODE STATUT '
003140             WS-FSTAG-STATUS.
003150     MOVE 16 TO RETURN-CODE.
003160     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003170     STOP RUN.
003180 9510-EXIT.
003190     EXIT.
003200*
003210 9520-ERREUR-FFIN.
003220*-----------------*
003230     DISPLAY 'RPTPRET - ERREUR E/S FSTAGFIN - CODE STATUT '
003240             WS-FFIN-STATUS.
003250     MOVE 16 TO RETURN-CODE.
003260     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003270     STOP RUN.
003280 9520-EXIT.
003290     EXIT.
003300*
003310*****************************************************************
003320*  9000  -  TOTAUX ET FERMETURE DES FICHIERS                    *
003330*****************************************************************
003340 9000-TERMINAISON.
003350*-----------------*
003360     MOVE WS-NB-EN-COURS TO WS-NB-ED.
003370     MOVE SPACE TO LIGNE.
003380     STRING ' PRETS NON SOLDES         : ' WS-NB-ED
003390            DELIMITED BY SIZE INTO LIGNE.
003400     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
003410     MOVE WS-NB-RETARDS TO WS-NB-ED.
003420     MOVE SPACE TO LIGNE.
003430     STRING ' DONT EN RETARD           : ' WS-NB-ED
003440            DELIMITED BY SIZE INTO LIGNE.
003450     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003460     MOVE WS-NB-SORTIS TO WS-NB-ED.
003470     MOVE SPACE TO LIGNE.
003480     STRING ' DETENTEUR PARTI/SORTI    : ' WS-NB-ED
003490            DELIMITED BY SIZE INTO LIGNE.
003500     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003510     CLOSE FSTAG03-FILE.
003520     CLOSE FSTAGFIN-FILE.
003530     CLOSE RAPPORT-FILE.
003540     DISPLAY 'RPTPRET - ' WS-NB-RETARDS
003550             ' PRET(S) DE MATERIEL EN RETARD'.
003560 9000-EXIT.
003570     EXIT.
