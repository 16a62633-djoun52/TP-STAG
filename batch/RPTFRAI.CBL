000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RPTFRAI.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  RPTFRAI  -  ETAT MENSUEL DES FRAIS DE TRANSPORT (FFRAI03) :  *
000090*               DEMANDES DONT LA PERIODE DEBUTE DANS LE MOIS    *
000100*               EDITE (CARTE SYSIN AAAAMM, PAR DEFAUT LE MOIS   *
000110*               COURANT), PAR ETAT (A STATUER, APPROUVEES,      *
000120*               VERSEES, REFUSEES, ANNULEES) PUIS SESSION ET    *
000130*               STAGIAIRE - NOMBRE ET MONTANT PAR ETAT ET AU    *
000140*               TOTAL                                           *
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
000250     SELECT FFRAI03-FILE   ASSIGN TO FFRAI03
000260            ORGANIZATION   INDEXED
000270            ACCESS MODE    SEQUENTIAL
000280            RECORD KEY     FR-CLE
000290            FILE STATUS    WS-FFRAI-STATUS.
000300     SELECT FSTAG03-FILE   ASSIGN TO FSTAG03
000310            ORGANIZATION   INDEXED
000320            ACCESS MODE    RANDOM
000330            RECORD KEY     E-NUMERO
000340            FILE STATUS    WS-FSTAG-STATUS.
000350     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000360            ORGANIZATION   LINE SEQUENTIAL.
000370     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000380            ORGANIZATION   LINE SEQUENTIAL.
000390     SELECT TRI-FILE       ASSIGN TO TRIWK01.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  FFRAI03-FILE.
000440*   DESCRIPTION DU FICHIER KSD DES FRAIS DE TRANSPORT
000450     COPY FFRAI.
000460*
000470 FD  FSTAG03-FILE.
000480*   DESCRIPTION DU FICHIER KSD DES STAGIAIRES
000490     COPY FSTAG.
000500*
000510 FD  SYSIN-FILE
000520     RECORDING MODE F.
000530 01  SYSIN-REC.
000540     05  SI-AAAAMM         PIC X(06).
000550     05  FILLER            PIC X(74).
000560*
000570 FD  RAPPORT-FILE
000580     RECORDING MODE F.
000590 01  RAPPORT-REC           PIC X(133).
000600*
000610*   ORDRE D'EDITION DES ETATS : 1 A STATUER, 2 APPROUVEE,
000620*   3 VERSEE, 4 REFUSEE, 5 ANNULEE
000630 SD  TRI-FILE.
000640 01  TRI-REC.
000650     05  TS-ORDRE          PIC 9(01).
000660     05  TS-SESSION        PIC X(10).
000670     05  TS-NUMERO         PIC 9(04).
000680     05  TS-DATE-DEBUT     PIC 9(08).
000690     05  TS-DATE-FIN       PIC 9(08).
000700     05  TS-NB-TRAJETS     PIC 9(02).
000710     05  TS-KM             PIC 9(04).
000720     05  TS-MONTANT        PIC 9(5)V99.
000730     05  TS-PAR            PIC X(03).
000740     05  TS-MOTIF          PIC X(15).
000750*
000760 WORKING-STORAGE SECTION.
000770 77  WS-FFRAI-STATUS       PIC X(02).
000780 77  WS-FSTAG-STATUS       PIC X(02).
000790 77  WS-EOF                PIC X(01)     VALUE 'N'.
000800     88  FIN-FICHIER                     VALUE 'Y'.
000810 77  WS-EOF-TRI            PIC X(01)     VALUE 'N'.
000820     88  FIN-TRI                         VALUE 'Y'.
000830 77  WS-DATE-JOUR          PIC 9(08).
000840*   MOIS EDITE (AAAAMM)
000850 77  WS-AAAAMM             PIC 9(06)     VALUE ZERO.
000860 77  WS-ORDRE-COUR         PIC 9(01)     VALUE ZERO.
000870 77  WS-SESSION-COUR       PIC X(10)     VALUE LOW-VALUE.
000880 77  WS-NB-ETAT            PIC 9(06) COMP VALUE ZERO.
000890 77  WS-NB-TOTAL           PIC 9(06) COMP VALUE ZERO.
000900 77  WS-MT-ETAT            PIC 9(07)V99  VALUE ZERO.
000910 77  WS-MT-TOTAL           PIC 9(07)V99  VALUE ZERO.
000920 77  WS-NB-ED              PIC ZZZZZ9.
000930 77  WS-MT-ED              PIC ZZZZZZ9.99.
000940*   LIBELLE DES ETATS DANS L'ORDRE D'EDITION
000950 01  TABLE-ETATS.
000960     05  FILLER            PIC X(22)
000970         VALUE 'A STATUER'.
000980     05  FILLER            PIC X(22)
000990         VALUE 'APPROUVEES (A VERSER)'.
001000     05  FILLER            PIC X(22)
001010         VALUE 'VERSEES PAR LA PAIE'.
001020     05  FILLER            PIC X(22)
001030         VALUE 'REFUSEES'.
001040     05  FILLER            PIC X(22)
001050         VALUE 'ANNULEES'.
001060 01  FILLER REDEFINES TABLE-ETATS.
001070     05  TE-LIBELLE        PIC X(22)     OCCURS 5 TIMES.
001080 01  LIGNE                 PIC X(133).
001090 01  LIGNE-ENTETE.
001100     05  FILLER            PIC X(41)
001110         VALUE ' ETAT MENSUEL DES FRAIS DE TRANSPORT - '.
001120     05  FILLER            PIC X(15)     VALUE 'MOIS (AAAAMM) '.
001130     05  LE-AAAAMM         PIC 9(06).
001140     05  FILLER            PIC X(71)     VALUE SPACE.
001150 01  LIGNE-COLONNES.
001160     05  FILLER            PIC X(09)     VALUE '   NUM.'.
001170     05  FILLER            PIC X(26)     VALUE 'NOM'.
001180     05  FILLER            PIC X(15)     VALUE 'PRENOM'.
001190     05  FILLER            PIC X(12)     VALUE 'SESSION'.
001200     05  FILLER            PIC X(26)     VALUE 'PERIODE'.
001210     05  FILLER            PIC X(04)     VALUE 'TRJ'.
001220     05  FILLER            PIC X(06)     VALUE '  KM'.
001230     05  FILLER            PIC X(10)     VALUE ' MONTANT'.
001240     05  FILLER            PIC X(05)     VALUE 'PAR'.
001250     05  FILLER            PIC X(20)     VALUE 'MOTIF DE REFUS'.
001260 01  LIGNE-DETAIL.
001270     05  FILLER            PIC X(03)     VALUE SPACE.
001280     05  LD-NUMERO         PIC 9(04).
001290     05  FILLER            PIC X(02)     VALUE SPACE.
001300     05  LD-NOM            PIC X(25).
001310     05  FILLER            PIC X(01)     VALUE SPACE.
001320     05  LD-PRENOM         PIC X(13).
001330     05  FILLER            PIC X(02)     VALUE SPACE.
001340     05  LD-SESSION        PIC X(10).
001350     05  FILLER            PIC X(02)     VALUE SPACE.
001360     05  LD-DEBUT          PIC X(10).
001370     05  FILLER            PIC X(04)     VALUE ' AU '.
001380     05  LD-FIN            PIC X(10).
001390     05  FILLER            PIC X(02)     VALUE SPACE.
001400     05  LD-TRAJETS        PIC Z9.
001410     05  FILLER            PIC X(02)     VALUE SPACE.
001420     05  LD-KM             PIC ZZZ9.
001430     05  FILLER            PIC X(02)     VALUE SPACE.
001440     05  LD-MONTANT        PIC ZZZZ9.99.
001450     05  FILLER            PIC X(02)     VALUE SPACE.
001460     05  LD-PAR            PIC X(03).
001470     05  FILLER            PIC X(02)     VALUE SPACE.
001480     05  LD-MOTIF          PIC X(15).
001490     05  FILLER            PIC X(05)     VALUE SPACE.
001500*
001510 PROCEDURE DIVISION.
001520 0000-MAINLINE.
001530*----------------*
001540     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001550     SORT TRI-FILE
001560         ON ASCENDING KEY TS-ORDRE TS-SESSION TS-NUMERO
001570                          TS-DATE-DEBUT
001580         INPUT  PROCEDURE 2000-ALIMENTE-TRI THRU 2000-EXIT
001590         OUTPUT PROCEDURE 3000-EDITE-TRIE   THRU 3000-EXIT.
001600     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001610     STOP RUN.
001620*
001630*****************************************************************
001640*  1000  -  OUVERTURE DES FICHIERS ET MOIS A EDITER (SYSIN      *
001650*            AAAAMM, DEFAUT = MOIS COURANT)                     *
001660*****************************************************************
001670 1000-INITIALISATION.
001680*--------------------*
001690     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001700     MOVE WS-DATE-JOUR(1:6) TO WS-AAAAMM.
001710     OPEN INPUT  SYSIN-FILE.
001720     READ SYSIN-FILE
001730         AT END     CONTINUE
001740         NOT AT END
001750             IF SI-AAAAMM NUMERIC
001760                MOVE SI-AAAAMM TO WS-AAAAMM
001770             END-IF
001780     END-READ.
001790     CLOSE SYSIN-FILE.
001800     OPEN INPUT  FSTAG03-FILE.
001810     OPEN OUTPUT RAPPORT-FILE.
001820     MOVE WS-AAAAMM TO LE-AAAAMM.
001830     WRITE RAPPORT-REC FROM LIGNE-ENTETE AFTER ADVANCING PAGE.
001840     WRITE RAPPORT-REC FROM LIGNE-COLONNES AFTER ADVANCING 2.
001850 1000-EXIT.
001860     EXIT.
001870*
001880*****************************************************************
001890*  2000  -  ALIMENTATION DU TRI : DEMANDES DONT LE PREMIER      *
001900*            JOUR EST DANS LE MOIS EDITE, RANGEES PAR ETAT      *
001910*****************************************************************
001920 2000-ALIMENTE-TRI.
001930*------------------*
001940     OPEN INPUT FFRAI03-FILE.
001950     MOVE 'N' TO WS-EOF.
001960     READ FFRAI03-FILE
001970         AT END MOVE 'Y' TO WS-EOF
001980     END-READ.
001990     IF NOT FIN-FICHIER AND WS-FFRAI-STATUS NOT = '00'
002000        PERFORM 9500-ERREUR-FFRAI THRU 9500-EXIT
002010     END-IF.
002020     PERFORM UNTIL FIN-FICHIER
002030        IF FR-DATE-DEBUT(1:6) = WS-AAAAMM
002040           PERFORM 2100-LIBERE-DEMANDE THRU 2100-EXIT
002050        END-IF
002060        READ FFRAI03-FILE
002070            AT END MOVE 'Y' TO WS-EOF
002080        END-READ
002090        IF NOT FIN-FICHIER AND WS-FFRAI-STATUS NOT = '00'
002100           PERFORM 9500-ERREUR-FFRAI THRU 9500-EXIT
002110        END-IF
002120     END-PERFORM.
002130     CLOSE FFRAI03-FILE.
002140 2000-EXIT.
002150     EXIT.
002160*
002170 2100-LIBERE-DEMANDE.
002180*--------------------*
002190     EVALUATE TRUE
002200       WHEN FR-EN-ATTENTE
002210         MOVE 1 TO TS-ORDRE
002220       WHEN FR-APPROUVEE
002230         MOVE 2 TO TS-ORDRE
002240       WHEN FR-EXPORTEE
002250         MOVE 3 TO TS-ORDRE
002260       WHEN FR-REFUSEE
002270         MOVE 4 TO TS-ORDRE
002280       WHEN FR-ANNULEE
002290         MOVE 5 TO TS-ORDRE
002300       WHEN OTHER
002310         DISPLAY 'RPTFRAI - ETAT INCONNU ' FR-ETAT ' POUR '
002320                 FR-NUMERO ' ' FR-DATE-DEBUT ' - DEMANDE IGNOREE'
002330         GO TO 2100-EXIT
002340     END-EVALUATE.
002350     MOVE FR-CODE-SESSION  TO TS-SESSION.
002360     MOVE FR-NUMERO        TO TS-NUMERO.
002370     MOVE FR-DATE-DEBUT    TO TS-DATE-DEBUT.
002380     MOVE FR-DATE-FIN      TO TS-DATE-FIN.
002390     MOVE FR-NB-TRAJETS    TO TS-NB-TRAJETS.
002400     MOVE FR-KM            TO TS-KM.
002410     MOVE FR-MONTANT       TO TS-MONTANT.
002420     IF FR-EN-ATTENTE
002430        MOVE FR-SAISI-PAR  TO TS-PAR
002440     ELSE
002450        MOVE FR-DECIDE-PAR TO TS-PAR
002460     END-IF.
002470     MOVE FR-MOTIF-REFUS   TO TS-MOTIF.
002480     RELEASE TRI-REC.
002490 2100-EXIT.
002500     EXIT.
002510*
002520*****************************************************************
002530*  3000  -  EDITION PAR ETAT : UNE LIGNE PAR DEMANDE, UNE LIGNE *
002540*            BLANCHE ENTRE SESSIONS, NOMBRE ET MONTANT PAR ETAT *
002550*****************************************************************
002560 3000-EDITE-TRIE.
002570*----------------*
002580     MOVE 'N' TO WS-EOF-TRI.
002590     RETURN TRI-FILE
002600         AT END MOVE 'Y' TO WS-EOF-TRI
002610     END-RETURN.
002620     PERFORM UNTIL FIN-TRI
002630        IF TS-ORDRE NOT = WS-ORDRE-COUR
002640           PERFORM 3100-CLOT-ETAT THRU 3100-EXIT
002650           MOVE TS-ORDRE TO WS-ORDRE-COUR
002660           MOVE SPACE TO LIGNE
002670           STRING ' DEMANDES ' TE-LIBELLE(TS-ORDRE)
002680                  DELIMITED BY SIZE INTO LIGNE
002690           WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2
002700        END-IF
002710        IF TS-SESSION NOT = WS-SESSION-COUR
002720           IF WS-SESSION-COUR NOT = LOW-VALUE
002730              MOVE SPACE TO LIGNE
002740              WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
002750           END-IF
002760           MOVE TS-SESSION TO WS-SESSION-COUR
002770        END-IF
002780        PERFORM 3200-LIGNE-DEMANDE THRU 3200-EXIT
002790        RETURN TRI-FILE
002800            AT END MOVE 'Y' TO WS-EOF-TRI
002810        END-RETURN
002820     END-PERFORM.
002830     PERFORM 3100-CLOT-ETAT THRU 3100-EXIT.
002840 3000-EXIT.
002850     EXIT.
002860*
002870 3100-CLOT-ETAT.
002880*---------------*
002890     IF WS-ORDRE-COUR NOT = ZERO
002900        MOVE WS-NB-ETAT TO WS-NB-ED
002910        MOVE WS-MT-ETAT TO WS-MT-ED
002920        MOVE SPACE TO LIGNE
002930        STRING ' TOTAL ' TE-LIBELLE(WS-ORDRE-COUR) ' : ' WS-NB-ED
002940               ' DEMANDE(S) POUR ' WS-MT-ED ' EUROS'
002950               DELIMITED BY SIZE INTO LIGNE
002960        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2
002970        MOVE ZERO TO WS-NB-ETAT WS-MT-ETAT
002980     END-IF.
002990     MOVE LOW-VALUE TO WS-SESSION-COUR.
003000 3100-EXIT.
003010     EXIT.
003020*
003030*****************************************************************
003040*  3200  -  LIGNE DE DETAIL - IDENTITE LUE DANS FSTAG03,        *
003050*            '(PARTI)' SI LE STAGIAIRE A QUITTE LE FICHIER      *
003060*****************************************************************
003070 3200-LIGNE-DEMANDE.
003080*-------------------*
003090     MOVE TS-NUMERO TO E-NUMERO LD-NUMERO.
003100     READ FSTAG03-FILE.
003110     IF WS-FSTAG-STATUS = '00'
003120        MOVE E-NOM    TO LD-NOM
003130        MOVE E-PRENOM TO LD-PRENOM
003140     ELSE
003150        IF WS-FSTAG-STATUS NOT = '23'
003160           PERFORM 9510-ERREUR-FSTAG THRU 9510-EXIT
003170        END-IF
003180        MOVE '(PARTI)' TO LD-NOM
003190        MOVE SPACE     TO LD-PRENOM
003200     END-IF.
003210     MOVE TS-SESSION TO LD-SESSION.
003220     MOVE SPACE TO LD-DEBUT LD-FIN.
003230     STRING TS-DATE-DEBUT(7:2) '/' TS-DATE-DEBUT(5:2) '/'
003240            TS-DATE-DEBUT(1:4) DELIMITED BY SIZE INTO LD-DEBUT.
003250     STRING TS-DATE-FIN(7:2) '/' TS-DATE-FIN(5:2) '/'
003260            TS-DATE-FIN(1:4) DELIMITED BY SIZE INTO LD-FIN.
003270     MOVE TS-NB-TRAJETS TO LD-TRAJETS.
003280     MOVE TS-KM         TO LD-KM.
003290     MOVE TS-MONTANT    TO LD-MONTANT.
003300     MOVE TS-PAR        TO LD-PAR.
003310     MOVE TS-MOTIF      TO LD-MOTIF.
003320     WRITE RAPPORT-REC FROM LIGNE-DETAIL AFTER ADVANCING 1.
003330     ADD 1 TO WS-NB-ETAT WS-NB-TOTAL.
003340     ADD TS-MONTANT TO WS-MT-ETAT WS-MT-TOTAL.
003350 3200-EXIT.
003360     EXIT.
003370*
003380*****************************************************************
003390*  9500  -  ERREURS D'ENTREE/SORTIE - LE CODE STATUT EST TRACE  *
003400*            ET LE TRAITEMENT EST INTERROMPU                    *
003410*****************************************************************
003420 9500-ERREUR-FFRAI.
003430*------------------*
003440     DISPLAY 'RPTFRAI - ERREUR E/S FFRAI03 - CODE STATUT '
003450             WS-FFRAI-STATUS.
003460     CLOSE FFRAI03-FILE.
003470     MOVE 16 TO RETURN-CODE.
003480     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003490     STOP RUN.
003500 9500-EXIT.
003510     EXIT.
003520*
003530 9510-ERREUR-FSTAG.
003540*------------------*
003550     DISPLAY 'RPTFRAI - ERREUR E/S FSTAG03 - CODE STATUT '
003560             WS-FSTAG-STATUS.
003570     MOVE 16 TO RETURN-CODE.
003580     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003590     STOP RUN.
003600 9510-EXIT.
003610     EXIT.
003620*
003630*****************************************************************
003640*  9000  -  TOTAL GENERAL ET FERMETURE DES FICHIERS             *
003650*****************************************************************
003660 9000-TERMINAISON.
003670*-----------------*
003680     MOVE WS-NB-TOTAL TO WS-NB-ED.
003690     MOVE WS-MT-TOTAL TO WS-MT-ED.
003700     MOVE SPACE TO LIGNE.
003710     STRING ' TOTAL GENERAL DU MOIS : ' WS-NB-ED
003720            ' DEMANDE(S) POUR ' WS-MT-ED ' EUROS'
003730            DELIMITED BY SIZE INTO LIGNE.
003740     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
003750     CLOSE FSTAG03-FILE.
003760     CLOSE RAPPORT-FILE.
003770     DISPLAY 'RPTFRAI - MOIS ' WS-AAAAMM ' : ' WS-NB-ED
003780             ' DEMANDE(S) EDITEE(S)'.
003790 9000-EXIT.
003800     EXIT.
