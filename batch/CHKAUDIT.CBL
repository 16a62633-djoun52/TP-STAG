000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CHKAUDIT.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  CHKAUDIT -  CONTROLE D'INTEGRITE DE LA PISTE D'AUDIT :        *
000090*               PARCOURT LES GENERATIONS DELESTEES (AUDOFF, DE   *
000100*               PRGAUDIT) PUIS LE FICHIER EN LIGNE FAUDIT03 DANS *
000110*               L'ORDRE DES RANGS DE LA CHAINE ET RELEVE :       *
000120*               - LES ENTREES NON SCELLEES                       *
000130*               - LES ENTREES OU IMAGES ALTEREES (EMPREINTES     *
000140*                 RECALCULEES PAR SCELAUD)                       *
000150*               - LES MAILLONS MANQUANTS, EN DOUBLE OU DONT LE   *
000160*                 CHAINAGE AU PRECEDENT EST ROMPU                *
000170*               - LES IMAGES ANONYMISEES SANS EFFACEMENT 'E'     *
000180*               - LA JONCTION DE DELESTAGE ('AUDITOFF') ET LA    *
000190*                 TETE DE CHAINE ('AUDCHAIN') NON CONFORMES      *
000200*               - LE MAILLON DE REFERENCE (CARTE SYSIN, RELEVE   *
000210*                 SUR UN CONTROLE PRECEDENT) NON RETROUVE        *
000220*               LA TETE DE CHAINE EST EDITEE EN FIN D'ETAT : LA  *
000230*               CONSERVER HORS DU SYSTEME POUR LA DONNER EN      *
000240*               REFERENCE AU CONTROLE SUIVANT - RC=8 DES QU'UNE  *
000250*               ANOMALIE EST RELEVEE                             *
000260*****************************************************************
000270*  HISTORIQUE DES MODIFICATIONS                                 *
000280*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-390.
000330 OBJECT-COMPUTER. IBM-390.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT FAUDIT03-FILE  ASSIGN TO FAUDIT03
000370            ORGANIZATION   INDEXED
000380            ACCESS MODE    SEQUENTIAL
000390            RECORD KEY     AK-CLE
000400            FILE STATUS    WS-FAUDIT-STATUS.
000410     SELECT AUDOFF-FILE    ASSIGN TO AUDOFF
000420            ORGANIZATION   SEQUENTIAL.
000430     SELECT FCTL03-FILE    ASSIGN TO FCTL03
000440            ORGANIZATION   INDEXED
000450            ACCESS MODE    RANDOM
000460            RECORD KEY     CT-CLE
000470            FILE STATUS    WS-FCTL-STATUS.
000480     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000490            ORGANIZATION   LINE SEQUENTIAL.
000500     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000510            ORGANIZATION   LINE SEQUENTIAL.
000520     SELECT TRI-FILE       ASSIGN TO TRIWK01.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  FAUDIT03-FILE.
000570*   DESCRIPTION DU FICHIER KSD DE LA PISTE D'AUDIT
000580     COPY FAUDIT.
000590*
000600 FD  AUDOFF-FILE
000610     RECORDING MODE F.
000620*   IMAGE EXACTE DES ENREGISTREMENTS DELESTES (CF FAUDIT.cpy)
000630 01  AUDOFF-REC            PIC X(800).
000640*
000650 FD  FCTL03-FILE.
000660*   TETE DE CHAINE ('AUDCHAIN') ET JONCTION DE DELESTAGE
000670*   ('AUDITOFF')
000680     COPY FCTL.
000690*
000700 FD  SYSIN-FILE
000710     RECORDING MODE F.
000720*   MAILLON DE REFERENCE RELEVE SUR UN CONTROLE PRECEDENT (A BLANC
000730*   SI AUCUN) : COL 01-09 RANG, COL 11-28 EMPREINTE
000740 01  SYSIN-REC.
000750     05  SI-SEQUENCE       PIC X(09).
000760     05  FILLER            PIC X(01).
000770     05  SI-EMPREINTE      PIC X(18).
000780     05  FILLER            PIC X(52).
000790*
000800 FD  RAPPORT-FILE
000810     RECORDING MODE F.
000820 01  RAPPORT-REC           PIC X(133).
000830*
000840 SD  TRI-FILE.
000850*   ENTREE D'AUDIT (IMAGE E-AUDIT) + PROVENANCE : 'D' DELESTEE,
000860*   'L' EN LIGNE
000870 01  TRI-REC.
000880     05  TR-ENTREE.
000890         10  TR-NUMERO     PIC 9(04).
000900         10  TR-DATE       PIC 9(08).
000910         10  TR-HEURE      PIC X(06).
000920         10  TR-ACTION     PIC X(01).
000930         10  FILLER        PIC X(697).
000940         10  TR-SEQUENCE   PIC 9(09).
000950         10  FILLER        PIC X(75).
000960     05  TR-PROVENANCE     PIC X(01).
000970*
000980 WORKING-STORAGE SECTION.
000990 77  WS-FAUDIT-STATUS      PIC X(02).
001000 77  WS-FCTL-STATUS        PIC X(02).
001010 77  WS-EOF                PIC X(01)     VALUE 'N'.
001020     88  FIN-FICHIER                     VALUE 'Y'.
001030 77  WS-EOF-TRI            PIC X(01)     VALUE 'N'.
001040     88  FIN-TRI                         VALUE 'Y'.
001050 77  WS-NB-DELESTEES       PIC 9(08) COMP VALUE ZERO.
001060 77  WS-NB-EN-LIGNE        PIC 9(08) COMP VALUE ZERO.
001070 77  WS-NB-MAILLONS        PIC 9(08) COMP VALUE ZERO.
001080 77  WS-NB-ANOMALIES       PIC 9(06) COMP VALUE ZERO.
001090 77  WS-NB-ED              PIC ZZZZZZZ9.
001100*   JONCTION DE DELESTAGE ET TETE DE CHAINE (FCTL03)
001110 77  WS-JONCTION-LUE       PIC X(01)     VALUE 'N'.
001120 77  WS-SEQ-JONCTION       PIC 9(09)     VALUE ZERO.
001130 77  WS-EMP-JONCTION       PIC 9(18)     VALUE ZERO.
001140 77  WS-TETE-LUE           PIC X(01)     VALUE 'N'.
001150 77  WS-SEQ-TETE           PIC 9(09)     VALUE ZERO.
001160 77  WS-EMP-TETE           PIC 9(18)     VALUE ZERO.
001170 77  WS-DATE-TETE          PIC 9(08)     VALUE ZERO.
001180 77  WS-HEURE-TETE         PIC 9(06)     VALUE ZERO.
001190*   MAILLON DE REFERENCE (SYSIN) ET INDICATEUR DE RENCONTRE
001200 77  WS-SEQ-REF            PIC 9(09)     VALUE ZERO.
001210 77  WS-EMP-REF            PIC 9(18)     VALUE ZERO.
001220 77  WS-REF-VUE            PIC X(01)     VALUE 'N'.
001230*   DERNIER MAILLON CONTROLE
001240 77  WS-SEQ-PREC           PIC 9(09)     VALUE ZERO.
001250 77  WS-EMP-PREC           PIC 9(18)     VALUE ZERO.
001260*   RANGS EXTREMES D'UNE LACUNE DE LA CHAINE
001270 77  WS-MANQ-DEBUT         PIC 9(09).
001280 77  WS-MANQ-FIN           PIC 9(09).
001290 77  WS-MOTIF              PIC X(60).
001300 77  WS-SEQ-ED             PIC Z(8)9.
001310 01  LIGNE                 PIC X(133).
001320*   NUMEROS AYANT FAIT L'OBJET D'UN EFFACEMENT 'E' (EFFRGPD) :
001330*   SEULES LEURS ENTREES PEUVENT AVOIR DES IMAGES ANONYMISEES
001340 01  WS-EFFACE-TABLE.
001350     05  WS-EFFACE         PIC X(01) OCCURS 9999 TIMES.
001360*
001370*   ZONE D'ECHANGE DU MODULE DE SCELLEMENT SCELAUD
001380     COPY SCELCA.
001390*
001400 PROCEDURE DIVISION.
001410 0000-MAINLINE.
001420*----------------*
001430     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001440     SORT TRI-FILE ON ASCENDING KEY TR-SEQUENCE TR-PROVENANCE
001450         INPUT  PROCEDURE 2000-ALIMENTE-TRI  THRU 2000-EXIT
001460         OUTPUT PROCEDURE 3000-CONTROLE      THRU 3000-EXIT.
001470     PERFORM 4000-TETE-DE-CHAINE THRU 4000-EXIT.
001480     PERFORM 8000-BILAN          THRU 8000-EXIT.
001490     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001500     IF WS-NB-ANOMALIES > ZERO
001510        MOVE 8 TO RETURN-CODE
001520     END-IF.
001530     STOP RUN.
001540*
001550*****************************************************************
001560*  1000  -  MAILLON DE REFERENCE (SYSIN), JONCTION DE DELESTAGE  *
001570*            ET TETE DE CHAINE (FCTL03), OUVERTURES              *
001580*****************************************************************
001590 1000-INITIALISATION.
001600*--------------------*
001610     MOVE SPACE TO WS-EFFACE-TABLE.
001620     OPEN INPUT SYSIN-FILE.
001630     READ SYSIN-FILE
001640         AT END     CONTINUE
001650         NOT AT END
001660             IF SI-SEQUENCE NUMERIC AND SI-EMPREINTE NUMERIC
001670                MOVE SI-SEQUENCE  TO WS-SEQ-REF
001680                MOVE SI-EMPREINTE TO WS-EMP-REF
001690             END-IF
001700     END-READ.
001710     CLOSE SYSIN-FILE.
001720     OPEN INPUT  FCTL03-FILE.
001730     MOVE 'AUDITOFF' TO CT-CLE.
001740     READ FCTL03-FILE.
001750     IF WS-FCTL-STATUS = '00'
001760        AND CT-SEQUENCE-EVT > ZERO
001770        MOVE 'O'             TO WS-JONCTION-LUE
001780        MOVE CT-SEQUENCE-EVT TO WS-SEQ-JONCTION
001790        MOVE CT-EMPREINTE    TO WS-EMP-JONCTION
001800     END-IF.
001810     MOVE 'AUDCHAIN' TO CT-CLE.
001820     READ FCTL03-FILE.
001830     IF WS-FCTL-STATUS = '00'
001840        MOVE 'O'             TO WS-TETE-LUE
001850        MOVE CT-SEQUENCE-EVT TO WS-SEQ-TETE
001860        MOVE CT-EMPREINTE    TO WS-EMP-TETE
001870        MOVE CT-DATE         TO WS-DATE-TETE
001880        MOVE CT-HEURE        TO WS-HEURE-TETE
001890     END-IF.
001900     CLOSE FCTL03-FILE.
001910     OPEN OUTPUT RAPPORT-FILE.
001920     MOVE SPACE TO LIGNE.
001930     MOVE ' CONTROLE D''INTEGRITE DE LA PISTE D''AUDIT' TO LIGNE.
001940     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
001950 1000-EXIT.
001960     EXIT.
001970*
001980*****************************************************************
001990*  2000  -  CHARGEMENT DU TRI : GENERATIONS DELESTEES PUIS       *
002000*            FICHIER EN LIGNE - UNE ENTREE NON SCELLEE (RANG     *
002010*            ZERO) EST RELEVEE ET NON TRIEE ; LES NUMEROS        *
002020*            EFFACES ('E') SONT NOTES AU PASSAGE                 *
002030*****************************************************************
002040 2000-ALIMENTE-TRI.
002050*------------------*
002060     MOVE SPACE TO LIGNE.
002070     MOVE ' ENTREES NON SCELLEES' TO LIGNE.
002080     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
002090     OPEN INPUT AUDOFF-FILE.
002100     MOVE 'N' TO WS-EOF.
002110     READ AUDOFF-FILE INTO TR-ENTREE
002120         AT END MOVE 'Y' TO WS-EOF
002130     END-READ.
002140     PERFORM UNTIL FIN-FICHIER
002150        ADD 1 TO WS-NB-DELESTEES
002160        MOVE 'D' TO TR-PROVENANCE
002170        PERFORM 2100-RETIENT THRU 2100-EXIT
002180        READ AUDOFF-FILE INTO TR-ENTREE
002190            AT END MOVE 'Y' TO WS-EOF
002200        END-READ
002210     END-PERFORM.
002220     CLOSE AUDOFF-FILE.
002230     OPEN INPUT FAUDIT03-FILE.
002240     MOVE 'N' TO WS-EOF.
002250     READ FAUDIT03-FILE
002260         AT END MOVE 'Y' TO WS-EOF
002270     END-READ.
002280     IF NOT FIN-FICHIER AND WS-FAUDIT-STATUS NOT = '00'
002290        PERFORM 9500-ERREUR-FAUDIT THRU 9500-EXIT
002300     END-IF.
002310     PERFORM UNTIL FIN-FICHIER
002320        ADD 1 TO WS-NB-EN-LIGNE
002330        MOVE E-AUDIT TO TR-ENTREE
002340        MOVE 'L' TO TR-PROVENANCE
002350        PERFORM 2100-RETIENT THRU 2100-EXIT
002360        READ FAUDIT03-FILE
002370            AT END MOVE 'Y' TO WS-EOF
002380        END-READ
002390        IF NOT FIN-FICHIER AND WS-FAUDIT-STATUS NOT = '00'
002400           PERFORM 9500-ERREUR-FAUDIT THRU 9500-EXIT
002410        END-IF
002420     END-PERFORM.
002430     CLOSE FAUDIT03-FILE.
002440 2000-EXIT.
002450     EXIT.
002460*
002470 2100-RETIENT.
002480*-------------*
002490     IF TR-ACTION = 'E' AND TR-NUMERO > ZERO
002500        MOVE 'O' TO WS-EFFACE(TR-NUMERO)
002510     END-IF.
002520     IF TR-SEQUENCE = ZERO
002530        MOVE SPACE TO LIGNE
002540        STRING '   ENTREE DU ' TR-DATE ' ' TR-HEURE
002550               ' ACTION ' TR-ACTION ' NUMERO ' TR-NUMERO
002560               ' (' TR-PROVENANCE ') NON SCELLEE'
002570               DELIMITED BY SIZE INTO LIGNE
002580        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
002590        ADD 1 TO WS-NB-ANOMALIES
002600        GO TO 2100-EXIT
002610     END-IF.
002620     RELEASE TRI-REC.
002630 2100-EXIT.
002640     EXIT.
002650*
002660*****************************************************************
002670*  3000  -  PARCOURS DE LA CHAINE DANS L'ORDRE DES RANGS : CHAQUE*
002680*            ENTREE EST RECALCULEE (SCELAUD) ET RACCORDEE A LA   *
002690*            PRECEDENTE (RANG + 1, EMPREINTE PRECEDENTE) - LE    *
002700*            PREMIER MAILLON DOIT ETRE LE RANG 1 OU SUIVRE LA    *
002710*            JONCTION DE DELESTAGE ; SINON LES GENERATIONS       *
002720*            ANTERIEURES N'ONT PAS ETE FOURNIES ET LE CONTROLE   *
002730*            COMMENCE A CE RANG (SIGNALE SANS ANOMALIE)          *
002740*****************************************************************
002750 3000-CONTROLE.
002760*--------------*
002770     MOVE SPACE TO LIGNE.
002780     MOVE ' MAILLONS DE LA CHAINE' TO LIGNE.
002790     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
002800     MOVE 'N' TO WS-EOF-TRI.
002810     RETURN TRI-FILE
002820         AT END MOVE 'Y' TO WS-EOF-TRI
002830     END-RETURN.
002840     PERFORM UNTIL FIN-TRI
002850        ADD 1 TO WS-NB-MAILLONS
002860        MOVE TR-ENTREE TO SC-ENTREE
002870        PERFORM 3100-CONTROLE-ENTREE  THRU 3100-EXIT
002880        PERFORM 3200-CONTROLE-CHAINAGE THRU 3200-EXIT
002890        MOVE SC-SEQUENCE  TO WS-SEQ-PREC
002900        MOVE SC-EMPREINTE TO WS-EMP-PREC
002910        RETURN TRI-FILE
002920            AT END MOVE 'Y' TO WS-EOF-TRI
002930        END-RETURN
002940     END-PERFORM.
002950 3000-EXIT.
002960     EXIT.
002970*
002980*****************************************************************
002990*  3100  -  CONTROLE DE L'ENTREE ELLE-MEME : EMPREINTES DES      *
003000*            IMAGES ET DU MAILLON RECALCULEES, ANONYMISATION     *
003010*            JUSTIFIEE PAR UN EFFACEMENT, JONCTION DE DELESTAGE  *
003020*            ET MAILLON DE REFERENCE                             *
003030*****************************************************************
003040 3100-CONTROLE-ENTREE.
003050*---------------------*
003060     CALL 'SCELAUD' USING SCELAUD-COMMAREA.
003070     IF SC-ANONYMISE = 'O'
003080        IF SC-NUMERO = ZERO
003090           OR WS-EFFACE(SC-NUMERO) NOT = 'O'
003100           MOVE 'IMAGES ANONYMISEES SANS EFFACEMENT ''E'''
003110                TO WS-MOTIF
003120           PERFORM 3900-SIGNALE THRU 3900-EXIT
003130        END-IF
003140     ELSE
003150        IF SC-CALC-IMAGES NOT = SC-EMPREINTE-IMAGES
003160           MOVE 'IMAGES ALTEREES' TO WS-MOTIF
003170           PERFORM 3900-SIGNALE THRU 3900-EXIT
003180        END-IF
003190     END-IF.
003200     IF SC-CALC-EMPREINTE NOT = SC-EMPREINTE
003210        MOVE 'ENTREE ALTEREE (EMPREINTE DU MAILLON)' TO WS-MOTIF
003220        PERFORM 3900-SIGNALE THRU 3900-EXIT
003230     END-IF.
003240     IF WS-JONCTION-LUE = 'O'
003250        AND SC-SEQUENCE = WS-SEQ-JONCTION
003260        AND SC-EMPREINTE NOT = WS-EMP-JONCTION
003270        MOVE 'JONCTION DE DELESTAGE (AUDITOFF) NON CONFORME'
003280             TO WS-MOTIF
003290        PERFORM 3900-SIGNALE THRU 3900-EXIT
003300     END-IF.
003310     IF WS-SEQ-REF > ZERO
003320        AND SC-SEQUENCE = WS-SEQ-REF
003330        MOVE 'O' TO WS-REF-VUE
003340        IF SC-EMPREINTE NOT = WS-EMP-REF
003350           MOVE 'EMPREINTE DIFFERENTE DU MAILLON DE REFERENCE'
003360                TO WS-MOTIF
003370           PERFORM 3900-SIGNALE THRU 3900-EXIT
003380        END-IF
003390     END-IF.
003400 3100-EXIT.
003410     EXIT.
003420*
003430*****************************************************************
003440*  3200  -  RACCORDEMENT AU MAILLON PRECEDENT                    *
003450*****************************************************************
003460 3200-CONTROLE-CHAINAGE.
003470*-----------------------*
003480     IF WS-SEQ-PREC = ZERO
003490        PERFORM 3300-PREMIER-MAILLON THRU 3300-EXIT
003500        GO TO 3200-EXIT
003510     END-IF.
003520     IF SC-SEQUENCE = WS-SEQ-PREC
003530        MOVE 'RANG EN DOUBLE' TO WS-MOTIF
003540        PERFORM 3900-SIGNALE THRU 3900-EXIT
003550        GO TO 3200-EXIT
003560     END-IF.
003570     IF SC-SEQUENCE > WS-SEQ-PREC + 1
003580        COMPUTE WS-MANQ-DEBUT = WS-SEQ-PREC + 1
003590        COMPUTE WS-MANQ-FIN = SC-SEQUENCE - 1
003600        MOVE SPACE TO WS-MOTIF
003610        STRING 'MAILLONS MANQUANTS : RANGS ' WS-MANQ-DEBUT
003620               ' A ' WS-MANQ-FIN
003630               DELIMITED BY SIZE INTO WS-MOTIF
003640        PERFORM 3900-SIGNALE THRU 3900-EXIT
003650        GO TO 3200-EXIT
003660     END-IF.
003670     IF SC-EMPREINTE-PREC NOT = WS-EMP-PREC
003680        MOVE 'CHAINAGE ROMPU AVEC LE MAILLON PRECEDENT'
003690             TO WS-MOTIF
003700        PERFORM 3900-SIGNALE THRU 3900-EXIT
003710     END-IF.
003720 3200-EXIT.
003730     EXIT.
003740*
003750 3300-PREMIER-MAILLON.
003760*---------------------*
003770     IF SC-SEQUENCE = 1
003780        IF SC-EMPREINTE-PREC NOT = ZERO
003790           MOVE 'PREMIER MAILLON DE LA CHAINE ALTERE' TO WS-MOTIF
003800           PERFORM 3900-SIGNALE THRU 3900-EXIT
003810        END-IF
003820        GO TO 3300-EXIT
003830     END-IF.
003840     IF WS-JONCTION-LUE = 'O'
003850        AND SC-SEQUENCE = WS-SEQ-JONCTION + 1
003860        IF SC-EMPREINTE-PREC NOT = WS-EMP-JONCTION
003870           MOVE 'CHAINAGE ROMPU AVEC LA JONCTION DE DELESTAGE'
003880                TO WS-MOTIF
003890           PERFORM 3900-SIGNALE THRU 3900-EXIT
003900        END-IF
003910        GO TO 3300-EXIT
003920     END-IF.
003930     IF WS-JONCTION-LUE = 'O'
003940        AND SC-SEQUENCE > WS-SEQ-JONCTION + 1
003950        MOVE 'MAILLONS MANQUANTS APRES LA JONCTION DE DELESTAGE'
003960             TO WS-MOTIF
003970        PERFORM 3900-SIGNALE THRU 3900-EXIT
003980        GO TO 3300-EXIT
003990     END-IF.
004000     MOVE SC-SEQUENCE TO WS-SEQ-ED.
004010     MOVE SPACE TO LIGNE.
004020     STRING '   CONTROLE COMMENCE AU RANG ' WS-SEQ-ED
004030            ' (GENERATIONS DELESTEES ANTERIEURES NON FOURNIES)'
004040            DELIMITED BY SIZE INTO LIGNE.
004050     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004060 3300-EXIT.
004070     EXIT.
004080*
004090*****************************************************************
004100*  3900  -  EDITION D'UNE ANOMALIE SUR L'ENTREE COURANTE         *
004110*****************************************************************
004120 3900-SIGNALE.
004130*-------------*
004140     MOVE SC-SEQUENCE TO WS-SEQ-ED.
004150     MOVE SPACE TO LIGNE.
004160     STRING '   RANG ' WS-SEQ-ED ' NUMERO ' SC-NUMERO
004170            ' DU ' SC-HORODATAGE ' ACTION ' SC-ACTION
004180            ' (' TR-PROVENANCE ') : ' WS-MOTIF
004190            DELIMITED BY SIZE INTO LIGNE.
004200     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004210     ADD 1 TO WS-NB-ANOMALIES.
004220 3900-EXIT.
004230     EXIT.
004240*
004250*****************************************************************
004260*  4000  -  FIN DE CHAINE : LE DERNIER MAILLON DOIT ETRE LA TETE *
004270*            TENUE DANS FCTL03 ('AUDCHAIN') ; LE MAILLON DE      *
004280*            REFERENCE DOIT AVOIR ETE RENCONTRE                  *
004290*****************************************************************
004300 4000-TETE-DE-CHAINE.
004310*--------------------*
004320     MOVE SPACE TO LIGNE.
004330     MOVE ' FIN DE CHAINE' TO LIGNE.
004340     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
004350     MOVE SPACE TO WS-MOTIF.
004360     EVALUATE TRUE
004370         WHEN WS-TETE-LUE NOT = 'O'
004380             IF WS-NB-MAILLONS > ZERO
004390                MOVE 'TETE DE CHAINE ABSENTE DE FCTL03 (AUDCHAIN)'
004400                     TO WS-MOTIF
004410             END-IF
004420         WHEN WS-SEQ-PREC < WS-SEQ-TETE
004430             COMPUTE WS-MANQ-DEBUT = WS-SEQ-PREC + 1
004440             STRING 'FIN DE CHAINE MANQUANTE : RANGS '
004450                    WS-MANQ-DEBUT ' A ' WS-SEQ-TETE
004460                    DELIMITED BY SIZE INTO WS-MOTIF
004470         WHEN WS-SEQ-PREC > WS-SEQ-TETE
004480             MOVE 'TETE DE CHAINE (AUDCHAIN) EN RETARD'
004490                  TO WS-MOTIF
004500         WHEN WS-EMP-PREC NOT = WS-EMP-TETE
004510             MOVE 'TETE DE CHAINE (AUDCHAIN) NON CONFORME'
004520                  TO WS-MOTIF
004530         WHEN OTHER
004540             CONTINUE
004550     END-EVALUATE.
004560     IF WS-MOTIF NOT = SPACE
004570        MOVE SPACE TO LIGNE
004580        STRING '   ' WS-MOTIF DELIMITED BY SIZE INTO LIGNE
004590        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
004600        ADD 1 TO WS-NB-ANOMALIES
004610     END-IF.
004620     IF WS-SEQ-REF > ZERO
004630        AND WS-REF-VUE NOT = 'O'
004640        MOVE WS-SEQ-REF TO WS-SEQ-ED
004650        MOVE SPACE TO LIGNE
004660        STRING '   MAILLON DE REFERENCE (RANG ' WS-SEQ-ED
004670               ') ABSENT DE LA CHAINE PARCOURUE'
004680               DELIMITED BY SIZE INTO LIGNE
004690        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
004700        ADD 1 TO WS-NB-ANOMALIES
004710     END-IF.
004720 4000-EXIT.
004730     EXIT.
004740*
004750*****************************************************************
004760*  8000  -  BILAN, VERDICT ET TETE DE CHAINE A CONSERVER         *
004770*****************************************************************
004780 8000-BILAN.
004790*-----------*
004800     MOVE WS-NB-DELESTEES TO WS-NB-ED.
004810     MOVE SPACE TO LIGNE.
004820     STRING ' ENTREES DELESTEES LUES : ' WS-NB-ED
004830            DELIMITED BY SIZE INTO LIGNE.
004840     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
004850     MOVE WS-NB-EN-LIGNE TO WS-NB-ED.
004860     MOVE SPACE TO LIGNE.
004870     STRING ' ENTREES EN LIGNE LUES  : ' WS-NB-ED
004880            DELIMITED BY SIZE INTO LIGNE.
004890     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004900     MOVE WS-NB-MAILLONS TO WS-NB-ED.
004910     MOVE SPACE TO LIGNE.
004920     STRING ' MAILLONS CONTROLES     : ' WS-NB-ED
004930            DELIMITED BY SIZE INTO LIGNE.
004940     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004950     MOVE WS-NB-ANOMALIES TO WS-NB-ED.
004960     MOVE SPACE TO LIGNE.
004970     STRING ' ANOMALIES RELEVEES     : ' WS-NB-ED
004980            DELIMITED BY SIZE INTO LIGNE.
004990     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
005000     MOVE SPACE TO LIGNE.
005010     IF WS-NB-ANOMALIES = ZERO
005020        MOVE ' CHAINE D''AUDIT INTEGRE' TO LIGNE
005030     ELSE
005040        MOVE ' CHAINE D''AUDIT COMPROMISE - NE PAS REJOUER'
005050             TO LIGNE
005060     END-IF.
005070     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
005080     MOVE WS-SEQ-PREC TO WS-SEQ-ED.
005090     MOVE SPACE TO LIGNE.
005100     STRING ' DERNIER MAILLON : RANG ' WS-SEQ-ED
005110            ' EMPREINTE ' WS-EMP-PREC
005120            ' - A CONSERVER HORS SYSTEME POUR LE PROCHAIN'
005130            ' CONTROLE (SYSIN)'
005140            DELIMITED BY SIZE INTO LIGNE.
005150     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
005160     IF WS-TETE-LUE = 'O'
005170        MOVE WS-SEQ-TETE TO WS-SEQ-ED
005180        MOVE SPACE TO LIGNE
005190        STRING ' TETE FCTL03 (AUDCHAIN) : RANG ' WS-SEQ-ED
005200               ' EMPREINTE ' WS-EMP-TETE
005210               ' DU ' WS-DATE-TETE ' ' WS-HEURE-TETE
005220               DELIMITED BY SIZE INTO LIGNE
005230        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
005240     END-IF.
005250 8000-EXIT.
005260     EXIT.
005270*
005280*****************************************************************
005290*  9500  -  ERREUR D'ENTREE/SORTIE SUR FAUDIT03 - LE CODE STATUT *
005300*            EST TRACE ET LE TRAITEMENT EST INTERROMPU           *
005310*****************************************************************
005320 9500-ERREUR-FAUDIT.
005330*-------------------*
005340     DISPLAY 'CHKAUDIT - ERREUR E/S FAUDIT03 - CODE STATUT '
005350             WS-FAUDIT-STATUS.
005360     MOVE 16 TO RETURN-CODE.
005370     CLOSE FAUDIT03-FILE.
005380     CLOSE RAPPORT-FILE.
005390     STOP RUN.
005400 9500-EXIT.
005410     EXIT.
005420*
005430*****************************************************************
005440*  9000  -  FERMETURE DES FICHIERS                               *
005450*****************************************************************
005460 9000-TERMINAISON.
005470*-----------------*
005480     CLOSE RAPPORT-FILE.
005490 9000-EXIT.
005500     EXIT.
