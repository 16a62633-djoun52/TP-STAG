000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RPTACCU.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  RPTACCU  -  STATISTIQUE MENSUELLE DES DEMANDES FAITES A      *
000090*               L'ACCUEIL (JOURNAL FACCU03, ALIMENTE PAR LE     *
000100*               PRE-CONTROLE INGACI3) : DEMANDES ET ISSUES PAR  *
000110*               DEPARTEMENT, PAR SESSION DEMANDEE ET PAR MOTIF  *
000120*               DE REFUS OU DE MISE EN ATTENTE - SYSIN : MOIS   *
000130*               AAAAMM COL 1-6 (DEFAUT LE MOIS PRECEDENT)       *
000140*****************************************************************
000150*  HISTORIQUE DES MODIFICATIONS                                 *
000160*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000170*****************************************************************
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000200 SOURCE-COMPUTER. IBM-390.
000210 OBJECT-COMPUTER. IBM-390.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT FACCU03-FILE   ASSIGN TO FACCU03
000250            ORGANIZATION   INDEXED
000260            ACCESS MODE    DYNAMIC
000270            RECORD KEY     AC-CLE
000280            FILE STATUS    WS-FACCU-STATUS.
000290     SELECT FSESS03-FILE   ASSIGN TO FSESS03
000300            ORGANIZATION   INDEXED
000310            ACCESS MODE    RANDOM
000320            RECORD KEY     S-CODE
000330            FILE STATUS    WS-FSESS-STATUS.
000340     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000350            ORGANIZATION   LINE SEQUENTIAL.
000360     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000370            ORGANIZATION   LINE SEQUENTIAL.
000380     SELECT TRI-FILE       ASSIGN TO TRIWK01.
000390*
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  FACCU03-FILE.
000430*   JOURNAL DES DEMANDES A L'ACCUEIL
000440     COPY FACCU.
000450 FD  FSESS03-FILE.
000460     COPY FSESS.
000470*
000480 FD  SYSIN-FILE
000490     RECORDING MODE F.
000500 01  SYSIN-REC.
000510     05  SI-MOIS           PIC X(06).
000520     05  FILLER            PIC X(74).
000530*
000540 FD  RAPPORT-FILE
000550     RECORDING MODE F.
000560 01  RAPPORT-REC           PIC X(133).
000570*
000580*   UNE DEMANDE EST VERSEE TROIS FOIS AU TRI, UNE PAR AXE :
000590*   '1' DEPARTEMENT, '2' SESSION, '3' MOTIF (DEMANDES NON
000600*   ELIGIBLES, A EXAMINER OU EN ATTENTE SEULEMENT)
000610 SD  TRI-FILE.
000620 01  TRI-REC.
000630     05  TS-AXE            PIC X(01).
000640     05  TS-VALEUR         PIC X(10).
000650     05  TS-ISSUE          PIC X(01).
000660*
000670 WORKING-STORAGE SECTION.
000680 77  WS-FACCU-STATUS       PIC X(02).
000690 77  WS-FSESS-STATUS       PIC X(02).
000700 77  WS-EOF                PIC X(01)     VALUE 'N'.
000710     88  FIN-FICHIER                     VALUE 'Y'.
000720 77  WS-EOF-TRI            PIC X(01)     VALUE 'N'.
000730     88  FIN-TRI                         VALUE 'Y'.
000740 77  WS-DATE-JOUR          PIC 9(08).
000750 01  LIGNE                 PIC X(133).
000760*   MOIS TRAITE (AAAAMM) ET PREMIER JOUR DU MOIS (AAAAMMJJ)
000770 01  WS-MOIS-CIBLE         PIC 9(06)     VALUE ZERO.
000780 01  WS-MOIS-NUM REDEFINES WS-MOIS-CIBLE.
000790     05  WS-MOIS-AAAA      PIC 9(04).
000800     05  WS-MOIS-MM        PIC 9(02).
000810 01  WS-MOIS-EDIT          PIC X(07).
000820*   RUPTURES DE L'EDITION
000830 77  WS-AXE-COUR           PIC X(01)     VALUE LOW-VALUE.
000840 77  WS-VALEUR-COUR        PIC X(10)     VALUE LOW-VALUE.
000850 01  WS-LIBELLE            PIC X(30).
000860*   COMPTEURS PAR VALEUR, PAR AXE ET DU MOIS : DEMANDES, PUIS
000870*   ELIGIBLES, LISTE D'ATTENTE, A EXAMINER, NON ELIGIBLES
000880 01  WS-CPT-VALEUR.
000890     05  WS-CV             PIC 9(06) COMP OCCURS 5 TIMES.
000900 01  WS-CPT-AXE.
000910     05  WS-CA             PIC 9(06) COMP OCCURS 5 TIMES.
000920 01  WS-CPT-MOIS.
000930     05  WS-CM             PIC 9(06) COMP OCCURS 5 TIMES.
000940 77  WS-IND                PIC 9(01) COMP.
000950 77  WS-IND-ISSUE          PIC 9(01) COMP.
000960 77  WS-NB-LUES            PIC 9(06) COMP VALUE ZERO.
000970 01  WS-CPT-ED.
000980     05  WS-ED             PIC ZZZZZ9    OCCURS 5 TIMES.
000990*
001000 PROCEDURE DIVISION.
001010 0000-MAINLINE.
001020*----------------*
001030     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001040     SORT TRI-FILE
001050         ON ASCENDING KEY TS-AXE TS-VALEUR
001060         INPUT  PROCEDURE 2000-ALIMENTE-TRI THRU 2000-EXIT
001070         OUTPUT PROCEDURE 3000-EDITE-TRIE   THRU 3000-EXIT.
001080     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001090     STOP RUN.
001100*
001110*****************************************************************
001120*  1000  -  LECTURE DU SYSIN : MOIS (AAAAMM, COL 1-6, DEFAUT LE *
001130*            MOIS PRECEDENT), OUVERTURE DES FICHIERS            *
001140*****************************************************************
001150 1000-INITIALISATION.
001160*--------------------*
001170     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001180     OPEN INPUT SYSIN-FILE.
001190     READ SYSIN-FILE
001200         AT END CONTINUE
001210         NOT AT END
001220             IF SI-MOIS NUMERIC
001230                MOVE SI-MOIS TO WS-MOIS-CIBLE
001240             END-IF
001250     END-READ.
001260     CLOSE SYSIN-FILE.
001270     IF WS-MOIS-CIBLE = ZERO
001280        MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-CIBLE
001290        IF WS-MOIS-MM = 01
001300           MOVE 12 TO WS-MOIS-MM
001310           SUBTRACT 1 FROM WS-MOIS-AAAA
001320        ELSE
001330           SUBTRACT 1 FROM WS-MOIS-MM
001340        END-IF
001350     END-IF.
001360     IF WS-MOIS-MM < 01 OR WS-MOIS-MM > 12
001370        DISPLAY 'RPTACCU - MOIS DEMANDE INVALIDE : '
001380                WS-MOIS-CIBLE
001390        MOVE 8 TO RETURN-CODE
001400        STOP RUN
001410     END-IF.
001420     MOVE SPACE TO WS-MOIS-EDIT.
001430     STRING WS-MOIS-MM '/' WS-MOIS-AAAA
001440            DELIMITED BY SIZE INTO WS-MOIS-EDIT.
001450     INITIALIZE WS-CPT-VALEUR WS-CPT-AXE WS-CPT-MOIS.
001460     OPEN INPUT FSESS03-FILE.
001470     OPEN OUTPUT RAPPORT-FILE.
001480     MOVE SPACE TO LIGNE.
001490     STRING ' DEMANDES DE RENSEIGNEMENT A L''ACCUEIL - MOIS DE '
001500            WS-MOIS-EDIT DELIMITED BY SIZE INTO LIGNE.
001510     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
001520     MOVE SPACE TO LIGNE.
001530     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
001540 1000-EXIT.
001550     EXIT.
001560*
001570*****************************************************************
001580*  2000  -  ALIMENTATION DU TRI : DEMANDES DU MOIS              *
001590*            (POSITIONNEMENT SUR LE 1ER DU MOIS, LA CLE         *
001600*            COMMENCANT PAR LA DATE)                            *
001610*****************************************************************
001620 2000-ALIMENTE-TRI.
001630*------------------*
001640     OPEN INPUT FACCU03-FILE.
001650     MOVE LOW-VALUE TO AC-CLE.
001660     COMPUTE AC-DATE = WS-MOIS-CIBLE * 100 + 1.
001670     MOVE 'N' TO WS-EOF.
001680     START FACCU03-FILE KEY NOT < AC-CLE
001690         INVALID KEY MOVE 'Y' TO WS-EOF
001700     END-START.
001710     IF NOT FIN-FICHIER
001720        READ FACCU03-FILE NEXT
001730            AT END MOVE 'Y' TO WS-EOF
001740        END-READ
001750     END-IF.
001760     IF NOT FIN-FICHIER AND WS-FACCU-STATUS NOT = '00'
001770        PERFORM 9500-ERREUR-FACCU THRU 9500-EXIT
001780     END-IF.
001790     PERFORM UNTIL FIN-FICHIER
001800             OR AC-DATE(1:6) NOT = WS-MOIS-CIBLE
001810        ADD 1 TO WS-NB-LUES
001820        MOVE AC-ISSUE TO TS-ISSUE
001830        MOVE '1'      TO TS-AXE
001840        MOVE AC-DEPT  TO TS-VALEUR
001850        RELEASE TRI-REC
001860        MOVE '2'      TO TS-AXE
001870        MOVE AC-CODE-SESSION TO TS-VALEUR
001880        RELEASE TRI-REC
001890        IF NOT AC-ELIGIBLE
001900           MOVE '3'      TO TS-AXE
001910           MOVE AC-MOTIF TO TS-VALEUR
001920           RELEASE TRI-REC
001930        END-IF
001940        READ FACCU03-FILE NEXT
001950            AT END MOVE 'Y' TO WS-EOF
001960        END-READ
001970        IF NOT FIN-FICHIER AND WS-FACCU-STATUS NOT = '00'
001980           PERFORM 9500-ERREUR-FACCU THRU 9500-EXIT
001990        END-IF
002000     END-PERFORM.
002010     CLOSE FACCU03-FILE.
002020 2000-EXIT.
002030     EXIT.
002040*
002050*****************************************************************
002060*  3000  -  EDITION A DEUX NIVEAUX DE RUPTURE : UNE LIGNE PAR   *
002070*            VALEUR (DEPARTEMENT, SESSION OU MOTIF), UN TOTAL   *
002080*            PAR AXE                                            *
002090*****************************************************************
002100 3000-EDITE-TRIE.
002110*----------------*
002120     MOVE 'N' TO WS-EOF-TRI.
002130     RETURN TRI-FILE
002140         AT END MOVE 'Y' TO WS-EOF-TRI
002150     END-RETURN.
002160     PERFORM UNTIL FIN-TRI
002170        IF TS-AXE NOT = WS-AXE-COUR
002180           PERFORM 3200-CLOT-VALEUR THRU 3200-EXIT
002190           PERFORM 3100-CLOT-AXE    THRU 3100-EXIT
002200           MOVE TS-AXE TO WS-AXE-COUR
002210           PERFORM 3400-ENTETE-AXE  THRU 3400-EXIT
002220        END-IF
002230        IF TS-VALEUR NOT = WS-VALEUR-COUR
002240           PERFORM 3200-CLOT-VALEUR THRU 3200-EXIT
002250           MOVE TS-VALEUR TO WS-VALEUR-COUR
002260        END-IF
002270        EVALUATE TS-ISSUE
002280          WHEN 'E'   MOVE 2 TO WS-IND-ISSUE
002290          WHEN 'W'   MOVE 3 TO WS-IND-ISSUE
002300          WHEN 'X'   MOVE 4 TO WS-IND-ISSUE
002310          WHEN OTHER MOVE 5 TO WS-IND-ISSUE
002320        END-EVALUATE
002330        ADD 1 TO WS-CV(1) WS-CV(WS-IND-ISSUE)
002340        IF TS-AXE = '1'
002350           ADD 1 TO WS-CM(1) WS-CM(WS-IND-ISSUE)
002360        END-IF
002370        RETURN TRI-FILE
002380            AT END MOVE 'Y' TO WS-EOF-TRI
002390        END-RETURN
002400     END-PERFORM.
002410     PERFORM 3200-CLOT-VALEUR THRU 3200-EXIT.
002420     PERFORM 3100-CLOT-AXE    THRU 3100-EXIT.
002430 3000-EXIT.
002440     EXIT.
002450*
002460 3100-CLOT-AXE.
002470*--------------*
002480     IF WS-AXE-COUR NOT = LOW-VALUE
002490        PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
002500           MOVE WS-CA(WS-IND) TO WS-ED(WS-IND)
002510        END-PERFORM
002520        MOVE SPACE TO LIGNE
002530        STRING '   TOTAL' '                                     '
002540               WS-ED(1) '  ' WS-ED(2) '  ' WS-ED(3) '  '
002550               WS-ED(4) '  ' WS-ED(5)
002560               DELIMITED BY SIZE INTO LIGNE
002570        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2
002580        INITIALIZE WS-CPT-AXE
002590     END-IF.
002600     MOVE LOW-VALUE TO WS-VALEUR-COUR.
002610 3100-EXIT.
002620     EXIT.
002630*
002640 3200-CLOT-VALEUR.
002650*-----------------*
002660     IF WS-VALEUR-COUR NOT = LOW-VALUE AND WS-CV(1) > ZERO
002670        PERFORM 3300-LIBELLE THRU 3300-EXIT
002680        PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
002690           MOVE WS-CV(WS-IND) TO WS-ED(WS-IND)
002700           ADD WS-CV(WS-IND) TO WS-CA(WS-IND)
002710        END-PERFORM
002720        MOVE SPACE TO LIGNE
002730        STRING '   ' WS-VALEUR-COUR ' ' WS-LIBELLE
002740               WS-ED(1) '  ' WS-ED(2) '  ' WS-ED(3) '  '
002750               WS-ED(4) '  ' WS-ED(5)
002760               DELIMITED BY SIZE INTO LIGNE
002770        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
002780        INITIALIZE WS-CPT-VALEUR
002790     END-IF.
002800 3200-EXIT.
002810     EXIT.
002820*
002830*****************************************************************
002840*  3300  -  LIBELLE DE LA VALEUR : INTITULE DE LA SESSION       *
002850*            (FSESS03), TEXTE DU MOTIF, RIEN POUR UN DEPARTEMENT*
002860*****************************************************************
002870 3300-LIBELLE.
002880*-------------*
002890     MOVE SPACE TO WS-LIBELLE.
002900     EVALUATE WS-AXE-COUR
002910       WHEN '2'
002920         MOVE WS-VALEUR-COUR TO S-CODE
002930         READ FSESS03-FILE
002940         IF WS-FSESS-STATUS = '00'
002950            MOVE S-LIBELLE TO WS-LIBELLE
002960         ELSE
002970            MOVE '(SESSION SUPPRIMEE)' TO WS-LIBELLE
002980         END-IF
002990       WHEN '3'
003000         EVALUATE WS-VALEUR-COUR(1:4)
003010           WHEN 'R006'
003020             MOVE 'DEPARTEMENT NON LIMITROPHE' TO WS-LIBELLE
003030           WHEN 'R007'
003040             MOVE 'DEPARTEMENT PROCHE'         TO WS-LIBELLE
003050           WHEN 'R023'
003060             MOVE 'AGE HORS BORNES'            TO WS-LIBELLE
003070           WHEN 'R024'
003080             MOVE 'AGE EN LIMITE'              TO WS-LIBELLE
003090           WHEN 'CAPA'
003100             MOVE 'SESSION COMPLETE'           TO WS-LIBELLE
003110           WHEN 'ARCH'
003120             MOVE 'RADIATION ANTERIEURE'       TO WS-LIBELLE
003130           WHEN OTHER
003140             MOVE 'AUTRE REGLE VALSTAG'        TO WS-LIBELLE
003150         END-EVALUATE
003160     END-EVALUATE.
003170 3300-EXIT.
003180     EXIT.
003190*
003200 3400-ENTETE-AXE.
003210*----------------*
003220     MOVE SPACE TO LIGNE.
003230     EVALUATE WS-AXE-COUR
003240       WHEN '1'
003250         MOVE ' DEMANDES PAR DEPARTEMENT (CODE POSTAL)' TO LIGNE
003260       WHEN '2'
003270         MOVE ' DEMANDES PAR SESSION DEMANDEE'          TO LIGNE
003280       WHEN '3'
003290         MOVE ' MOTIFS DE REFUS OU DE MISE EN ATTENTE'  TO LIGNE
003300     END-EVALUATE.
003310     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 3.
003320     MOVE SPACE TO LIGNE.
003330     STRING '   VALEUR     LIBELLE                       '
003340            ' DEMANDES  ELIGIB.  ATTENTE   EXAMEN  NON ELIG.'
003350            DELIMITED BY SIZE INTO LIGNE.
003360     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
003370 3400-EXIT.
003380     EXIT.
003390*
003400*****************************************************************
003410*  9500  -  ERREUR D'ENTREE/SORTIE SUR FACCU03 - LE CODE STATUT *
003420*            EST TRACE ET LE TRAITEMENT EST INTERROMPU          *
003430*****************************************************************
003440 9500-ERREUR-FACCU.
003450*------------------*
003460     DISPLAY 'RPTACCU - ERREUR E/S FACCU03 - CODE STATUT '
003470             WS-FACCU-STATUS.
003480     CLOSE FACCU03-FILE.
003490     MOVE 16 TO RETURN-CODE.
003500     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003510     STOP RUN.
003520 9500-EXIT.
003530     EXIT.
003540*
003550*****************************************************************
003560*  9000  -  TOTAUX DU MOIS ET FERMETURE DES FICHIERS            *
003570*****************************************************************
003580 9000-TERMINAISON.
003590*-----------------*
003600     PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
003610        MOVE WS-CM(WS-IND) TO WS-ED(WS-IND)
003620     END-PERFORM.
003630     MOVE SPACE TO LIGNE.
003640     STRING ' TOTAL DES DEMANDES DU MOIS : ' WS-ED(1)
003650            DELIMITED BY SIZE INTO LIGNE.
003660     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 3.
003670     MOVE SPACE TO LIGNE.
003680     STRING '   ELIGIBLES ' WS-ED(2) '   LISTE D''ATTENTE '
003690            WS-ED(3) '   A EXAMINER ' WS-ED(4)
003700            '   NON ELIGIBLES ' WS-ED(5)
003710            DELIMITED BY SIZE INTO LIGNE.
003720     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003730     CLOSE FSESS03-FILE.
003740     CLOSE RAPPORT-FILE.
003750 9000-EXIT.
003760     EXIT.
