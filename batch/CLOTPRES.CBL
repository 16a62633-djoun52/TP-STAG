000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLOTPRES.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  CLOTPRES -  CLOTURE MENSUELLE DES ABSENCES - UN MOIS DONT    *
000090*               L'INDEMNITE EST PARTIE EN PAIE (EXPPAIE A DEPUIS *
000100*               TOURNE SUR UN MOIS POSTERIEUR, POINT DE REPRISE  *
000110*               'EXPPAIE ' DE FCTL03) EST CLOTURE : LE MOIS EST  *
000120*               INSCRIT DANS L'ENREGISTREMENT 'CLOTPRES' DE      *
000130*               FCTL03 ET FPRES03 EST DES LORS FIGE POUR CE     *
000140*               MOIS ET LES PRECEDENTS : UN CHANGEMENT ULTERIEUR *
000150*               (INFACI3, INFECI3, IMPBADGE) EST ENREGISTRE      *
000160*               COMME REGULARISATION DANS FREGU03 ET EXPPAIE LA  *
000170*               PORTE EN LIGNE DE RAPPEL OU DE RETENUE -         *
000180*               SYSIN FACULTATIF : MOIS A CLOTURER (AAAAMM), PAR *
000190*               DEFAUT LE MOIS QUI PRECEDE LE DERNIER EXPORT -   *
000200*               EDITE L'ETAT FIGE DES ABSENCES DU OU DES MOIS    *
000210*               CLOTURES - UN MOIS DEJA CLOTURE N'EST PAS REPRIS *
000220*               (RC=0), UN MOIS ENCORE EN PAIE EST REFUSE (RC=8) *
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
000330     SELECT FPRES03-FILE   ASSIGN TO FPRES03
000340            ORGANIZATION   INDEXED
000350            ACCESS MODE    SEQUENTIAL
000360            RECORD KEY     PR-CLE
000370            FILE STATUS    WS-FPRES-STATUS.
000380     SELECT FCTL03-FILE    ASSIGN TO FCTL03
000390            ORGANIZATION   INDEXED
000400            ACCESS MODE    RANDOM
000410            RECORD KEY     CT-CLE
000420            FILE STATUS    WS-FCTL-STATUS.
000430     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000440            ORGANIZATION   LINE SEQUENTIAL.
000450     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000460            ORGANIZATION   LINE SEQUENTIAL.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  FPRES03-FILE.
000510*   DESCRIPTION DU FICHIER KSD DES ABSENCES
000520     COPY FPRES.
000530*
000540 FD  FCTL03-FILE.
000550*   ENREGISTREMENT DE CONTROLE (RUN-CONTROL)
000560     COPY FCTL.
000570*
000580 FD  SYSIN-FILE
000590     RECORDING MODE F.
000600 01  SYSIN-REC.
000610     05  SI-MOIS           PIC X(06).
000620     05  FILLER            PIC X(74).
000630*
000640 FD  RAPPORT-FILE
000650     RECORDING MODE F.
000660 01  RAPPORT-REC           PIC X(133).
000670*
000680 WORKING-STORAGE SECTION.
000690 77  WS-FPRES-STATUS       PIC X(02).
000700 77  WS-FCTL-STATUS        PIC X(02).
000710 77  WS-EOF                PIC X(01)     VALUE 'N'.
000720     88  FIN-FICHIER                     VALUE 'Y'.
000730 77  WS-DATE-JOUR          PIC 9(08).
000740 77  WS-HEURE-JOUR         PIC 9(08).
000750*   MOIS DU DERNIER EXPORT PAIE, DERNIER MOIS DEJA CLOTURE ET
000760*   MOIS A CLOTURER (AAAAMM)
000770 77  WS-MOIS-PAYE          PIC 9(06)     VALUE ZERO.
000780 77  WS-MOIS-CLOS          PIC 9(06)     VALUE ZERO.
000790 77  WS-MOIS-CIBLE         PIC 9(06)     VALUE ZERO.
000800 01  WS-MOIS-DEC.
000810     05  WS-MOIS-AAAA      PIC 9(04).
000820     05  WS-MOIS-MM        PIC 9(02).
000830 01  WS-MOIS-NUM REDEFINES WS-MOIS-DEC
000840                           PIC 9(06).
000850 77  WS-CLOTURE-EXISTE     PIC X(01)     VALUE 'N'.
000860*   ETAT FIGE : CUMULS DU STAGIAIRE EN COURS (RUPTURE SUR LE
000870*   NUMERO, FPRES03 EST DANS L'ORDRE NUMERO + DATE) ET CUMULS
000880*   GENERAUX PAR STATUT DE JUSTIFICATION
000890 77  WS-NUM-COUR           PIC 9(04)     VALUE ZERO.
000900 77  WS-STAG-ATT           PIC 9(04) COMP.
000910 77  WS-STAG-JUS           PIC 9(04) COMP.
000920 77  WS-STAG-INJ           PIC 9(04) COMP.
000930 77  WS-NB-STAGIAIRES      PIC 9(06) COMP VALUE ZERO.
000940 77  WS-NB-ABSENCES        PIC 9(06) COMP VALUE ZERO.
000950 77  WS-NB-ATT             PIC 9(06) COMP VALUE ZERO.
000960 77  WS-NB-JUS             PIC 9(06) COMP VALUE ZERO.
000970 77  WS-NB-INJ             PIC 9(06) COMP VALUE ZERO.
000980 77  WS-NB-ED              PIC ZZZZZ9.
000990 77  WS-MOIS-EDIT          PIC X(07).
001000 01  LIGNE                 PIC X(133).
001010*
001020 01  LIGNE-DETAIL.
001030     05  FILLER            PIC X(01)     VALUE SPACE.
001040     05  LD-NUMERO         PIC 9(04).
001050     05  FILLER            PIC X(04)     VALUE SPACE.
001060     05  LD-ATT            PIC ZZZ9.
001070     05  FILLER            PIC X(06)     VALUE SPACE.
001080     05  LD-JUS            PIC ZZZ9.
001090     05  FILLER            PIC X(06)     VALUE SPACE.
001100     05  LD-INJ            PIC ZZZ9.
001110     05  FILLER            PIC X(100)    VALUE SPACE.
001120*
001130 PROCEDURE DIVISION.
001140 0000-MAINLINE.
001150*----------------*
001160     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001170     PERFORM 2000-ETAT-FIGE      THRU 2000-EXIT.
001180     PERFORM 3000-CLOTURE        THRU 3000-EXIT.
001190     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001200     STOP RUN.
001210*
001220*****************************************************************
001230*  1000  -  LECTURE DU DERNIER EXPORT PAIE ET DE LA DERNIERE     *
001240*            CLOTURE, DETERMINATION ET CONTROLE DU MOIS A        *
001250*            CLOTURER                                            *
001260*****************************************************************
001270 1000-INITIALISATION.
001280*--------------------*
001290     ACCEPT WS-DATE-JOUR  FROM DATE YYYYMMDD.
001300     ACCEPT WS-HEURE-JOUR FROM TIME.
001310     OPEN INPUT  SYSIN-FILE.
001320     READ SYSIN-FILE
001330         AT END     CONTINUE
001340         NOT AT END
001350             IF SI-MOIS NUMERIC
001360                MOVE SI-MOIS TO WS-MOIS-CIBLE
001370             END-IF
001380     END-READ.
001390     CLOSE SYSIN-FILE.
001400     OPEN I-O FCTL03-FILE.
001410     IF WS-FCTL-STATUS NOT = '00'
001420        PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
001430     END-IF.
001440     MOVE 'EXPPAIE ' TO CT-CLE.
001450     READ FCTL03-FILE.
001460     IF WS-FCTL-STATUS = '00'
001470        MOVE CT-DATE(1:6) TO WS-MOIS-PAYE
001480     ELSE
001490        IF WS-FCTL-STATUS NOT = '23'
001500           PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
001510        END-IF
001520     END-IF.
001530     MOVE 'CLOTPRES' TO CT-CLE.
001540     READ FCTL03-FILE.
001550     IF WS-FCTL-STATUS = '00'
001560        MOVE CT-SEQUENCE TO WS-MOIS-CLOS
001570        MOVE 'O' TO WS-CLOTURE-EXISTE
001580     ELSE
001590        IF WS-FCTL-STATUS NOT = '23'
001600           PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
001610        END-IF
001620     END-IF.
001630     IF WS-MOIS-PAYE = ZERO
001640        DISPLAY 'CLOTPRES - AUCUN EXPORT PAIE - RIEN A CLOTURER'
001650        CLOSE FCTL03-FILE
001660        STOP RUN
001670     END-IF.
001680*   PAR DEFAUT : LE MOIS QUI PRECEDE CELUI DU DERNIER EXPORT,
001690*   PLUS AUCUN EXPORT NE LE REPRENDRA
001700     IF WS-MOIS-CIBLE = ZERO
001710        MOVE WS-MOIS-PAYE TO WS-MOIS-NUM
001720        IF WS-MOIS-MM = 01
001730           MOVE 12 TO WS-MOIS-MM
001740           SUBTRACT 1 FROM WS-MOIS-AAAA
001750        ELSE
001760           SUBTRACT 1 FROM WS-MOIS-MM
001770        END-IF
001780        MOVE WS-MOIS-NUM TO WS-MOIS-CIBLE
001790     END-IF.
001800     MOVE WS-MOIS-CIBLE TO WS-MOIS-NUM.
001810     IF WS-MOIS-MM < 01 OR WS-MOIS-MM > 12
001820        DISPLAY 'CLOTPRES - MOIS DEMANDE INVALIDE : '
001830                WS-MOIS-CIBLE
001840        MOVE 8 TO RETURN-CODE
001850        CLOSE FCTL03-FILE
001860        STOP RUN
001870     END-IF.
001880     IF WS-MOIS-CIBLE NOT < WS-MOIS-PAYE
001890        DISPLAY 'CLOTPRES - MOIS ' WS-MOIS-CIBLE
001900                ' ENCORE EN COURS DE PAIE (DERNIER EXPORT '
001910                WS-MOIS-PAYE ') - CLOTURE REFUSEE'
001920        MOVE 8 TO RETURN-CODE
001930        CLOSE FCTL03-FILE
001940        STOP RUN
001950     END-IF.
001960     IF WS-MOIS-CIBLE NOT > WS-MOIS-CLOS
001970        DISPLAY 'CLOTPRES - MOIS ' WS-MOIS-CIBLE
001980                ' DEJA CLOTURE (DERNIERE CLOTURE '
001990                WS-MOIS-CLOS ') - RIEN A FAIRE'
002000        CLOSE FCTL03-FILE
002010        STOP RUN
002020     END-IF.
002030     OPEN INPUT  FPRES03-FILE.
002040     OPEN OUTPUT RAPPORT-FILE.
002050     MOVE WS-MOIS-CIBLE TO WS-MOIS-NUM.
002060     MOVE SPACE TO WS-MOIS-EDIT.
002070     STRING WS-MOIS-MM '/' WS-MOIS-AAAA
002080            DELIMITED BY SIZE INTO WS-MOIS-EDIT.
002090     MOVE SPACE TO LIGNE.
002100     STRING ' CLOTURE DES ABSENCES - ETAT FIGE JUSQU''AU MOIS '
002110            WS-MOIS-EDIT ' INCLUS - FPRES03'
002120            DELIMITED BY SIZE INTO LIGNE.
002130     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
002140     MOVE SPACE TO LIGNE.
002150     STRING ' NUM  EN ATTENTE JUSTIFIEES INJUSTIFIEES'
002160            DELIMITED BY SIZE INTO LIGNE.
002170     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
002180 1000-EXIT.
002190     EXIT.
002200*
002210*****************************************************************
002220*  2000  -  ETAT FIGE DES ABSENCES DES MOIS QUI SE FERMENT       *
002230*            (POSTERIEURS A LA DERNIERE CLOTURE, JUSQU'AU MOIS   *
002240*            CIBLE INCLUS) : UNE LIGNE PAR STAGIAIRE, CUMULS PAR *
002250*            STATUT DE JUSTIFICATION                             *
002260*****************************************************************
002270 2000-ETAT-FIGE.
002280*---------------*
002290     MOVE 'N' TO WS-EOF.
002300     READ FPRES03-FILE
002310         AT END MOVE 'Y' TO WS-EOF
002320     END-READ.
002330     IF NOT FIN-FICHIER AND WS-FPRES-STATUS NOT = '00'
002340        PERFORM 9510-ERREUR-FPRES THRU 9510-EXIT
002350     END-IF.
002360     PERFORM UNTIL FIN-FICHIER
002370        IF PR-DATE(1:6) > WS-MOIS-CLOS
002380           AND PR-DATE(1:6) NOT > WS-MOIS-CIBLE
002390           PERFORM 2100-CUMULE THRU 2100-EXIT
002400        END-IF
002410        READ FPRES03-FILE
002420            AT END MOVE 'Y' TO WS-EOF
002430        END-READ
002440        IF NOT FIN-FICHIER AND WS-FPRES-STATUS NOT = '00'
002450           PERFORM 9510-ERREUR-FPRES THRU 9510-EXIT
002460        END-IF
002470     END-PERFORM.
002480     IF WS-NUM-COUR NOT = ZERO
002490        PERFORM 2200-LIGNE-STAGIAIRE THRU 2200-EXIT
002500     END-IF.
002510 2000-EXIT.
002520     EXIT.
002530*
002540 2100-CUMULE.
002550*------------*
002560     IF PR-NUMERO NOT = WS-NUM-COUR
002570        IF WS-NUM-COUR NOT = ZERO
002580           PERFORM 2200-LIGNE-STAGIAIRE THRU 2200-EXIT
002590        END-IF
002600        MOVE PR-NUMERO TO WS-NUM-COUR
002610        MOVE ZERO TO WS-STAG-ATT WS-STAG-JUS WS-STAG-INJ
002620     END-IF.
002630     ADD 1 TO WS-NB-ABSENCES.
002640     EVALUATE TRUE
002650         WHEN PR-JUSTIFIEE
002660             ADD 1 TO WS-STAG-JUS WS-NB-JUS
002670         WHEN PR-INJUSTIFIEE
002680             ADD 1 TO WS-STAG-INJ WS-NB-INJ
002690         WHEN OTHER
002700             ADD 1 TO WS-STAG-ATT WS-NB-ATT
002710     END-EVALUATE.
002720 2100-EXIT.
002730     EXIT.
002740*
002750 2200-LIGNE-STAGIAIRE.
002760*---------------------*
002770     MOVE WS-NUM-COUR TO LD-NUMERO.
002780     MOVE WS-STAG-ATT TO LD-ATT.
002790     MOVE WS-STAG-JUS TO LD-JUS.
002800     MOVE WS-STAG-INJ TO LD-INJ.
002810     WRITE RAPPORT-REC FROM LIGNE-DETAIL AFTER ADVANCING 1.
002820     ADD 1 TO WS-NB-STAGIAIRES.
002830 2200-EXIT.
002840     EXIT.
002850*
002860*****************************************************************
002870*  3000  -  ENREGISTREMENT DE LA CLOTURE ('CLOTPRES' DE FCTL03 : *
002880*            HORODATAGE ET DERNIER MOIS CLOTURE EN SEQUENCE)     *
002890*****************************************************************
002900 3000-CLOTURE.
002910*-------------*
002920     MOVE 'CLOTPRES'         TO CT-CLE.
002930     MOVE WS-DATE-JOUR       TO CT-DATE.
002940     MOVE WS-HEURE-JOUR(1:6) TO CT-HEURE.
002950     MOVE WS-MOIS-CIBLE      TO CT-SEQUENCE.
002960     MOVE 'T'                TO CT-ETAT.
002970     IF WS-CLOTURE-EXISTE = 'O'
002980        REWRITE E-CONTROLE
002990     ELSE
003000        WRITE E-CONTROLE
003010     END-IF.
003020     IF WS-FCTL-STATUS NOT = '00'
003030        PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
003040     END-IF.
003050 3000-EXIT.
003060     EXIT.
003070*
003080 9510-ERREUR-FPRES.
003090*------------------*
003100     DISPLAY 'CLOTPRES - ERREUR E/S FPRES03 - CODE STATUT '
003110             WS-FPRES-STATUS.
003120     MOVE 16 TO RETURN-CODE.
003130     CLOSE FPRES03-FILE.
003140     CLOSE RAPPORT-FILE.
003150     CLOSE FCTL03-FILE.
003160     STOP RUN.
003170 9510-EXIT.
003180     EXIT.
003190*
003200 9530-ERREUR-FCTL.
003210*-----------------*
003220     DISPLAY 'CLOTPRES - ERREUR E/S FCTL03 - CODE STATUT '
003230             WS-FCTL-STATUS.
003240     MOVE 16 TO RETURN-CODE.
003250     CLOSE FCTL03-FILE.
003260     STOP RUN.
003270 9530-EXIT.
003280     EXIT.
003290*
003300*****************************************************************
003310*  9000  -  BILAN ET FERMETURE DES FICHIERS                      *
003320*****************************************************************
003330 9000-TERMINAISON.
003340*-----------------*
003350     MOVE SPACE TO LIGNE.
003360     MOVE WS-NB-STAGIAIRES TO WS-NB-ED.
003370     STRING ' STAGIAIRES ABSENTS : ' WS-NB-ED
003380            DELIMITED BY SIZE INTO LIGNE.
003390     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
003400     MOVE SPACE TO LIGNE.
003410     MOVE WS-NB-ABSENCES TO WS-NB-ED.
003420     STRING ' JOURS D''ABSENCE   : ' WS-NB-ED
003430            DELIMITED BY SIZE INTO LIGNE.
003440     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003450     MOVE SPACE TO LIGNE.
003460     MOVE WS-NB-ATT TO WS-NB-ED.
003470     STRING ' DONT EN ATTENTE   : ' WS-NB-ED
003480            ' (NON PAYES - UNE JUSTIFICATION ULTERIEURE SERA'
003490            ' UN RAPPEL)' DELIMITED BY SIZE INTO LIGNE.
003500     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003510     MOVE SPACE TO LIGNE.
003520     MOVE WS-NB-JUS TO WS-NB-ED.
003530     STRING ' DONT JUSTIFIES    : ' WS-NB-ED
003540            DELIMITED BY SIZE INTO LIGNE.
003550     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003560     MOVE SPACE TO LIGNE.
003570     MOVE WS-NB-INJ TO WS-NB-ED.
003580     STRING ' DONT INJUSTIFIES  : ' WS-NB-ED
003590            DELIMITED BY SIZE INTO LIGNE.
003600     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003610     DISPLAY 'CLOTPRES - ABSENCES CLOTUREES JUSQU''AU MOIS '
003620             WS-MOIS-EDIT.
003630     CLOSE FPRES03-FILE.
003640     CLOSE RAPPORT-FILE.
003650     CLOSE FCTL03-FILE.
003660 9000-EXIT.
003670     EXIT.
