000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EXPBADG.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  EXPBADG  -  FICHIER QUOTIDIEN D'ACTIVATION / DESACTIVATION   *
000090*               DES BADGES D'ACCES POUR LE SYSTEME DE CONTROLE  *
000100*               D'ACCES DU BATIMENT (BADGE = NUMERO STAGIAIRE) :*
000110*               - ACTIVATION DES STAGIAIRES ACTIFS ('A'), VALIDE*
000120*                 JUSQU'A E-DATE-FIN-PREVUE                     *
000130*               - DESACTIVATION SUR SUSPENSION, FIN DE STAGE,   *
000140*                 RETOUR EN PRE-INSCRIPTION, FIN DE VALIDITE    *
000150*                 DEPASSEE, OU DISPARITION DE FSTAG03           *
000160*                 (SUPPRESSION INF4CI3, FIN DE STAGE FINSTAG,   *
000170*                 ANNULATION DE SESSION TRFSESS)                *
000180*               SEULS LES CHANGEMENTS PAR RAPPORT A L'ETAT DEJA *
000190*               TRANSMIS (FBADG03) SONT ENVOYES - LE PREMIER    *
000200*               PASSAGE TRANSMET DONC TOUS LES ACTIFS           *
000210*               RAPPROCHEMENT : LES BADGES PRESENTS DANS        *
000220*               L'EXPORT DES LECTEURS (CELUI QUE CHARGE         *
000230*               IMPBADGE) POUR DES STAGIAIRES QUI NE SONT PLUS  *
000240*               ACTIFS SONT LISTES - RC=4 DES QU'IL Y EN A UN   *
000250*****************************************************************
000260*  HISTORIQUE DES MODIFICATIONS                                 *
000270*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-390.
000320 OBJECT-COMPUTER. IBM-390.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT FSTAG03-FILE   ASSIGN TO FSTAG03
000360            ORGANIZATION   INDEXED
000370            ACCESS MODE    DYNAMIC
000380            RECORD KEY     E-NUMERO
000390            FILE STATUS    WS-FSTAG-STATUS.
000400     SELECT FBADG03-FILE   ASSIGN TO FBADG03
000410            ORGANIZATION   INDEXED
000420            ACCESS MODE    DYNAMIC
000430            RECORD KEY     BG-NUMERO
000440            FILE STATUS    WS-FBADG-STATUS.
000450     SELECT BADGE-FILE     ASSIGN TO BADGEIN
000460            ORGANIZATION   LINE SEQUENTIAL.
000470     SELECT BADGOUT-FILE   ASSIGN TO BADGOUT
000480            ORGANIZATION   SEQUENTIAL
000490            FILE STATUS    WS-BADGOUT-STATUS.
000500     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000510            ORGANIZATION   LINE SEQUENTIAL.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  FSTAG03-FILE.
000560*   DESCRIPTION DU FICHIER KSD DES STAGIAIRES
000570     COPY FSTAG.
000580*
000590 FD  FBADG03-FILE.
000600*   ETAT DES BADGES DEJA TRANSMIS
000610     COPY FBADG.
000620*
000630 FD  BADGE-FILE
000640     RECORDING MODE F.
000650*   EXPORT QUOTIDIEN DES LECTEURS DE BADGE (MEME LAYOUT QUE
000660*   DANS IMPBADGE) : NUMERO, DATE JJMMAAAA, HEURE HHMMSS
000670 01  BADGE-REC.
000680     05  BD-NUMERO         PIC X(04).
000690     05  FILLER            PIC X(01).
000700     05  BD-DATE           PIC X(08).
000710     05  FILLER            PIC X(01).
000720     05  BD-HEURE          PIC X(06).
000730     05  FILLER            PIC X(60).
000740*
000750*   MOUVEMENT POUR LE SYSTEME DE CONTROLE D'ACCES : ACTION 'A'
000760*   ACTIVER / 'D' DESACTIVER, BADGE, TITULAIRE, VALIDITE
000770*   (AAAAMMJJ) ET MOTIF DE DESACTIVATION (CF FBADG.cpy)
000780 FD  BADGOUT-FILE
000790     RECORDING MODE F.
000800 01  BADGOUT-REC.
000810     05  BO-ACTION         PIC X(01).
000820     05  FILLER            PIC X(01).
000830     05  BO-BADGE          PIC 9(04).
000840     05  FILLER            PIC X(01).
000850     05  BO-NOM            PIC X(25).
000860     05  FILLER            PIC X(01).
000870     05  BO-PRENOM         PIC X(25).
000880     05  FILLER            PIC X(01).
000890     05  BO-DEBUT          PIC 9(08).
000900     05  FILLER            PIC X(01).
000910     05  BO-FIN            PIC 9(08).
000920     05  FILLER            PIC X(01).
000930     05  BO-MOTIF          PIC X(01).
000940     05  FILLER            PIC X(02).
000950*
000960 FD  RAPPORT-FILE
000970     RECORDING MODE F.
000980 01  RAPPORT-REC           PIC X(133).
000990*
001000 WORKING-STORAGE SECTION.
001010 77  WS-FSTAG-STATUS       PIC X(02).
001020 77  WS-FBADG-STATUS       PIC X(02).
001030 77  WS-BADGOUT-STATUS     PIC X(02).
001040 77  WS-EOF                PIC X(01)     VALUE 'N'.
001050     88  FIN-FICHIER                     VALUE 'Y'.
001060 77  WS-DATE-JOUR          PIC 9(08).
001070*   ETAT CIBLE DU BADGE POUR LE STAGIAIRE LU ('A' OU 'I'), MOTIF
001080*   ET VALIDITE (AAAAMMJJ)
001090 77  WS-CIBLE              PIC X(01).
001100 77  WS-MOTIF              PIC X(01).
001110 77  WS-DEBUT-CONV         PIC 9(08).
001120 77  WS-FIN-CONV           PIC 9(08).
001130 77  WS-BADGE-CONNU        PIC X(01).
001140 77  WS-NB-ACTIVATIONS     PIC 9(06) COMP VALUE ZERO.
001150 77  WS-NB-DESACTIVATIONS  PIC 9(06) COMP VALUE ZERO.
001160 77  WS-NB-ECARTS          PIC 9(06) COMP VALUE ZERO.
001170 77  WS-NB-ED              PIC ZZZZZ9.
001180*   INDEX DE PARCOURS DE LA TABLE DES BADGES - BINAIRE POUR QUE
001190*   LA CONDITION DE SORTIE (> 9999) SOIT ATTEIGNABLE
001200 77  WS-IND-NUM            PIC S9(08) COMP.
001210*   UN TEMOIN PAR NUMERO DE BADGE : ' ' = ABSENT DE L'EXPORT DES
001220*   LECTEURS, 'B' = PRESENT
001230 77  WS-IND-NUM-ED         PIC 9(04).
001240*   FIN DE LIGNE DU RAPPROCHEMENT (DESACTIVATION DEJA ENVOYEE ?)
001250 77  WS-SUITE              PIC X(40).
001260 01  WS-BADGE-TABLE.
001270     05  WS-BADGE          PIC X(01) OCCURS 9999 TIMES.
001280 01  LIGNE                 PIC X(133).
001290*
001300 PROCEDURE DIVISION.
001310 0000-MAINLINE.
001320*----------------*
001330     PERFORM 1000-INITIALISATION  THRU 1000-EXIT.
001340     PERFORM 2000-STAGIAIRES      THRU 2000-EXIT.
001350     PERFORM 3000-RETIRES         THRU 3000-EXIT.
001360     PERFORM 4000-RAPPROCHEMENT   THRU 4000-EXIT.
001370     PERFORM 8000-BILAN           THRU 8000-EXIT.
001380     PERFORM 9000-TERMINAISON     THRU 9000-EXIT.
001390     STOP RUN.
001400*
001410*****************************************************************
001420*  1000  -  OUVERTURES                                          *
001430*****************************************************************
001440 1000-INITIALISATION.
001450*--------------------*
001460     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001470     OPEN INPUT  FSTAG03-FILE.
001480     IF WS-FSTAG-STATUS NOT = '00'
001490        PERFORM 9500-ERREUR-FSTAG THRU 9500-EXIT
001500     END-IF.
001510     OPEN I-O    FBADG03-FILE.
001520     IF WS-FBADG-STATUS NOT = '00'
001530        PERFORM 9510-ERREUR-FBADG THRU 9510-EXIT
001540     END-IF.
001550     OPEN OUTPUT BADGOUT-FILE.
001560     OPEN OUTPUT RAPPORT-FILE.
001570     MOVE SPACE TO LIGNE.
001580     STRING ' BADGES D''ACCES - MOUVEMENTS DU ' WS-DATE-JOUR
001590            DELIMITED BY SIZE INTO LIGNE.
001600     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
001610 1000-EXIT.
001620     EXIT.
001630*
001640*****************************************************************
001650*  2000  -  PASSAGE DE FSTAG03 : ETAT CIBLE DE CHAQUE BADGE     *
001660*            COMPARE A L'ETAT DEJA TRANSMIS                     *
001670*****************************************************************
001680 2000-STAGIAIRES.
001690*----------------*
001700     MOVE 'N' TO WS-EOF.
001710     READ FSTAG03-FILE NEXT
001720         AT END MOVE 'Y' TO WS-EOF
001730     END-READ.
001740     PERFORM UNTIL FIN-FICHIER
001750        PERFORM 2100-STAGIAIRE THRU 2100-EXIT
001760        READ FSTAG03-FILE NEXT
001770            AT END MOVE 'Y' TO WS-EOF
001780        END-READ
001790     END-PERFORM.
001800 2000-EXIT.
001810     EXIT.
001820*
001830 2100-STAGIAIRE.
001840*---------------*
001850     MOVE E-DATE-DEBUT(5:4)      TO WS-DEBUT-CONV(1:4).
001860     MOVE E-DATE-DEBUT(3:2)      TO WS-DEBUT-CONV(5:2).
001870     MOVE E-DATE-DEBUT(1:2)      TO WS-DEBUT-CONV(7:2).
001880*   SANS FIN PREVUE, LA VALIDITE N'EST PAS BORNEE
001890     IF E-DATE-FIN-PREVUE = ZERO
001900        MOVE 99991231            TO WS-FIN-CONV
001910     ELSE
001920        MOVE E-DATE-FIN-PREVUE(5:4) TO WS-FIN-CONV(1:4)
001930        MOVE E-DATE-FIN-PREVUE(3:2) TO WS-FIN-CONV(5:2)
001940        MOVE E-DATE-FIN-PREVUE(1:2) TO WS-FIN-CONV(7:2)
001950     END-IF.
001960     MOVE 'I'   TO WS-CIBLE.
001970     MOVE SPACE TO WS-MOTIF.
001980     EVALUATE TRUE
001990         WHEN E-ACTIF AND WS-FIN-CONV < WS-DATE-JOUR
002000             MOVE 'E' TO WS-MOTIF
002010         WHEN E-ACTIF
002020             MOVE 'A' TO WS-CIBLE
002030         WHEN OTHER
002040             MOVE E-STATUT TO WS-MOTIF
002050     END-EVALUATE.
002060     MOVE E-NUMERO TO BG-NUMERO.
002070     READ FBADG03-FILE.
002080     EVALUATE WS-FBADG-STATUS
002090         WHEN '00'
002100             MOVE 'O' TO WS-BADGE-CONNU
002110         WHEN '23'
002120             MOVE 'N' TO WS-BADGE-CONNU
002130         WHEN OTHER
002140             PERFORM 9510-ERREUR-FBADG THRU 9510-EXIT
002150     END-EVALUATE.
002160     IF WS-CIBLE = 'A'
002170        IF WS-BADGE-CONNU = 'O'
002180           AND BG-ACTIF
002190           AND BG-DATE-FIN = WS-FIN-CONV
002200           AND BG-NOM = E-NOM
002210           GO TO 2100-EXIT
002220        END-IF
002230        MOVE 'A'          TO BO-ACTION
002240        MOVE WS-DEBUT-CONV TO BO-DEBUT
002250        MOVE WS-FIN-CONV  TO BO-FIN
002260        MOVE SPACE        TO BO-MOTIF
002270        ADD 1 TO WS-NB-ACTIVATIONS
002280     ELSE
002290        IF WS-BADGE-CONNU = 'N' OR BG-INACTIF
002300           GO TO 2100-EXIT
002310        END-IF
002320        MOVE 'D'          TO BO-ACTION
002330        MOVE BG-DATE-FIN  TO BO-FIN
002340        MOVE WS-DEBUT-CONV TO BO-DEBUT
002350        MOVE WS-MOTIF     TO BO-MOTIF
002360        ADD 1 TO WS-NB-DESACTIVATIONS
002370     END-IF.
002380     MOVE E-NUMERO TO BO-BADGE.
002390     MOVE E-NOM    TO BO-NOM.
002400     MOVE E-PRENOM TO BO-PRENOM.
002410     PERFORM 5000-EMET THRU 5000-EXIT.
002420     IF WS-BADGE-CONNU = 'N'
002430        MOVE SPACES    TO E-BADGE
002440     END-IF.
002450     MOVE E-NUMERO     TO BG-NUMERO.
002460     MOVE WS-CIBLE     TO BG-ETAT.
002470     MOVE E-NOM        TO BG-NOM.
002480     MOVE BO-FIN       TO BG-DATE-FIN.
002490     MOVE WS-DATE-JOUR TO BG-DATE-ENVOI.
002500     MOVE BO-MOTIF     TO BG-MOTIF.
002510     IF WS-BADGE-CONNU = 'O'
002520        REWRITE E-BADGE
002530     ELSE
002540        WRITE E-BADGE
002550     END-IF.
002560     IF WS-FBADG-STATUS NOT = '00'
002570        PERFORM 9510-ERREUR-FBADG THRU 9510-EXIT
002580     END-IF.
002590 2100-EXIT.
002600     EXIT.
002610*
002620*****************************************************************
002630*  3000  -  BADGES ENCORE ACTIFS DONT LE STAGIAIRE A DISPARU DE *
002640*            FSTAG03 (SUPPRIME, FIN DE STAGE TRAITEE, SESSION   *
002650*            ANNULEE) : DESACTIVATION MOTIF 'R'                 *
002660*****************************************************************
002670 3000-RETIRES.
002680*-------------*
002690     MOVE ZERO TO BG-NUMERO.
002700     START FBADG03-FILE KEY >= BG-NUMERO
002710         INVALID KEY MOVE 'Y' TO WS-EOF
002720         NOT INVALID KEY MOVE 'N' TO WS-EOF
002730     END-START.
002740     IF NOT FIN-FICHIER
002750        READ FBADG03-FILE NEXT
002760            AT END MOVE 'Y' TO WS-EOF
002770        END-READ
002780     END-IF.
002790     PERFORM UNTIL FIN-FICHIER
002800        IF BG-ACTIF
002810           PERFORM 3100-RETIRE THRU 3100-EXIT
002820        END-IF
002830        READ FBADG03-FILE NEXT
002840            AT END MOVE 'Y' TO WS-EOF
002850        END-READ
002860     END-PERFORM.
002870 3000-EXIT.
002880     EXIT.
002890*
002900 3100-RETIRE.
002910*------------*
002920     MOVE BG-NUMERO TO E-NUMERO.
002930     READ FSTAG03-FILE.
002940     IF WS-FSTAG-STATUS = '00'
002950        GO TO 3100-EXIT
002960     END-IF.
002970     IF WS-FSTAG-STATUS NOT = '23'
002980        PERFORM 9500-ERREUR-FSTAG THRU 9500-EXIT
002990     END-IF.
003000     MOVE 'D'          TO BO-ACTION.
003010     MOVE BG-NUMERO    TO BO-BADGE.
003020     MOVE BG-NOM       TO BO-NOM.
003030     MOVE SPACES       TO BO-PRENOM.
003040     MOVE ZERO         TO BO-DEBUT.
003050     MOVE BG-DATE-FIN  TO BO-FIN.
003060     MOVE 'R'          TO BO-MOTIF.
003070     PERFORM 5000-EMET THRU 5000-EXIT.
003080     ADD 1 TO WS-NB-DESACTIVATIONS.
003090     MOVE 'I'          TO BG-ETAT.
003100     MOVE 'R'          TO BG-MOTIF.
003110     MOVE WS-DATE-JOUR TO BG-DATE-ENVOI.
003120     REWRITE E-BADGE.
003130     IF WS-FBADG-STATUS NOT = '00'
003140        PERFORM 9510-ERREUR-FBADG THRU 9510-EXIT
003150     END-IF.
003160 3100-EXIT.
003170     EXIT.
003180*
003190*****************************************************************
003200*  4000  -  RAPPROCHEMENT AVEC L'EXPORT DES LECTEURS : UN BADGE *
003210*            QUI A ENCORE SERVI ALORS QUE SON TITULAIRE N'EST   *
003220*            PLUS ACTIF EST LISTE (UNE FOIS PAR NUMERO)         *
003230*****************************************************************
003240 4000-RAPPROCHEMENT.
003250*-------------------*
003260     MOVE SPACES TO WS-BADGE-TABLE.
003270     OPEN INPUT BADGE-FILE.
003280     MOVE 'N' TO WS-EOF.
003290     READ BADGE-FILE
003300         AT END MOVE 'Y' TO WS-EOF
003310     END-READ.
003320     PERFORM UNTIL FIN-FICHIER
003330        IF BD-NUMERO NUMERIC AND BD-NUMERO NOT = '0000'
003340           MOVE BD-NUMERO TO WS-IND-NUM
003350           MOVE 'B' TO WS-BADGE(WS-IND-NUM)
003360        END-IF
003370        READ BADGE-FILE
003380            AT END MOVE 'Y' TO WS-EOF
003390        END-READ
003400     END-PERFORM.
003410     CLOSE BADGE-FILE.
003420     MOVE SPACE TO LIGNE.
003430     STRING ' BADGES UTILISES PAR DES STAGIAIRES NON ACTIFS'
003440            DELIMITED BY SIZE INTO LIGNE.
003450     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
003460     PERFORM 4100-CONTROLE-BADGE THRU 4100-EXIT
003470         VARYING WS-IND-NUM FROM 1 BY 1 UNTIL WS-IND-NUM > 9999.
003480     IF WS-NB-ECARTS > ZERO
003490        MOVE 4 TO RETURN-CODE
003500     END-IF.
003510 4000-EXIT.
003520     EXIT.
003530*
003540 4100-CONTROLE-BADGE.
003550*--------------------*
003560     IF WS-BADGE(WS-IND-NUM) NOT = 'B'
003570        GO TO 4100-EXIT
003580     END-IF.
003590     MOVE WS-IND-NUM TO E-NUMERO WS-IND-NUM-ED.
003600     READ FSTAG03-FILE.
003610     IF WS-FSTAG-STATUS = '00' AND E-ACTIF
003620        GO TO 4100-EXIT
003630     END-IF.
003640     IF WS-FSTAG-STATUS NOT = '00' AND NOT = '23'
003650        PERFORM 9500-ERREUR-FSTAG THRU 9500-EXIT
003660     END-IF.
003670     MOVE WS-IND-NUM TO BG-NUMERO.
003680     READ FBADG03-FILE.
003690     IF WS-FBADG-STATUS NOT = '00' AND NOT = '23'
003700        PERFORM 9510-ERREUR-FBADG THRU 9510-EXIT
003710     END-IF.
003720     MOVE SPACE TO WS-SUITE.
003730     IF WS-FBADG-STATUS = '00' AND BG-INACTIF
003740        STRING 'DESACTIVATION ENVOYEE LE ' BG-DATE-ENVOI
003750               DELIMITED BY SIZE INTO WS-SUITE
003760     ELSE
003770        MOVE 'AUCUNE DESACTIVATION ENVOYEE' TO WS-SUITE
003780     END-IF.
003790     MOVE SPACE TO LIGNE.
003800     IF WS-FSTAG-STATUS = '23'
003810        STRING '   BADGE ' WS-IND-NUM-ED
003820               ' ABSENT DE FSTAG03                  - '
003830               WS-SUITE DELIMITED BY SIZE INTO LIGNE
003840     ELSE
003850        STRING '   BADGE ' WS-IND-NUM-ED ' ' E-NOM ' STATUT '
003860               E-STATUT ' - ' WS-SUITE
003870               DELIMITED BY SIZE INTO LIGNE
003880     END-IF.
003890     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003900     ADD 1 TO WS-NB-ECARTS.
003910 4100-EXIT.
003920     EXIT.
003930*
003940*****************************************************************
003950*  5000  -  ECRITURE D'UN MOUVEMENT ET TRACE SUR LE RAPPORT     *
003960*****************************************************************
003970 5000-EMET.
003980*----------*
003990     WRITE BADGOUT-REC.
004000     IF WS-BADGOUT-STATUS NOT = '00'
004010        DISPLAY 'EXPBADG - ERREUR E/S BADGOUT - CODE STATUT '
004020                WS-BADGOUT-STATUS
004030        MOVE 16 TO RETURN-CODE
004040        PERFORM 9000-TERMINAISON THRU 9000-EXIT
004050        STOP RUN
004060     END-IF.
004070     MOVE SPACE TO LIGNE.
004080     STRING '   ' BO-ACTION ' ' BO-BADGE ' ' BO-NOM ' ' BO-PRENOM
004090            ' ' BO-DEBUT ' ' BO-FIN ' ' BO-MOTIF
004100            DELIMITED BY SIZE INTO LIGNE.
004110     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004120 5000-EXIT.
004130     EXIT.
004140*
004150*****************************************************************
004160*  8000  -  BILAN                                               *
004170*****************************************************************
004180 8000-BILAN.
004190*-----------*
004200     MOVE WS-NB-ACTIVATIONS TO WS-NB-ED.
004210     MOVE SPACE TO LIGNE.
004220     STRING ' ACTIVATIONS TRANSMISES    : ' WS-NB-ED
004230            DELIMITED BY SIZE INTO LIGNE.
004240     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
004250     MOVE WS-NB-DESACTIVATIONS TO WS-NB-ED.
004260     MOVE SPACE TO LIGNE.
004270     STRING ' DESACTIVATIONS TRANSMISES : ' WS-NB-ED
004280            DELIMITED BY SIZE INTO LIGNE.
004290     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004300     MOVE WS-NB-ECARTS TO WS-NB-ED.
004310     MOVE SPACE TO LIGNE.
004320     STRING ' BADGES UTILISES SANS DROIT: ' WS-NB-ED
004330            DELIMITED BY SIZE INTO LIGNE.
004340     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004350 8000-EXIT.
004360     EXIT.
004370*
004380*****************************************************************
004390*  9500  -  ERREURS D'ENTREE/SORTIE - LE CODE STATUT EST TRACE  *
004400*            ET LE TRAITEMENT EST INTERROMPU                    *
004410*****************************************************************
004420 9500-ERREUR-FSTAG.
004430*------------------*
004440     DISPLAY 'EXPBADG - ERREUR E/S FSTAG03 - CODE STATUT '
004450             WS-FSTAG-STATUS.
004460     MOVE 16 TO RETURN-CODE.
004470     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
004480     STOP RUN.
004490 9500-EXIT.
004500     EXIT.
004510*
004520 9510-ERREUR-FBADG.
004530*------------------*
004540     DISPLAY 'EXPBADG - ERREUR E/S FBADG03 - CODE STATUT '
004550             WS-FBADG-STATUS.
004560     MOVE 16 TO RETURN-CODE.
004570     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
004580     STOP RUN.
004590 9510-EXIT.
004600     EXIT.
004610*
004620*****************************************************************
004630*  9000  -  FERMETURE DES FICHIERS                              *
004640*****************************************************************
004650 9000-TERMINAISON.
004660*-----------------*
004670     CLOSE FSTAG03-FILE.
004680     CLOSE FBADG03-FILE.
004690     CLOSE BADGOUT-FILE.
004700     CLOSE RAPPORT-FILE.
004710 9000-EXIT.
004720     EXIT.
