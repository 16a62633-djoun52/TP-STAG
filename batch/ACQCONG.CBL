000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ACQCONG.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  ACQCONG  -  ACQUISITION MENSUELLE DES CONGES PAYES - UNE FOIS*
000090*               PAR MOIS, LE MOIS CIVIL ECOULE EST CREDITE A    *
000100*               CHAQUE STAGIAIRE ACTIF D'UNE SESSION DE PLUS DE *
000110*               SIX MOIS (DATES DE LA SESSION FSESS03, A DEFAUT *
000120*               CELLES DE LA FICHE) : UN MOIS EST ACQUIS QUAND  *
000130*               LA FORMATION DU STAGIAIRE COUVRE LE 15 DU MOIS -*
000140*               LE SOLDE EST L'ENREGISTREMENT DE DATE ZERO DE   *
000150*               FCONG03 (JOURS ACQUIS, JOURS ACCORDES SUR       *
000160*               INGBCI3, DERNIER MOIS ACQUIS) ; A LA PREMIERE   *
000170*               ACQUISITION LES MOIS DEPUIS LE DEBUT DE LA      *
000180*               FORMATION SONT RATTRAPES, UNE NOUVELLE FORMATION*
000190*               (AUTRE DATE DE DEBUT) REPART A ZERO             *
000200*               LE DERNIER MOIS TRAITE EST CONSIGNE DANS FCTL03 *
000210*               ('ACQCONG ') : LANCE CHAQUE NUIT PAR LA CHAINE, *
000220*               LE PROGRAMME NE TRAVAILLE QU'UNE FOIS PAR MOIS -*
000230*               UN MOIS DEJA ACQUIS N'EST JAMAIS CREDITE DEUX   *
000240*               FOIS (DERNIER MOIS DU SOLDE)                    *
000250*  SYSIN : COL 1-6   MOIS AAAAMM A CREDITER (DEFAUT = MOIS      *
000260*                    PRECEDENT, S'IL N'EST PAS DEJA TRAITE)     *
000270*          COL 8-10  JOURS ACQUIS PAR MOIS EN DIXIEMES (DEFAUT  *
000280*                    025 = 2.5 JOURS)                           *
000290*****************************************************************
000300*  HISTORIQUE DES MODIFICATIONS                                 *
000310*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-390.
000360 OBJECT-COMPUTER. IBM-390.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT FSTAG03-FILE   ASSIGN TO FSTAG03
000400            ORGANIZATION   INDEXED
000410            ACCESS MODE    SEQUENTIAL
000420            RECORD KEY     E-NUMERO
000430            FILE STATUS    WS-FSTAG-STATUS.
000440     SELECT FSESS03-FILE   ASSIGN TO FSESS03
000450            ORGANIZATION   INDEXED
000460            ACCESS MODE    RANDOM
000470            RECORD KEY     S-CODE
000480            FILE STATUS    WS-FSESS-STATUS.
000490     SELECT FCONG03-FILE   ASSIGN TO FCONG03
000500            ORGANIZATION   INDEXED
000510            ACCESS MODE    RANDOM
000520            RECORD KEY     CG-CLE
000530            FILE STATUS    WS-FCONG-STATUS.
000540     SELECT FCTL03-FILE    ASSIGN TO FCTL03
000550            ORGANIZATION   INDEXED
000560            ACCESS MODE    RANDOM
000570            RECORD KEY     CT-CLE
000580            FILE STATUS    WS-FCTL-STATUS.
000590     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000600            ORGANIZATION   LINE SEQUENTIAL.
000610     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000620            ORGANIZATION   LINE SEQUENTIAL.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  FSTAG03-FILE.
000670*   DESCRIPTION DU FICHIER KSD DES STAGIAIRES
000680     COPY FSTAG.
000690*
000700 FD  FSESS03-FILE.
000710*   DESCRIPTION DU FICHIER KSD DES SESSIONS
000720     COPY FSESS.
000730*
000740 FD  FCONG03-FILE.
000750*   DESCRIPTION DU FICHIER DES CONGES PAYES (SOLDES)
000760     COPY FCONG.
000770*
000780 FD  FCTL03-FILE.
000790*   ENREGISTREMENTS DE CONTROLE (DERNIER MOIS TRAITE)
000800     COPY FCTL.
000810*
000820 FD  SYSIN-FILE
000830     RECORDING MODE F.
000840 01  SYSIN-REC.
000850     05  SI-MOIS           PIC X(06).
000860     05  FILLER            PIC X(01).
000870     05  SI-TAUX           PIC X(03).
000880     05  SI-TAUX-9 REDEFINES SI-TAUX
000890                           PIC 9(02)V9(01).
000900     05  FILLER            PIC X(70).
000910*
000920 FD  RAPPORT-FILE
000930     RECORDING MODE F.
000940 01  RAPPORT-REC           PIC X(133).
000950*
000960 WORKING-STORAGE SECTION.
000970 77  WS-FSTAG-STATUS       PIC X(02).
000980 77  WS-FSESS-STATUS       PIC X(02).
000990 77  WS-FCONG-STATUS       PIC X(02).
001000 77  WS-FCTL-STATUS        PIC X(02).
001010 77  WS-EOF                PIC X(01)     VALUE 'N'.
001020     88  FIN-FICHIER                     VALUE 'Y'.
001030 77  WS-DATE-JOUR          PIC 9(08).
001040 77  WS-HEURE-JOUR         PIC 9(08).
001050*   MOIS CREDITE (AAAAMM) ET DERNIER MOIS DEJA TRAITE (FCTL03)
001060 77  WS-MOIS-CIBLE         PIC 9(06)     VALUE ZERO.
001070 77  WS-MOIS-TRAITE        PIC 9(06)     VALUE ZERO.
001080 77  WS-MARQUE-EXISTE      PIC X(01)     VALUE 'N'.
001090 01  WS-MOIS-DEC.
001100     05  WS-MOIS-AAAA      PIC 9(04).
001110     05  WS-MOIS-MM        PIC 9(02).
001120 01  WS-MOIS-NUM REDEFINES WS-MOIS-DEC
001130                           PIC 9(06).
001140 77  WS-MOIS-EDIT          PIC X(07).
001150*   JOURS ACQUIS PAR MOIS DE FORMATION (SYSIN, SINON DEFAUT)
001160 77  WS-TAUX               PIC 9(02)V9(01) VALUE 2.5.
001170 77  WS-TAUX-ED            PIC Z9.9.
001180*   CONVERSION JJMMAAAA (FSTAG03 / FSESS03) EN AAAAMMJJ
001190 77  WS-DATE-JMA           PIC 9(08).
001200 77  WS-DATE-AMJ           PIC 9(08).
001210*   BORNES DE LA SESSION (DUREE) ET DE LA FORMATION DU STAGIAIRE
001220*   (MOIS ACQUIS), EN AAAAMMJJ - FIN A ZERO = NON CONNUE
001230 77  WS-SES-DEBUT          PIC 9(08).
001240 77  WS-SES-FIN            PIC 9(08).
001250 77  WS-FOR-DEBUT          PIC 9(08).
001260 77  WS-FOR-FIN            PIC 9(08).
001270*   DEBUT DE SESSION DECALE DE SIX MOIS : LA SESSION OUVRE DROIT
001280*   A CONGES SI ELLE SE TERMINE APRES CETTE DATE
001290 01  WS-LIMITE-DEC.
001300     05  WS-LIM-AAAA       PIC 9(04).
001310     05  WS-LIM-MM         PIC 9(02).
001320     05  WS-LIM-JJ         PIC 9(02).
001330 01  WS-LIMITE REDEFINES WS-LIMITE-DEC
001340                           PIC 9(08).
001350*   MOIS EXAMINE DANS LE RATTRAPAGE ET SA DATE PIVOT (LE 15)
001360 01  WS-COUR-DEC.
001370     05  WS-COUR-AAAA      PIC 9(04).
001380     05  WS-COUR-MM        PIC 9(02).
001390 01  WS-MOIS-COUR REDEFINES WS-COUR-DEC
001400                           PIC 9(06).
001410 77  WS-PIVOT              PIC 9(08).
001420*   SITUATION DU STAGIAIRE COURANT
001430 77  WS-SOLDE-EXISTE       PIC X(01).
001440 77  WS-NB-MOIS-CREDIT     PIC 9(03).
001450 77  WS-SOLDE              PIC S9(03)V9(01).
001460*   COMPTEURS DU BILAN
001470 77  WS-NB-EXAMINES        PIC 9(06) COMP VALUE ZERO.
001480 77  WS-NB-ELIGIBLES       PIC 9(06) COMP VALUE ZERO.
001490 77  WS-NB-NON-ELIG        PIC 9(06) COMP VALUE ZERO.
001500 77  WS-NB-CREDITES        PIC 9(06) COMP VALUE ZERO.
001510 77  WS-NB-REPRISES        PIC 9(06) COMP VALUE ZERO.
001520 77  WS-NB-MOIS-TOTAL      PIC 9(06) COMP VALUE ZERO.
001530 77  WS-NB-ED              PIC ZZZZZ9.
001540 01  LIGNE                 PIC X(133).
001550*
001560 01  LIGNE-DETAIL.
001570     05  FILLER            PIC X(01)     VALUE SPACE.
001580     05  LD-NUMERO         PIC 9(04).
001590     05  FILLER            PIC X(02)     VALUE SPACE.
001600     05  LD-NOM            PIC X(25).
001610     05  FILLER            PIC X(01)     VALUE SPACE.
001620     05  LD-PRENOM         PIC X(15).
001630     05  FILLER            PIC X(01)     VALUE SPACE.
001640     05  LD-SESSION        PIC X(10).
001650     05  FILLER            PIC X(03)     VALUE SPACE.
001660     05  LD-NB-MOIS        PIC ZZ9.
001670     05  FILLER            PIC X(04)     VALUE SPACE.
001680     05  LD-ACQUIS         PIC ZZ9.9.
001690     05  FILLER            PIC X(04)     VALUE SPACE.
001700     05  LD-PRIS           PIC ZZ9.9.
001710     05  FILLER            PIC X(04)     VALUE SPACE.
001720     05  LD-SOLDE          PIC ZZ9.9-.
001730     05  FILLER            PIC X(03)     VALUE SPACE.
001740     05  LD-REMARQUE       PIC X(20).
001750     05  FILLER            PIC X(22)     VALUE SPACE.
001760*
001770 PROCEDURE DIVISION.
001780 0000-MAINLINE.
001790*----------------*
001800     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001810     PERFORM 2000-TRAITEMENT     THRU 2000-EXIT.
001820     PERFORM 4000-MARQUE-MOIS    THRU 4000-EXIT.
001830     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001840     STOP RUN.
001850*
001860*****************************************************************
001870*  1000  -  MOIS A CREDITER ET JOURS PAR MOIS (SYSIN), CONTROLE *
001880*            DU DERNIER MOIS TRAITE (FCTL03) ET OUVERTURES      *
001890*****************************************************************
001900 1000-INITIALISATION.
001910*--------------------*
001920     ACCEPT WS-DATE-JOUR  FROM DATE YYYYMMDD.
001930     ACCEPT WS-HEURE-JOUR FROM TIME.
001940     OPEN INPUT  SYSIN-FILE.
001950     READ SYSIN-FILE
001960         AT END     CONTINUE
001970         NOT AT END PERFORM 1100-PARAMETRES THRU 1100-EXIT
001980     END-READ.
001990     CLOSE SYSIN-FILE.
002000     OPEN I-O FCTL03-FILE.
002010     IF WS-FCTL-STATUS NOT = '00'
002020        PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
002030     END-IF.
002040     MOVE 'ACQCONG ' TO CT-CLE.
002050     READ FCTL03-FILE.
002060     IF WS-FCTL-STATUS = '00'
002070        MOVE CT-SEQUENCE TO WS-MOIS-TRAITE
002080        MOVE 'O' TO WS-MARQUE-EXISTE
002090     ELSE
002100        IF WS-FCTL-STATUS NOT = '23'
002110           PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
002120        END-IF
002130     END-IF.
002140*   PAR DEFAUT LE MOIS CIVIL ECOULE, UNE SEULE FOIS : LES NUITS
002150*   SUIVANTES DU MOIS N'ONT RIEN A FAIRE
002160     IF WS-MOIS-CIBLE = ZERO
002170        MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-NUM
002180        IF WS-MOIS-MM = 01
002190           MOVE 12 TO WS-MOIS-MM
002200           SUBTRACT 1 FROM WS-MOIS-AAAA
002210        ELSE
002220           SUBTRACT 1 FROM WS-MOIS-MM
002230        END-IF
002240        MOVE WS-MOIS-NUM TO WS-MOIS-CIBLE
002250        IF WS-MOIS-CIBLE NOT > WS-MOIS-TRAITE
002260           DISPLAY 'ACQCONG - MOIS ' WS-MOIS-CIBLE
002270                   ' DEJA TRAITE - RIEN A FAIRE'
002280           CLOSE FCTL03-FILE
002290           STOP RUN
002300        END-IF
002310     END-IF.
002320     MOVE WS-MOIS-CIBLE TO WS-MOIS-NUM.
002330     IF WS-MOIS-MM < 01 OR WS-MOIS-MM > 12
002340        OR WS-MOIS-CIBLE NOT < WS-DATE-JOUR(1:6)
002350        DISPLAY 'ACQCONG - MOIS DEMANDE INVALIDE OU NON ECOULE : '
002360                WS-MOIS-CIBLE
002370        MOVE 8 TO RETURN-CODE
002380        CLOSE FCTL03-FILE
002390        STOP RUN
002400     END-IF.
002410     MOVE SPACE TO WS-MOIS-EDIT.
002420     STRING WS-MOIS-MM '/' WS-MOIS-AAAA
002430            DELIMITED BY SIZE INTO WS-MOIS-EDIT.
002440     OPEN INPUT  FSTAG03-FILE.
002450     OPEN INPUT  FSESS03-FILE.
002460     OPEN I-O    FCONG03-FILE.
002470     IF WS-FCONG-STATUS NOT = '00'
002480        PERFORM 9520-ERREUR-FCONG THRU 9520-EXIT
002490     END-IF.
002500     OPEN OUTPUT RAPPORT-FILE.
002510     MOVE WS-TAUX TO WS-TAUX-ED.
002520     MOVE SPACE TO LIGNE.
002530     STRING ' ACQUISITION DES CONGES PAYES - MOIS ' WS-MOIS-EDIT
002540            ' - ' WS-TAUX-ED ' JOURS PAR MOIS DE FORMATION'
002550            DELIMITED BY SIZE INTO LIGNE.
002560     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
002570     MOVE SPACE TO LIGNE.
002580     STRING ' NUM   NOM                       PRENOM          '
002590            'SESSION      MOIS   ACQUIS     PRIS     SOLDE'
002600            DELIMITED BY SIZE INTO LIGNE.
002610     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
002620     MOVE SPACE TO LIGNE.
002630     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
002640 1000-EXIT.
002650     EXIT.
002660*
002670 1100-PARAMETRES.
002680*----------------*
002690     IF SI-MOIS NUMERIC
002700        MOVE SI-MOIS   TO WS-MOIS-CIBLE
002710     END-IF.
002720     IF SI-TAUX NUMERIC AND SI-TAUX-9 > ZERO
002730        MOVE SI-TAUX-9 TO WS-TAUX
002740     END-IF.
002750 1100-EXIT.
002760     EXIT.
002770*
002780*****************************************************************
002790*  2000  -  PARCOURS DES STAGIAIRES ACTIFS (UN STAGIAIRE        *
002800*            SUSPENDU N'ACQUIERT PAS DE CONGES)                 *
002810*****************************************************************
002820 2000-TRAITEMENT.
002830*----------------*
002840     MOVE 'N' TO WS-EOF.
002850     READ FSTAG03-FILE
002860         AT END MOVE 'Y' TO WS-EOF
002870     END-READ.
002880     PERFORM UNTIL FIN-FICHIER
002890        IF E-ACTIF AND E-NUMERO > ZERO
002900           ADD 1 TO WS-NB-EXAMINES
002910           PERFORM 2100-STAGIAIRE THRU 2100-EXIT
002920        END-IF
002930        READ FSTAG03-FILE
002940            AT END MOVE 'Y' TO WS-EOF
002950        END-READ
002960     END-PERFORM.
002970 2000-EXIT.
002980     EXIT.
002990*
003000*****************************************************************
003010*  2100  -  DROIT A CONGES DU STAGIAIRE COURANT ET CREDIT DES   *
003020*            MOIS NON ENCORE ACQUIS JUSQU'AU MOIS CIBLE         *
003030*****************************************************************
003040 2100-STAGIAIRE.
003050*---------------*
003060     PERFORM 2200-BORNES THRU 2200-EXIT.
003070     IF WS-SES-DEBUT = ZERO OR WS-SES-FIN = ZERO
003080        ADD 1 TO WS-NB-NON-ELIG
003090        GO TO 2100-EXIT
003100     END-IF.
003110     MOVE WS-SES-DEBUT TO WS-LIMITE.
003120     ADD 6 TO WS-LIM-MM.
003130     IF WS-LIM-MM > 12
003140        SUBTRACT 12 FROM WS-LIM-MM
003150        ADD 1 TO WS-LIM-AAAA
003160     END-IF.
003170     IF WS-SES-FIN NOT > WS-LIMITE
003180        ADD 1 TO WS-NB-NON-ELIG
003190        GO TO 2100-EXIT
003200     END-IF.
003210     ADD 1 TO WS-NB-ELIGIBLES.
003220     PERFORM 2300-LIT-SOLDE THRU 2300-EXIT.
003230     PERFORM 2400-CREDITE-MOIS THRU 2400-EXIT.
003240     IF WS-MOIS-CIBLE > CG-DERNIER-MOIS
003250        MOVE WS-MOIS-CIBLE TO CG-DERNIER-MOIS
003260     END-IF.
003270     IF WS-SOLDE-EXISTE = 'O'
003280        REWRITE E-CONGE
003290     ELSE
003300        WRITE E-CONGE
003310     END-IF.
003320     IF WS-FCONG-STATUS NOT = '00'
003330        PERFORM 9520-ERREUR-FCONG THRU 9520-EXIT
003340     END-IF.
003350     IF WS-NB-MOIS-CREDIT > ZERO
003360        ADD 1 TO WS-NB-CREDITES
003370        ADD WS-NB-MOIS-CREDIT TO WS-NB-MOIS-TOTAL
003380        PERFORM 2600-LIGNE-CREDIT THRU 2600-EXIT
003390     END-IF.
003400 2100-EXIT.
003410     EXIT.
003420*
003430*****************************************************************
003440*  2200  -  BORNES EN AAAAMMJJ : SESSION (FSESS03, A DEFAUT LES *
003450*            DATES DE LA FICHE) POUR LA DUREE OUVRANT DROIT,    *
003460*            FICHE (A DEFAUT LA SESSION) POUR LES MOIS ACQUIS   *
003470*****************************************************************
003480 2200-BORNES.
003490*------------*
003500     MOVE ZERO TO WS-SES-DEBUT WS-SES-FIN WS-FOR-DEBUT WS-FOR-FIN.
003510     IF E-DATE-DEBUT NOT = ZERO
003520        MOVE E-DATE-DEBUT TO WS-DATE-JMA
003530        PERFORM 2250-CONV-DATE THRU 2250-EXIT
003540        MOVE WS-DATE-AMJ TO WS-FOR-DEBUT
003550     END-IF.
003560     IF E-DATE-FIN-PREVUE NOT = ZERO
003570        MOVE E-DATE-FIN-PREVUE TO WS-DATE-JMA
003580        PERFORM 2250-CONV-DATE THRU 2250-EXIT
003590        MOVE WS-DATE-AMJ TO WS-FOR-FIN
003600     END-IF.
003610     MOVE E-CODE-SESSION TO S-CODE.
003620     READ FSESS03-FILE.
003630     IF WS-FSESS-STATUS = '00'
003640        IF S-DATE-DEBUT NOT = ZERO
003650           MOVE S-DATE-DEBUT TO WS-DATE-JMA
003660           PERFORM 2250-CONV-DATE THRU 2250-EXIT
003670           MOVE WS-DATE-AMJ TO WS-SES-DEBUT
003680        END-IF
003690        IF S-DATE-FIN NOT = ZERO
003700           MOVE S-DATE-FIN TO WS-DATE-JMA
003710           PERFORM 2250-CONV-DATE THRU 2250-EXIT
003720           MOVE WS-DATE-AMJ TO WS-SES-FIN
003730        END-IF
003740     ELSE
003750        IF WS-FSESS-STATUS NOT = '23'
003760           PERFORM 9510-ERREUR-FSESS THRU 9510-EXIT
003770        END-IF
003780     END-IF.
003790     IF WS-SES-DEBUT = ZERO
003800        MOVE WS-FOR-DEBUT TO WS-SES-DEBUT
003810     END-IF.
003820     IF WS-SES-FIN = ZERO
003830        MOVE WS-FOR-FIN TO WS-SES-FIN
003840     END-IF.
003850     IF WS-FOR-DEBUT = ZERO
003860        MOVE WS-SES-DEBUT TO WS-FOR-DEBUT
003870     END-IF.
003880     IF WS-FOR-FIN = ZERO
003890        MOVE WS-SES-FIN TO WS-FOR-FIN
003900     END-IF.
003910 2200-EXIT.
003920     EXIT.
003930*
003940 2250-CONV-DATE.
003950*---------------*
003960     MOVE WS-DATE-JMA(5:4) TO WS-DATE-AMJ(1:4).
003970     MOVE WS-DATE-JMA(3:2) TO WS-DATE-AMJ(5:2).
003980     MOVE WS-DATE-JMA(1:2) TO WS-DATE-AMJ(7:2).
003990 2250-EXIT.
004000     EXIT.
004010*
004020*****************************************************************
004030*  2300  -  SOLDE DU STAGIAIRE (FCONG03, DATE ZERO) - ABSENT OU *
004040*            PORTANT UNE AUTRE FORMATION (AUTRE DATE DE DEBUT), *
004050*            IL REPART A ZERO ; LA SESSION SUIT LA FICHE        *
004060*****************************************************************
004070 2300-LIT-SOLDE.
004080*---------------*
004090     MOVE E-NUMERO TO CG-NUMERO.
004100     MOVE ZERO     TO CG-DATE.
004110     READ FCONG03-FILE.
004120     EVALUATE WS-FCONG-STATUS
004130        WHEN '00'
004140           MOVE 'O' TO WS-SOLDE-EXISTE
004150           IF CG-SOLDE-DEBUT NOT = WS-FOR-DEBUT
004160              ADD 1 TO WS-NB-REPRISES
004170              MOVE WS-FOR-DEBUT TO CG-SOLDE-DEBUT
004180              MOVE ZERO TO CG-ACQUIS CG-PRIS CG-DERNIER-MOIS
004190                           CG-NB-MOIS
004200           END-IF
004210        WHEN '23'
004220           MOVE 'N' TO WS-SOLDE-EXISTE
004230           MOVE SPACES   TO E-CONGE
004240           MOVE E-NUMERO TO CG-NUMERO
004250           MOVE ZERO     TO CG-DATE
004260           MOVE WS-FOR-DEBUT TO CG-SOLDE-DEBUT
004270           MOVE ZERO TO CG-ACQUIS CG-PRIS CG-DERNIER-MOIS
004280                        CG-NB-MOIS
004290        WHEN OTHER
004300           PERFORM 9520-ERREUR-FCONG THRU 9520-EXIT
004310     END-EVALUATE.
004320     MOVE E-CODE-SESSION TO CG-SOLDE-SESSION.
004330 2300-EXIT.
004340     EXIT.
004350*
004360*****************************************************************
004370*  2400  -  MOIS A CREDITER : DU MOIS SUIVANT LE DERNIER ACQUIS *
004380*            (A DEFAUT LE MOIS DE DEBUT DE FORMATION) AU MOIS   *
004390*            CIBLE, CHAQUE MOIS DONT LE 15 EST COUVERT PAR LA   *
004400*            FORMATION DU STAGIAIRE                             *
004410*****************************************************************
004420 2400-CREDITE-MOIS.
004430*------------------*
004440     MOVE ZERO TO WS-NB-MOIS-CREDIT.
004450     IF CG-DERNIER-MOIS = ZERO
004460        MOVE WS-FOR-DEBUT(1:6) TO WS-MOIS-COUR
004470     ELSE
004480        MOVE CG-DERNIER-MOIS TO WS-MOIS-COUR
004490        PERFORM 2450-MOIS-SUIVANT THRU 2450-EXIT
004500     END-IF.
004510     PERFORM UNTIL WS-MOIS-COUR > WS-MOIS-CIBLE
004520        COMPUTE WS-PIVOT = WS-MOIS-COUR * 100 + 15
004530        IF WS-FOR-DEBUT NOT > WS-PIVOT
004540           AND WS-FOR-FIN NOT < WS-PIVOT
004550           ADD 1 TO WS-NB-MOIS-CREDIT
004560           ADD 1 TO CG-NB-MOIS
004570           ADD WS-TAUX TO CG-ACQUIS
004580        END-IF
004590        PERFORM 2450-MOIS-SUIVANT THRU 2450-EXIT
004600     END-PERFORM.
004610 2400-EXIT.
004620     EXIT.
004630*
004640 2450-MOIS-SUIVANT.
004650*------------------*
004660     IF WS-COUR-MM = 12
004670        MOVE 01 TO WS-COUR-MM
004680        ADD 1 TO WS-COUR-AAAA
004690     ELSE
004700        ADD 1 TO WS-COUR-MM
004710     END-IF.
004720 2450-EXIT.
004730     EXIT.
004740*
004750 2600-LIGNE-CREDIT.
004760*------------------*
004770     MOVE E-NUMERO          TO LD-NUMERO.
004780     MOVE E-NOM             TO LD-NOM.
004790     MOVE E-PRENOM          TO LD-PRENOM.
004800     MOVE E-CODE-SESSION    TO LD-SESSION.
004810     MOVE WS-NB-MOIS-CREDIT TO LD-NB-MOIS.
004820     MOVE CG-ACQUIS         TO LD-ACQUIS.
004830     MOVE CG-PRIS           TO LD-PRIS.
004840     COMPUTE WS-SOLDE = CG-ACQUIS - CG-PRIS.
004850     MOVE WS-SOLDE          TO LD-SOLDE.
004860     IF WS-SOLDE-EXISTE = 'N'
004870        MOVE 'OUVERTURE DU DROIT' TO LD-REMARQUE
004880     ELSE
004890        IF WS-NB-MOIS-CREDIT > 1
004900           MOVE 'RATTRAPAGE' TO LD-REMARQUE
004910        ELSE
004920           MOVE SPACES TO LD-REMARQUE
004930        END-IF
004940     END-IF.
004950     WRITE RAPPORT-REC FROM LIGNE-DETAIL AFTER ADVANCING 1.
004960 2600-EXIT.
004970     EXIT.
004980*
004990*****************************************************************
005000*  4000  -  DERNIER MOIS TRAITE (FCTL03 'ACQCONG ') - UN MOIS   *
005010*            ANTERIEUR DEMANDE EN SYSIN NE LE FAIT PAS RECULER  *
005020*****************************************************************
005030 4000-MARQUE-MOIS.
005040*-----------------*
005050     IF WS-MOIS-CIBLE NOT > WS-MOIS-TRAITE
005060        GO TO 4000-EXIT
005070     END-IF.
005080     MOVE 'ACQCONG '         TO CT-CLE.
005090     MOVE WS-DATE-JOUR       TO CT-DATE.
005100     MOVE WS-HEURE-JOUR(1:6) TO CT-HEURE.
005110     MOVE WS-MOIS-CIBLE      TO CT-SEQUENCE.
005120     MOVE 'T'                TO CT-ETAT.
005130     IF WS-MARQUE-EXISTE = 'O'
005140        REWRITE E-CONTROLE
005150     ELSE
005160        MOVE ZERO TO CT-SEQUENCE-EVT
005170        WRITE E-CONTROLE
005180     END-IF.
005190     IF WS-FCTL-STATUS NOT = '00'
005200        PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
005210     END-IF.
005220 4000-EXIT.
005230     EXIT.
005240*
005250*****************************************************************
005260*  9510  -  ERREUR D'ENTREE/SORTIE SUR FSESS03 - LE CODE STATUT *
005270*            EST TRACE ET LE TRAITEMENT EST INTERROMPU          *
005280*****************************************************************
005290 9510-ERREUR-FSESS.
005300*------------------*
005310     DISPLAY 'ACQCONG - ERREUR E/S FSESS03 - CODE STATUT '
005320             WS-FSESS-STATUS.
005330     MOVE 16 TO RETURN-CODE.
005340     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
005350     STOP RUN.
005360 9510-EXIT.
005370     EXIT.
005380*
005390 9520-ERREUR-FCONG.
005400*------------------*
005410     DISPLAY 'ACQCONG - ERREUR E/S FCONG03 - CODE STATUT '
005420             WS-FCONG-STATUS.
005430     MOVE 16 TO RETURN-CODE.
005440     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
005450     STOP RUN.
005460 9520-EXIT.
005470     EXIT.
005480*
005490 9530-ERREUR-FCTL.
005500*-----------------*
005510     DISPLAY 'ACQCONG - ERREUR E/S FCTL03 - CODE STATUT '
005520             WS-FCTL-STATUS.
005530     MOVE 16 TO RETURN-CODE.
005540     CLOSE FCTL03-FILE.
005550     STOP RUN.
005560 9530-EXIT.
005570     EXIT.
005580*
005590*****************************************************************
005600*  9000  -  BILAN ET FERMETURE DES FICHIERS                     *
005610*****************************************************************
005620 9000-TERMINAISON.
005630*-----------------*
005640     MOVE SPACE TO LIGNE.
005650     MOVE WS-NB-EXAMINES TO WS-NB-ED.
005660     STRING ' STAGIAIRES ACTIFS     : ' WS-NB-ED
005670            DELIMITED BY SIZE INTO LIGNE.
005680     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 3.
005690     MOVE SPACE TO LIGNE.
005700     MOVE WS-NB-ELIGIBLES TO WS-NB-ED.
005710     STRING ' SESSIONS > 6 MOIS     : ' WS-NB-ED
005720            DELIMITED BY SIZE INTO LIGNE.
005730     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
005740     MOVE SPACE TO LIGNE.
005750     MOVE WS-NB-NON-ELIG TO WS-NB-ED.
005760     STRING ' SANS DROIT A CONGES   : ' WS-NB-ED
005770            DELIMITED BY SIZE INTO LIGNE.
005780     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
005790     MOVE SPACE TO LIGNE.
005800     MOVE WS-NB-CREDITES TO WS-NB-ED.
005810     STRING ' STAGIAIRES CREDITES   : ' WS-NB-ED
005820            DELIMITED BY SIZE INTO LIGNE.
005830     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
005840     MOVE SPACE TO LIGNE.
005850     MOVE WS-NB-MOIS-TOTAL TO WS-NB-ED.
005860     STRING ' MOIS CREDITES         : ' WS-NB-ED
005870            DELIMITED BY SIZE INTO LIGNE.
005880     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
005890     MOVE SPACE TO LIGNE.
005900     MOVE WS-NB-REPRISES TO WS-NB-ED.
005910     STRING ' SOLDES REMIS A ZERO   : ' WS-NB-ED
005920            DELIMITED BY SIZE INTO LIGNE.
005930     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
005940     DISPLAY 'ACQCONG - MOIS ' WS-MOIS-EDIT ' CREDITE'.
005950     CLOSE FSTAG03-FILE.
005960     CLOSE FSESS03-FILE.
005970     CLOSE FCONG03-FILE.
005980     CLOSE FCTL03-FILE.
005990     CLOSE RAPPORT-FILE.
006000 9000-EXIT.
006010     EXIT.
