000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EXPEVT.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  EXPEVT   -  EVENEMENTS DE MISE A JOUR DE LA FICHE STAGIAIRE  *
000090*               POUR LES SYSTEMES ABONNES (FICHIER EVTOUT, REMIS*
000100*               A LA PASSERELLE DE MESSAGERIE COMME LA TD EVNT  *
000110*               ALIMENTEE EN TEMPS REEL PAR AUDIT3) - DEUX MODES*
000120*               (CARTE SYSIN) :                                 *
000130*               - 'BATCH' : PUBLIE LES MISES A JOUR FAITES PAR  *
000140*                 LES TRAITEMENTS BATCH (FINSTAG, TRFSESS,      *
000150*                 IMPSTAG, ...), QUI ECRIVENT FAUDIT03 SANS     *
000160*                 PASSER PAR AUDIT3 : ENTREES DU TERMINAL 'BTCH'*
000170*                 DEPUIS LA BORNE 'EVTBATCH' DE FCTL03, NUMEROS *
000180*                 PRIS DANS LA MEME SEQUENCE QUE LE TEMPS REEL  *
000190*                 ('EVENEMNT' DE FCTL03), INDEXEES DANS FEVTS03 *
000200*               - 'REJEU' : REPUBLIE A L'IDENTIQUE UNE PLAGE DE *
000210*                 NUMEROS D'EVENEMENT (FEVTS03 -> IMAGES DE     *
000220*                 FAUDIT03), POUR UN ABONNE QUI A PERDU DES     *
000230*                 MESSAGES - RC=4 SI DES EVENEMENTS DE LA PLAGE *
000240*                 NE SONT PLUS REPUBLIABLES (ENTREE D'AUDIT     *
000250*                 DELESTEE PAR PRGAUDIT OU JAMAIS ECRITE)       *
000260*               LE MESSAGE EST MIS EN FORME PAR LE MODULE COMMUN*
000270*               EVTSTAG, LE MEME QU'EN TEMPS REEL               *
000280*****************************************************************
000290*  HISTORIQUE DES MODIFICATIONS                                 *
000300*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-390.
000350 OBJECT-COMPUTER. IBM-390.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT FAUDIT03-FILE  ASSIGN TO FAUDIT03
000390            ORGANIZATION   INDEXED
000400            ACCESS MODE    DYNAMIC
000410            RECORD KEY     AK-CLE
000420            FILE STATUS    WS-FAUDIT-STATUS.
000430     SELECT FEVTS03-FILE   ASSIGN TO FEVTS03
000440            ORGANIZATION   INDEXED
000450            ACCESS MODE    DYNAMIC
000460            RECORD KEY     EV-SEQUENCE
000470            FILE STATUS    WS-FEVTS-STATUS.
000480     SELECT FCTL03-FILE    ASSIGN TO FCTL03
000490            ORGANIZATION   INDEXED
000500            ACCESS MODE    RANDOM
000510            RECORD KEY     CT-CLE
000520            FILE STATUS    WS-FCTL-STATUS.
000530     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000540            ORGANIZATION   LINE SEQUENTIAL.
000550     SELECT EVTOUT-FILE    ASSIGN TO EVTOUT
000560            ORGANIZATION   SEQUENTIAL
000570            FILE STATUS    WS-EVTOUT-STATUS.
000580     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000590            ORGANIZATION   LINE SEQUENTIAL.
000600     SELECT TRI-FILE       ASSIGN TO TRIWK01.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  FAUDIT03-FILE.
000650*   DESCRIPTION DU FICHIER KSD DE LA PISTE D'AUDIT
000660     COPY FAUDIT.
000670*
000680 FD  FEVTS03-FILE.
000690*   INDEX DES EVENEMENTS PUBLIES
000700     COPY FEVTS.
000710*
000720 FD  FCTL03-FILE.
000730*   COMPTEUR 'EVENEMNT' ET BORNE 'EVTBATCH'
000740     COPY FCTL.
000750*
000760 FD  SYSIN-FILE
000770     RECORDING MODE F.
000780 01  SYSIN-REC.
000790     05  SI-MODE           PIC X(05).
000800     05  FILLER            PIC X(01).
000810     05  SI-SEQ-DEBUT      PIC X(09).
000820     05  FILLER            PIC X(01).
000830     05  SI-SEQ-FIN        PIC X(09).
000840     05  FILLER            PIC X(55).
000850*
000860*   MESSAGE PUBLIE (EN-TETE + 22 POSTES AU PLUS, CF EVTCA.cpy),
000870*   COMPLETE A BLANC
000880 FD  EVTOUT-FILE
000890     RECORDING MODE F.
000900 01  EVTOUT-REC            PIC X(1087).
000910*
000920 FD  RAPPORT-FILE
000930     RECORDING MODE F.
000940 01  RAPPORT-REC           PIC X(133).
000950*
000960 SD  TRI-FILE.
000970 01  TRI-REC.
000980     05  TR-DATE           PIC 9(08).
000990     05  TR-HEURE          PIC X(06).
001000     05  TR-NUMERO         PIC 9(04).
001010     05  TR-ACTION         PIC X(01).
001020     05  TR-IMAGE-AVANT    PIC X(345).
001030     05  TR-IMAGE-APRES    PIC X(345).
001040*
001050 WORKING-STORAGE SECTION.
001060 77  WS-FAUDIT-STATUS      PIC X(02).
001070 77  WS-FEVTS-STATUS       PIC X(02).
001080 77  WS-FCTL-STATUS        PIC X(02).
001090 77  WS-EVTOUT-STATUS      PIC X(02).
001100 77  WS-EOF                PIC X(01)     VALUE 'N'.
001110     88  FIN-FICHIER                     VALUE 'Y'.
001120 77  WS-EOF-TRI            PIC X(01)     VALUE 'N'.
001130     88  FIN-TRI                         VALUE 'Y'.
001140 77  WS-MODE               PIC X(05)     VALUE 'BATCH'.
001150     88  MODE-BATCH                      VALUE 'BATCH'.
001160     88  MODE-REJEU                      VALUE 'REJEU'.
001170 77  WS-DATE-JOUR          PIC 9(08).
001180 77  WS-HEURE-JOUR         PIC 9(08).
001190*   FENETRE DE PUBLICATION BATCH : BORNE 'EVTBATCH' (INCLUSE)
001200*   AU DEBUT DE CETTE EXECUTION (EXCLU)
001210 77  WS-BORNE-DATE         PIC 9(08)     VALUE ZERO.
001220 77  WS-BORNE-HEURE        PIC X(06)     VALUE '000000'.
001230 77  WS-FIN-DATE           PIC 9(08).
001240 77  WS-FIN-HEURE          PIC X(06).
001250 77  WS-BORNE-EXISTE       PIC X(01)     VALUE 'N'.
001260*   PLAGE DE REJEU
001270 77  WS-SEQ-DEBUT          PIC 9(09)     VALUE ZERO.
001280 77  WS-SEQ-FIN            PIC 9(09)     VALUE ZERO.
001290 77  WS-NB-PUBLIES         PIC 9(06) COMP VALUE ZERO.
001300 77  WS-NB-ABSENTS         PIC 9(06) COMP VALUE ZERO.
001310 01  LIGNE                 PIC X(133).
001320 77  WS-NB-ED              PIC ZZZZZ9.
001330*   ZONE D'ECHANGE DU MODULE COMMUN DE MISE EN FORME
001340     COPY EVTCA.
001350*
001360 PROCEDURE DIVISION.
001370 0000-MAINLINE.
001380*----------------*
001390     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001400     IF MODE-REJEU
001410        PERFORM 3000-REJEU THRU 3000-EXIT
001420     ELSE
001430        PERFORM 2000-PUBLICATION-BATCH THRU 2000-EXIT
001440     END-IF.
001450     PERFORM 8000-BILAN          THRU 8000-EXIT.
001460     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001470     STOP RUN.
001480*
001490*****************************************************************
001500*  1000  -  MODE ET PLAGE (SYSIN), OUVERTURES                   *
001510*****************************************************************
001520 1000-INITIALISATION.
001530*--------------------*
001540     ACCEPT WS-DATE-JOUR  FROM DATE YYYYMMDD.
001550     ACCEPT WS-HEURE-JOUR FROM TIME.
001560     MOVE WS-DATE-JOUR          TO WS-FIN-DATE.
001570     MOVE WS-HEURE-JOUR(1:6)    TO WS-FIN-HEURE.
001580     OPEN INPUT SYSIN-FILE.
001590     READ SYSIN-FILE
001600         AT END     CONTINUE
001610         NOT AT END
001620             IF SI-MODE NOT = SPACES
001630                MOVE SI-MODE TO WS-MODE
001640             END-IF
001650             IF SI-SEQ-DEBUT NUMERIC
001660                MOVE SI-SEQ-DEBUT TO WS-SEQ-DEBUT
001670             END-IF
001680             IF SI-SEQ-FIN NUMERIC
001690                MOVE SI-SEQ-FIN TO WS-SEQ-FIN
001700             END-IF
001710     END-READ.
001720     CLOSE SYSIN-FILE.
001730     OPEN OUTPUT RAPPORT-FILE.
001740     IF NOT MODE-BATCH AND NOT MODE-REJEU
001750        MOVE SPACE TO LIGNE
001760        STRING ' MODE INCONNU : ' WS-MODE
001770               ' (BATCH OU REJEU ATTENDU)'
001780               DELIMITED BY SIZE INTO LIGNE
001790        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE
001800        MOVE 8 TO RETURN-CODE
001810        CLOSE RAPPORT-FILE
001820        STOP RUN
001830     END-IF.
001840     IF MODE-REJEU
001850        AND (WS-SEQ-DEBUT = ZERO OR WS-SEQ-FIN < WS-SEQ-DEBUT)
001860        MOVE SPACE TO LIGNE
001870        STRING ' PLAGE DE REJEU INVALIDE : ' SI-SEQ-DEBUT
001880               ' A ' SI-SEQ-FIN
001890               DELIMITED BY SIZE INTO LIGNE
001900        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE
001910        MOVE 8 TO RETURN-CODE
001920        CLOSE RAPPORT-FILE
001930        STOP RUN
001940     END-IF.
001950     OPEN OUTPUT EVTOUT-FILE.
001960     IF MODE-REJEU
001970        OPEN INPUT FEVTS03-FILE
001980        OPEN INPUT FAUDIT03-FILE
001990        OPEN INPUT FCTL03-FILE
002000     ELSE
002010        OPEN I-O   FEVTS03-FILE
002020        OPEN INPUT FAUDIT03-FILE
002030        OPEN I-O   FCTL03-FILE
002040     END-IF.
002050     IF WS-FEVTS-STATUS NOT = '00'
002060        PERFORM 9510-ERREUR-FEVTS THRU 9510-EXIT
002070     END-IF.
002080     IF WS-FCTL-STATUS NOT = '00'
002090        PERFORM 9520-ERREUR-FCTL THRU 9520-EXIT
002100     END-IF.
002110     MOVE SPACE TO LIGNE.
002120     IF MODE-REJEU
002130        STRING ' REJEU DES EVENEMENTS ' WS-SEQ-DEBUT ' A '
002140               WS-SEQ-FIN DELIMITED BY SIZE INTO LIGNE
002150     ELSE
002160        STRING ' PUBLICATION DES MISES A JOUR BATCH DU '
002170               WS-DATE-JOUR DELIMITED BY SIZE INTO LIGNE
002180     END-IF.
002190     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
002200 1000-EXIT.
002210     EXIT.
002220*
002230*****************************************************************
002240*  2000  -  PUBLICATION DES MISES A JOUR BATCH : LA CLE FAUDIT03*
002250*            NE DONNE PAS L'ORDRE GLOBAL, D'OU LE TRI PAR DATE +*
002260*            HEURE (MEME PRINCIPE QUE REPLAY) - A LA PREMIERE   *
002270*            EXECUTION (PAS DE BORNE), SEULE LA BORNE EST POSEE *
002280*****************************************************************
002290 2000-PUBLICATION-BATCH.
002300*-----------------------*
002310     MOVE 'EVTBATCH' TO CT-CLE.
002320     READ FCTL03-FILE.
002330     EVALUATE WS-FCTL-STATUS
002340         WHEN '00'
002350             MOVE 'O'      TO WS-BORNE-EXISTE
002360             MOVE CT-DATE  TO WS-BORNE-DATE
002370             MOVE CT-HEURE TO WS-BORNE-HEURE
002380         WHEN '23'
002390             CONTINUE
002400         WHEN OTHER
002410             PERFORM 9520-ERREUR-FCTL THRU 9520-EXIT
002420     END-EVALUATE.
002430     IF WS-BORNE-EXISTE = 'O'
002440        SORT TRI-FILE ON ASCENDING KEY TR-DATE TR-HEURE TR-NUMERO
002450            INPUT  PROCEDURE 2100-SELECTION THRU 2100-EXIT
002460            OUTPUT PROCEDURE 2200-PUBLIE    THRU 2200-EXIT
002470     ELSE
002480        MOVE SPACE TO LIGNE
002490        STRING ' PREMIERE EXECUTION : BORNE DE PUBLICATION POSEE'
002500               ' AU ' WS-FIN-DATE ' ' WS-FIN-HEURE
002510               DELIMITED BY SIZE INTO LIGNE
002520        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2
002530     END-IF.
002540*   BORNE AVANCEE AU DEBUT DE CETTE EXECUTION
002550     MOVE 'EVTBATCH'   TO CT-CLE.
002560     READ FCTL03-FILE.
002570     IF WS-FCTL-STATUS NOT = '00' AND NOT = '23'
002580        PERFORM 9520-ERREUR-FCTL THRU 9520-EXIT
002590     END-IF.
002600     IF WS-FCTL-STATUS = '23'
002610        MOVE SPACES     TO E-CONTROLE
002620        MOVE 'EVTBATCH' TO CT-CLE
002630        MOVE ZERO       TO CT-SEQUENCE CT-SEQUENCE-EVT
002640     END-IF.
002650     MOVE WS-FIN-DATE  TO CT-DATE.
002660     MOVE WS-FIN-HEURE TO CT-HEURE.
002670     MOVE 'T'          TO CT-ETAT.
002680     IF WS-FCTL-STATUS = '23'
002690        WRITE E-CONTROLE
002700     ELSE
002710        REWRITE E-CONTROLE
002720     END-IF.
002730     IF WS-FCTL-STATUS NOT = '00'
002740        PERFORM 9520-ERREUR-FCTL THRU 9520-EXIT
002750     END-IF.
002760 2000-EXIT.
002770     EXIT.
002780*
002790 2100-SELECTION.
002800*---------------*
002810     MOVE 'N' TO WS-EOF.
002820     READ FAUDIT03-FILE NEXT
002830         AT END MOVE 'Y' TO WS-EOF
002840     END-READ.
002850     PERFORM UNTIL FIN-FICHIER
002860        IF AK-TERMINAL = 'BTCH'
002870           AND (AK-ACTION = 'C' OR = 'M' OR = 'D'
002880                OR = 'R' OR = 'F')
002890           AND (AK-DATE > WS-BORNE-DATE
002900                OR (AK-DATE = WS-BORNE-DATE
002910                    AND AK-HEURE >= WS-BORNE-HEURE))
002920           AND (AK-DATE < WS-FIN-DATE
002930                OR (AK-DATE = WS-FIN-DATE
002940                    AND AK-HEURE < WS-FIN-HEURE))
002950           MOVE AK-DATE         TO TR-DATE
002960           MOVE AK-HEURE        TO TR-HEURE
002970           MOVE AK-NUMERO       TO TR-NUMERO
002980           MOVE AK-ACTION       TO TR-ACTION
002990           MOVE AK-IMAGE-AVANT  TO TR-IMAGE-AVANT
003000           MOVE AK-IMAGE-APRES  TO TR-IMAGE-APRES
003010           RELEASE TRI-REC
003020        END-IF
003030        READ FAUDIT03-FILE NEXT
003040            AT END MOVE 'Y' TO WS-EOF
003050        END-READ
003060     END-PERFORM.
003070 2100-EXIT.
003080     EXIT.
003090*
003100*   CHAQUE EVENEMENT PREND LE NUMERO SUIVANT DE LA SEQUENCE
003110*   COMMUNE (COMPTEUR REECRIT A CHAQUE EVENEMENT : UNE REPRISE
003120*   APRES INCIDENT NE REUTILISE JAMAIS UN NUMERO DEJA INDEXE)
003130 2200-PUBLIE.
003140*------------*
003150     MOVE 'N' TO WS-EOF-TRI.
003160     RETURN TRI-FILE
003170         AT END MOVE 'Y' TO WS-EOF-TRI
003180     END-RETURN.
003190     PERFORM UNTIL FIN-TRI
003200        PERFORM 2300-NUMERO-SUIVANT THRU 2300-EXIT
003210        MOVE CT-SEQUENCE-EVT TO EV-SEQUENCE
003220        MOVE TR-NUMERO       TO EV-NUMERO
003230        MOVE TR-DATE         TO EV-DATE
003240        MOVE TR-HEURE        TO EV-HEURE
003250        MOVE TR-ACTION       TO EV-TYPE
003260        IF TR-ACTION = 'M'
003270           AND TR-IMAGE-AVANT(254:1) NOT = TR-IMAGE-APRES(254:1)
003280           MOVE 'S' TO EV-TYPE
003290        END-IF
003300        MOVE 'B'             TO EV-ORIGINE
003310        MOVE 'O'             TO EV-AUDIT-ETAT
003320        MOVE WS-DATE-JOUR    TO EV-DATE-PUB
003330        MOVE WS-HEURE-JOUR(1:6) TO EV-HEURE-PUB
003340        WRITE E-EVENEMENT
003350        IF WS-FEVTS-STATUS NOT = '00'
003360           PERFORM 9510-ERREUR-FEVTS THRU 9510-EXIT
003370        END-IF
003380        MOVE EV-SEQUENCE     TO EC-SEQUENCE
003390        MOVE TR-NUMERO       TO EC-NUMERO
003400        MOVE TR-ACTION       TO EC-ACTION
003410        MOVE TR-DATE         TO EC-DATE
003420        MOVE TR-HEURE        TO EC-HEURE
003430        MOVE 'B'             TO EC-ORIGINE
003440        MOVE TR-IMAGE-AVANT  TO EC-IMAGE-AVANT
003450        MOVE TR-IMAGE-APRES  TO EC-IMAGE-APRES
003460        PERFORM 5000-EMET THRU 5000-EXIT
003470        RETURN TRI-FILE
003480            AT END MOVE 'Y' TO WS-EOF-TRI
003490        END-RETURN
003500     END-PERFORM.
003510 2200-EXIT.
003520     EXIT.
003530*
003540 2300-NUMERO-SUIVANT.
003550*--------------------*
003560     MOVE 'EVENEMNT' TO CT-CLE.
003570     READ FCTL03-FILE.
003580     EVALUATE WS-FCTL-STATUS
003590         WHEN '00'
003600             ADD 1 TO CT-SEQUENCE-EVT
003610             MOVE WS-DATE-JOUR       TO CT-DATE
003620             MOVE WS-HEURE-JOUR(1:6) TO CT-HEURE
003630             REWRITE E-CONTROLE
003640         WHEN '23'
003650             MOVE SPACES             TO E-CONTROLE
003660             MOVE 'EVENEMNT'         TO CT-CLE
003670             MOVE WS-DATE-JOUR       TO CT-DATE
003680             MOVE WS-HEURE-JOUR(1:6) TO CT-HEURE
003690             MOVE ZERO               TO CT-SEQUENCE
003700             MOVE 'T'                TO CT-ETAT
003710             MOVE 1                  TO CT-SEQUENCE-EVT
003720             WRITE E-CONTROLE
003730     END-EVALUATE.
003740     IF WS-FCTL-STATUS NOT = '00'
003750        PERFORM 9520-ERREUR-FCTL THRU 9520-EXIT
003760     END-IF.
003770 2300-EXIT.
003780     EXIT.
003790*
003800*****************************************************************
003810*  3000  -  REJEU D'UNE PLAGE DE NUMEROS : CHAQUE EVENEMENT EST *
003820*            REMIS EN FORME A PARTIR DE L'ENTREE FAUDIT03 QU'IL *
003830*            DESIGNE, AVEC SON NUMERO ET SON HORODATAGE         *
003840*            D'ORIGINE (SEULE L'ORIGINE PASSE A 'R') - LES      *
003850*            EVENEMENTS NON REPUBLIABLES SONT LISTES ET DONNENT *
003860*            RC=4                                               *
003870*****************************************************************
003880 3000-REJEU.
003890*-----------*
003900     MOVE WS-SEQ-DEBUT TO EV-SEQUENCE.
003910     START FEVTS03-FILE KEY >= EV-SEQUENCE
003920         INVALID KEY MOVE 'Y' TO WS-EOF
003930         NOT INVALID KEY MOVE 'N' TO WS-EOF
003940     END-START.
003950     IF NOT FIN-FICHIER
003960        READ FEVTS03-FILE NEXT
003970            AT END MOVE 'Y' TO WS-EOF
003980        END-READ
003990     END-IF.
004000     PERFORM UNTIL FIN-FICHIER
004010        IF EV-SEQUENCE > WS-SEQ-FIN
004020           MOVE 'Y' TO WS-EOF
004030        ELSE
004040           PERFORM 3100-REPUBLIE THRU 3100-EXIT
004050           READ FEVTS03-FILE NEXT
004060               AT END MOVE 'Y' TO WS-EOF
004070           END-READ
004080        END-IF
004090     END-PERFORM.
004100     IF WS-NB-ABSENTS > ZERO
004110        MOVE 4 TO RETURN-CODE
004120     END-IF.
004130 3000-EXIT.
004140     EXIT.
004150*
004160 3100-REPUBLIE.
004170*--------------*
004180     IF NOT EV-AUDIT-PRESENT
004190        MOVE SPACE TO LIGNE
004200        STRING ' EVENEMENT ' EV-SEQUENCE ' STAGIAIRE ' EV-NUMERO
004210               ' : ENTREE D''AUDIT NON ENREGISTREE A L''ORIGINE'
004220               DELIMITED BY SIZE INTO LIGNE
004230        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
004240        ADD 1 TO WS-NB-ABSENTS
004250        GO TO 3100-EXIT
004260     END-IF.
004270     MOVE EV-CLE-AUDIT TO AK-CLE.
004280     READ FAUDIT03-FILE.
004290     IF WS-FAUDIT-STATUS = '23'
004300        MOVE SPACE TO LIGNE
004310        STRING ' EVENEMENT ' EV-SEQUENCE ' STAGIAIRE ' EV-NUMERO
004320               ' : ENTREE D''AUDIT DELESTEE (' EV-DATE ')'
004330               DELIMITED BY SIZE INTO LIGNE
004340        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
004350        ADD 1 TO WS-NB-ABSENTS
004360        GO TO 3100-EXIT
004370     END-IF.
004380     IF WS-FAUDIT-STATUS NOT = '00'
004390        PERFORM 9500-ERREUR-FAUDIT THRU 9500-EXIT
004400     END-IF.
004410     MOVE EV-SEQUENCE     TO EC-SEQUENCE.
004420     MOVE AK-NUMERO       TO EC-NUMERO.
004430     MOVE AK-ACTION       TO EC-ACTION.
004440     MOVE AK-DATE         TO EC-DATE.
004450     MOVE AK-HEURE        TO EC-HEURE.
004460     MOVE 'R'             TO EC-ORIGINE.
004470     MOVE AK-IMAGE-AVANT  TO EC-IMAGE-AVANT.
004480     MOVE AK-IMAGE-APRES  TO EC-IMAGE-APRES.
004490     PERFORM 5000-EMET THRU 5000-EXIT.
004500 3100-EXIT.
004510     EXIT.
004520*
004530*****************************************************************
004540*  5000  -  MISE EN FORME (EVTSTAG) ET ECRITURE DU MESSAGE      *
004550*****************************************************************
004560 5000-EMET.
004570*----------*
004580     CALL 'EVTSTAG' USING EVTSTAG-COMMAREA.
004590     MOVE EC-MESSAGE TO EVTOUT-REC.
004600     WRITE EVTOUT-REC.
004610     IF WS-EVTOUT-STATUS NOT = '00'
004620        DISPLAY 'EXPEVT - ERREUR E/S EVTOUT - CODE STATUT '
004630                WS-EVTOUT-STATUS
004640        MOVE 16 TO RETURN-CODE
004650        PERFORM 9000-TERMINAISON THRU 9000-EXIT
004660        STOP RUN
004670     END-IF.
004680     ADD 1 TO WS-NB-PUBLIES.
004690 5000-EXIT.
004700     EXIT.
004710*
004720*****************************************************************
004730*  8000  -  BILAN                                               *
004740*****************************************************************
004750 8000-BILAN.
004760*-----------*
004770     MOVE WS-NB-PUBLIES TO WS-NB-ED.
004780     MOVE SPACE TO LIGNE.
004790     STRING ' EVENEMENTS PUBLIES        : ' WS-NB-ED
004800            DELIMITED BY SIZE INTO LIGNE.
004810     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
004820     IF MODE-REJEU
004830        MOVE WS-NB-ABSENTS TO WS-NB-ED
004840        MOVE SPACE TO LIGNE
004850        STRING ' EVENEMENTS NON REPUBLIES  : ' WS-NB-ED
004860               DELIMITED BY SIZE INTO LIGNE
004870        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
004880     END-IF.
004890 8000-EXIT.
004900     EXIT.
004910*
004920*****************************************************************
004930*  9500  -  ERREURS D'ENTREE/SORTIE - LE CODE STATUT EST TRACE  *
004940*            ET LE TRAITEMENT EST INTERROMPU                    *
004950*****************************************************************
004960 9500-ERREUR-FAUDIT.
004970*-------------------*
004980     DISPLAY 'EXPEVT - ERREUR E/S FAUDIT03 - CODE STATUT '
004990             WS-FAUDIT-STATUS.
005000     MOVE 16 TO RETURN-CODE.
005010     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
005020     STOP RUN.
005030 9500-EXIT.
005040     EXIT.
005050*
005060 9510-ERREUR-FEVTS.
005070*------------------*
005080     DISPLAY 'EXPEVT - ERREUR E/S FEVTS03 - CODE STATUT '
005090             WS-FEVTS-STATUS.
005100     MOVE 16 TO RETURN-CODE.
005110     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
005120     STOP RUN.
005130 9510-EXIT.
005140     EXIT.
005150*
005160 9520-ERREUR-FCTL.
005170*-----------------*
005180     DISPLAY 'EXPEVT - ERREUR E/S FCTL03 - CODE STATUT '
005190             WS-FCTL-STATUS.
005200     MOVE 16 TO RETURN-CODE.
005210     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
005220     STOP RUN.
005230 9520-EXIT.
005240     EXIT.
005250*
005260*****************************************************************
005270*  9000  -  FERMETURE DES FICHIERS                              *
005280*****************************************************************
005290 9000-TERMINAISON.
005300*-----------------*
005310     CLOSE FAUDIT03-FILE.
005320     CLOSE FEVTS03-FILE.
005330     CLOSE FCTL03-FILE.
005340     CLOSE EVTOUT-FILE.
005350     CLOSE RAPPORT-FILE.
005360 9000-EXIT.
005370     EXIT.
