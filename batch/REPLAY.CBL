000120*               (IMAGES COMPLETES) DANS L'ORDRE CHRONOLOGIQUE,   *
000130*               ENTRE LE POINT DE SAUVEGARDE ET LE POINT         *
000140*               D'ARRET CHOISI (CARTE SYSIN)                     *
000141*               CHAQUE REJEU EST PRECEDE DU CONTROLE DE LA       *
000142*               CHAINE D'AUDIT (SCELAUD) SUR LA FENETRE ET SES   *
000143*               MAILLONS VOISINS : UNE CHAINE ROMPUE, UNE        *
000144*               ENTREE ALTEREE OU MANQUANTE FONT REFUSER LE      *
000145*               REJEU - LES MISES A JOUR SONT APPLIQUEES DANS    *
000146*               L'ORDRE DES RANGS DE LA CHAINE                   *
000150*****************************************************************
000160*  HISTORIQUE DES MODIFICATIONS                                 *
000170*  22/08/2026  SE  CREATION DU PROGRAMME                        *
000180*  02/09/2026  SE  REFUS D'UNE FENETRE DE REJEU RECOUVRANT DES  *
000190*                  ENTREES DELESTEES (BORNE 'AUDITOFF' DE       *
000200*                  FCTL03, TENUE PAR PRGAUDIT)                  *
000203*  15/10/2026  SE  EFFACEMENT 'E' (EFFRGPD) REJOUE COMME UNE    *
000206*                  SUPPRESSION                                  *
000207*  15/10/2026  SE  REJEU REFUSE SUR UNE CHAINE D'AUDIT ROMPUE ; *
000208*                  APPLICATION DANS L'ORDRE DES RANGS           *
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000450     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000460            ORGANIZATION   LINE SEQUENTIAL.
000470     SELECT TRI-FILE       ASSIGN TO TRIWK01.
000473     SELECT REJEU-FILE     ASSIGN TO REJEU
000476            ORGANIZATION   SEQUENTIAL.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000770 01  RAPPORT-REC           PIC X(133).
000780*
000790 SD  TRI-FILE.
000792 01  TRI-REC.
000794     05  TR-ENTREE.
000796         10  FILLER        PIC X(716).
000798         10  TR-SEQUENCE   PIC 9(09).
000800         10  FILLER        PIC X(75).
000802     05  TR-FENETRE        PIC X(01).
000804*
000806 FD  REJEU-FILE
000808     RECORDING MODE F.
000810*   ENTREES DU JOURNAL DANS L'ORDRE DES RANGS (IMAGE E-AUDIT)
000812*   + INDICATEUR D'APPARTENANCE A LA FENETRE DE REJEU
000814 01  REJEU-REC.
000816     05  RJ-ENTREE.
000818         10  RJ-NUMERO     PIC 9(04).
000820         10  FILLER        PIC X(14).
000822         10  RJ-ACTION     PIC X(01).
000824         10  FILLER        PIC X(07).
000826         10  FILLER        PIC X(345).
000828         10  RJ-IMAGE-APRES PIC X(345).
000830         10  RJ-SEQUENCE   PIC 9(09).
000832         10  RJ-EMPREINTE-IMAGES
000834                           PIC 9(18).
000836         10  RJ-EMPREINTE-PREC
000838                           PIC 9(18).
000840         10  RJ-EMPREINTE  PIC 9(18).
000842         10  RJ-ANONYMISE  PIC X(01).
000844         10  FILLER        PIC X(20).
000846     05  RJ-FENETRE        PIC X(01).
000848         88  RJ-DANS-FENETRE           VALUE 'O'.
000860*
000870 WORKING-STORAGE SECTION.
000880 77  WS-FSTAG-STATUS       PIC X(02).
001010 77  WS-NB-MODIFS          PIC 9(06) COMP VALUE ZERO.
001020 77  WS-NB-SUPPR           PIC 9(06) COMP VALUE ZERO.
001030 77  WS-NB-IGNORES         PIC 9(06) COMP VALUE ZERO.
001031*   CHAINE D'AUDIT : JONCTION DU DELESTAGE ('AUDITOFF'), TETE
001032*   ('AUDCHAIN') ET DERNIER MAILLON LU
001033 77  WS-SEQ-JONCTION       PIC 9(09)     VALUE ZERO.
001034 77  WS-EMP-JONCTION       PIC 9(18)     VALUE ZERO.
001035 77  WS-TETE-LUE           PIC X(01)     VALUE 'N'.
001036 77  WS-SEQ-TETE           PIC 9(09)     VALUE ZERO.
001037 77  WS-EMP-TETE           PIC 9(18)     VALUE ZERO.
001038 77  WS-SEQ-PREC           PIC 9(09)     VALUE ZERO.
001039 77  WS-EMP-PREC           PIC 9(18)     VALUE ZERO.
001040 77  WS-NUM-PREC           PIC 9(04)     VALUE ZERO.
001041 77  WS-FENETRE-PREC       PIC X(01)     VALUE 'N'.
001042 77  WS-NB-RUPTURES        PIC 9(06) COMP VALUE ZERO.
001043 77  WS-MOTIF              PIC X(45).
001044 77  WS-SEQ-ED             PIC Z(8)9.
001045 77  WS-NUM-ED             PIC 9(04).
001046 01  LIGNE                 PIC X(133).
001050 77  WS-NB-ED              PIC ZZZZZ9.
001060*
001062*   ZONE D'ECHANGE DU MODULE DE SCELLEMENT SCELAUD
001064     COPY SCELCA.
001066*
001070 PROCEDURE DIVISION.
001080 0000-MAINLINE.
001090*----------------*
001100     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001106     SORT TRI-FILE ON ASCENDING KEY TR-SEQUENCE
001112         INPUT  PROCEDURE 2000-ALIMENTE-TRI THRU 2000-EXIT
001118         GIVING REJEU-FILE.
001124     PERFORM 2500-VERIFIE-CHAINE THRU 2500-EXIT.
001130     PERFORM 3000-REJOUE         THRU 3000-EXIT.
001140     PERFORM 8000-BILAN          THRU 8000-EXIT.
001150     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001160     STOP RUN.
001570        PERFORM 9000-TERMINAISON THRU 9000-EXIT
001580        STOP RUN
001590     END-IF.
001591*   JONCTION AVEC LE DELESTAGE ET TETE DE LA CHAINE D'AUDIT
001592     IF WS-FCTL-STATUS = '00'
001593        MOVE CT-SEQUENCE-EVT TO WS-SEQ-JONCTION
001594        MOVE CT-EMPREINTE    TO WS-EMP-JONCTION
001595     END-IF.
001596     MOVE 'AUDCHAIN' TO CT-CLE.
001597     READ FCTL03-FILE.
001598     IF WS-FCTL-STATUS = '00'
001599        MOVE 'O'             TO WS-TETE-LUE
001600        MOVE CT-SEQUENCE-EVT TO WS-SEQ-TETE
001601        MOVE CT-EMPREINTE    TO WS-EMP-TETE
001602     END-IF.
001603     MOVE SPACE TO LIGNE.
001610     STRING ' REJEU DU JOURNAL FAUDIT03 DE ' WS-DATE-DEBUT
001620            ' ' WS-HEURE-DEBUT ' A ' WS-DATE-FIN ' '
001630            WS-HEURE-FIN DELIMITED BY SIZE INTO LIGNE.
001660     EXIT.
001670*
001680*****************************************************************
001690*  2000  -  TRI DU JOURNAL DANS L'ORDRE DES RANGS DE LA CHAINE   *
001700*            D'AUDIT - TOUTES LES ENTREES SONT TRIEES, CELLES DE *
001710*            LA FENETRE SONT MARQUEES : LE CONTROLE DE CHAINE    *
001720*            PORTE AUSSI SUR LEURS VOISINES IMMEDIATES, SEULES   *
001730*            LES ENTREES DE LA FENETRE SONT REJOUEES             *
001740*****************************************************************
001750 2000-ALIMENTE-TRI.
001760*------------------*
001800         AT END MOVE 'Y' TO WS-EOF
001810     END-READ.
001820     PERFORM UNTIL FIN-FICHIER
001830        MOVE E-AUDIT TO TR-ENTREE
001840        MOVE 'N'     TO TR-FENETRE
001850        IF (AK-DATE > WS-DATE-DEBUT
001860            OR (AK-DATE = WS-DATE-DEBUT
001870                AND AK-HEURE >= WS-HEURE-DEBUT))
001880           AND (AK-DATE < WS-DATE-FIN
001890                OR (AK-DATE = WS-DATE-FIN
001900                    AND AK-HEURE <= WS-HEURE-FIN))
001910           MOVE 'O' TO TR-FENETRE
001920        END-IF
001930        RELEASE TRI-REC
001940        READ FAUDIT03-FILE
001941            AT END MOVE 'Y' TO WS-EOF
001942        END-READ
001943     END-PERFORM.
001944     CLOSE FAUDIT03-FILE.
001945 2000-EXIT.
001946     EXIT.
001947*
001948*****************************************************************
001949*  2500  -  CONTROLE DE LA CHAINE D'AUDIT AVANT REJEU : DANS     *
001950*            LA FENETRE, CHAQUE ENTREE EST RECALCULEE (SCELAUD)  *
001951*            ET CHAQUE MAILLON DOIT SUIVRE LE PRECEDENT (RANG    *
001952*            + 1, EMPREINTE PRECEDENTE) - LE PREMIER SE          *
001953*            RACCORDE AU MAILLON QUI LE PRECEDE EN LIGNE, OU A   *
001954*            LA JONCTION DU DELESTAGE ('AUDITOFF'), LE DERNIER   *
001955*            AU MAILLON QUI LE SUIT, OU A LA TETE DE CHAINE      *
001956*            ('AUDCHAIN') - UNE RUPTURE FAIT REFUSER LE REJEU    *
001957*****************************************************************
001958 2500-VERIFIE-CHAINE.
001959*--------------------*
001960     OPEN INPUT REJEU-FILE.
001961     MOVE 'N' TO WS-EOF-TRI.
001962     READ REJEU-FILE
001963         AT END MOVE 'Y' TO WS-EOF-TRI
001964     END-READ.
001965     PERFORM UNTIL FIN-TRI
001966        PERFORM 2510-CONTROLE-MAILLON THRU 2510-EXIT
001967        READ REJEU-FILE
001968            AT END MOVE 'Y' TO WS-EOF-TRI
001969        END-READ
001970     END-PERFORM.
001971     CLOSE REJEU-FILE.
001972*   SANS MAILLON APRES LA FENETRE, SON DERNIER MAILLON DOIT ETRE
001973*   LA TETE DE CHAINE : SINON LA FIN DU JOURNAL A ETE SUPPRIMEE
001974     IF WS-FENETRE-PREC = 'O'
001975        IF WS-TETE-LUE NOT = 'O'
001976           OR WS-SEQ-PREC NOT = WS-SEQ-TETE
001977           OR WS-EMP-PREC NOT = WS-EMP-TETE
001978           MOVE WS-SEQ-PREC TO WS-SEQ-ED
001979           MOVE WS-NUM-PREC TO WS-NUM-ED
001980           MOVE 'FIN DE CHAINE ABSENTE OU ALTEREE (AUDCHAIN)'
001981                            TO WS-MOTIF
001982           PERFORM 2590-SIGNALE-RUPTURE THRU 2590-EXIT
001983        END-IF
001984     END-IF.
001985     IF WS-NB-RUPTURES > ZERO
001986        MOVE WS-NB-RUPTURES TO WS-NB-ED
001987        MOVE SPACE TO LIGNE
001988        STRING ' REJEU REFUSE : CHAINE D''AUDIT ROMPUE ('
001989               WS-NB-ED ' ANOMALIE(S)) - VOIR CHKAUDIT'
001990               DELIMITED BY SIZE INTO LIGNE
001991        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2
001992        MOVE 8 TO RETURN-CODE
001993        PERFORM 9000-TERMINAISON THRU 9000-EXIT
001994        STOP RUN
001995     END-IF.
001996 2500-EXIT.
001997     EXIT.
001998*
001999 2510-CONTROLE-MAILLON.
002000*----------------------*
002001     MOVE RJ-SEQUENCE TO WS-SEQ-ED.
002002     MOVE RJ-NUMERO   TO WS-NUM-ED.
002003*   UNE ENTREE NON SCELLEE HORS FENETRE EST SANS EFFET ICI
002004     IF RJ-SEQUENCE = ZERO
002005        IF RJ-DANS-FENETRE
002006           MOVE 'ENTREE NON SCELLEE' TO WS-MOTIF
002007           PERFORM 2590-SIGNALE-RUPTURE THRU 2590-EXIT
002008        END-IF
002009        GO TO 2510-EXIT
002010     END-IF.
002011     IF RJ-DANS-FENETRE
002012        MOVE RJ-ENTREE TO SC-ENTREE
002013        CALL 'SCELAUD' USING SCELAUD-COMMAREA
002014        IF (RJ-ANONYMISE NOT = 'O'
002015            AND SC-CALC-IMAGES NOT = RJ-EMPREINTE-IMAGES)
002016           OR SC-CALC-EMPREINTE NOT = RJ-EMPREINTE
002017           MOVE 'ENTREE ALTEREE (EMPREINTE RECALCULEE)'
002018                            TO WS-MOTIF
002019           PERFORM 2590-SIGNALE-RUPTURE THRU 2590-EXIT
002020        END-IF
002021     END-IF.
002022     IF RJ-DANS-FENETRE OR WS-FENETRE-PREC = 'O'
002023        IF WS-SEQ-PREC > ZERO
002024           IF RJ-SEQUENCE NOT = WS-SEQ-PREC + 1
002025              MOVE 'MAILLON(S) MANQUANT(S) AVANT CE RANG'
002026                               TO WS-MOTIF
002027              PERFORM 2590-SIGNALE-RUPTURE THRU 2590-EXIT
002028           ELSE
002029              IF RJ-EMPREINTE-PREC NOT = WS-EMP-PREC
002030                 MOVE 'CHAINAGE ROMPU AVEC LE MAILLON PRECEDENT'
002031                                  TO WS-MOTIF
002032                 PERFORM 2590-SIGNALE-RUPTURE THRU 2590-EXIT
002033              END-IF
002034           END-IF
002035        ELSE
002036           IF RJ-SEQUENCE NOT = WS-SEQ-JONCTION + 1
002037              OR RJ-EMPREINTE-PREC NOT = WS-EMP-JONCTION
002038              MOVE 'DEBUT DE CHAINE NON RACCORDE (AUDITOFF)'
002039                               TO WS-MOTIF
002040              PERFORM 2590-SIGNALE-RUPTURE THRU 2590-EXIT
002041           END-IF
002042        END-IF
002043     END-IF.
002044     MOVE RJ-SEQUENCE  TO WS-SEQ-PREC.
002045     MOVE RJ-EMPREINTE TO WS-EMP-PREC.
002046     MOVE RJ-NUMERO    TO WS-NUM-PREC.
002047     MOVE RJ-FENETRE   TO WS-FENETRE-PREC.
002048 2510-EXIT.
002049     EXIT.
002050*
002051 2590-SIGNALE-RUPTURE.
002052*---------------------*
002053     ADD 1 TO WS-NB-RUPTURES.
002054     MOVE SPACE TO LIGNE.
002055     STRING ' CHAINE D''AUDIT - RANG ' WS-SEQ-ED
002056            ' NUMERO ' WS-NUM-ED ' : ' WS-MOTIF
002057            DELIMITED BY SIZE INTO LIGNE.
002058     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
002059 2590-EXIT.
002060     EXIT.
002061*
002100*****************************************************************
002101*  3000  -  APPLICATION DES MISES A JOUR SUR LE FICHIER RESTAURE *
002102*            (IDEMPOTENT : UNE CREATION DEJA PRESENTE DEVIENT    *
002103*            UNE REECRITURE, UNE SUPPRESSION DEJA FAITE EST      *
002104*            IGNOREE)                                            *
002105*            - SEULES LES ENTREES DE LA FENETRE PORTANT SUR      *
002106*            FSTAG03 SONT APPLIQUEES (C/M/R = IMAGE APRES,       *
002107*            D/F/E = SUPPRESSION), DANS L'ORDRE DES RANGS        *
002110*****************************************************************
002120 3000-REJOUE.
002130*------------*
002138     OPEN INPUT REJEU-FILE.
002146     MOVE 'N' TO WS-EOF-TRI.
002154     READ REJEU-FILE
002162         AT END MOVE 'Y' TO WS-EOF-TRI
002170     END-READ.
002178     PERFORM UNTIL FIN-TRI
002186        IF RJ-DANS-FENETRE
002194           EVALUATE RJ-ACTION
002202               WHEN 'C'
002210               WHEN 'R'
002218               WHEN 'M'
002226                   PERFORM 3100-APPLIQUE-IMAGE THRU 3100-EXIT
002234               WHEN 'D'
002242               WHEN 'F'
002250               WHEN 'E'
002258                   PERFORM 3200-APPLIQUE-SUPPR THRU 3200-EXIT
002266               WHEN OTHER
002274                   CONTINUE
002282           END-EVALUATE
002290        END-IF
002298        READ REJEU-FILE
002306            AT END MOVE 'Y' TO WS-EOF-TRI
002314        END-READ
002322     END-PERFORM.
002330     CLOSE REJEU-FILE.
002340 3000-EXIT.
002350     EXIT.
002360*
002370 3100-APPLIQUE-IMAGE.
002380*--------------------*
002390     IF RJ-IMAGE-APRES = SPACE
002400        ADD 1 TO WS-NB-IGNORES
002410        GO TO 3100-EXIT
002420     END-IF.
002430     MOVE RJ-IMAGE-APRES TO E-STAGIAIRE.
002440     WRITE E-STAGIAIRE.
002450     EVALUATE WS-FSTAG-STATUS
002460         WHEN '00'
002470             IF RJ-ACTION = 'M'
002480                ADD 1 TO WS-NB-MODIFS
002490             ELSE
002500                ADD 1 TO WS-NB-CREATIONS
002510             END-IF
002520         WHEN '22'
002530             MOVE RJ-IMAGE-APRES TO E-STAGIAIRE
002540             REWRITE E-STAGIAIRE
002550             IF WS-FSTAG-STATUS NOT = '00'
002560                PERFORM 9500-ERREUR-FSTAG THRU 9500-EXIT
002640*
002650 3200-APPLIQUE-SUPPR.
002660*--------------------*
002670     MOVE RJ-NUMERO TO E-NUMERO.
002680     DELETE FSTAG03-FILE.
002690     EVALUATE WS-FSTAG-STATUS
002700         WHEN '00'
