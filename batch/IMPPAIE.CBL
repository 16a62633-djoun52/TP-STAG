000110*               AVEC LEUR CODE MOTIF, LES ACQUITTEMENTS SANS     *
000120*               EXPORT CORRESPONDANT ET LES EXPORTES JAMAIS      *
000130*               ACQUITTES - RC=4 DES QU'UNE ANOMALIE EST RELEVEE *
000132*               - LES LIGNES 'R' (REGULARISATIONS D'ABSENCES SUR *
000134*               MOIS CLOTURE) SONT RAPPROCHEES A PART, AVEC LE   *
000136*               TOTAL DES RAPPELS ET DES RETENUES EXPORTES       *
000137*               - L'ACQUITTEMENT (PAYE OU REJETE, CODE MOTIF)    *
000138*               EST REPORTE SUR L'HISTORIQUE DES VERSEMENTS      *
000139*               (FVERS03) ECRIT PAR EXPPAIE                      *
000140*               - UN REJET POSE UNE RELANCE (GENRELA) AU         *
000141*               COORDINATEUR DE LA SESSION DU STAGIAIRE, CLOSE   *
000142*               QUAND UN RETOUR ULTERIEUR LE DONNE PAYE          *
000143*****************************************************************
000150*  HISTORIQUE DES MODIFICATIONS                                 *
000160*  22/08/2026  SE  CREATION DU PROGRAMME                        *
000170*  02/09/2026  SE  RESOLUTION DES RETOURS PORTANT UN IDENTI-    *
000180*                  FIANT EXTERNE (TABLE FXREF03) AU LIEU DE     *
000190*                  NOTRE NUMERO                                 *
000192*  15/10/2026  SE  RAPPROCHEMENT DES LIGNES 'R' DE              *
000194*                  REGULARISATION (RAPPELS / RETENUES SUR MOIS  *
000196*                  DE PAIE CLOTURE)                             *
000197*  15/10/2026  SE  ACQUITTEMENT REPORTE SUR L'HISTORIQUE DES    *
000198*                  VERSEMENTS (FVERS03)                         *
000199*  15/10/2026  SE  RELANCE AUTOMATIQUE (GENRELA) SUR REJET DE   *
000200*                  LA PAIE, CLOSE AU PAIEMENT SUIVANT           *
000201*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. IBM-390.
000330            ACCESS MODE    RANDOM
000340            RECORD KEY     XR-CLE
000350            FILE STATUS    WS-FXREF-STATUS.
000351     SELECT FVERS03-FILE   ASSIGN TO FVERS03
000352            ORGANIZATION   INDEXED
000353            ACCESS MODE    RANDOM
000354            RECORD KEY     VS-CLE
000355            FILE STATUS    WS-FVERS-STATUS.
000356     SELECT FSTAG03-FILE   ASSIGN TO FSTAG03
000357            ORGANIZATION   INDEXED
000358            ACCESS MODE    RANDOM
000359            RECORD KEY     E-NUMERO
000360            FILE STATUS    WS-FSTAG-STATUS.
000361     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000370            ORGANIZATION   LINE SEQUENTIAL.
000380*
000390 DATA DIVISION.
000460     05  EX-TYPE           PIC X(01).
000470     05  EX-NUMERO         PIC X(04).
000480     05  FILLER            PIC X(145).
000481*   VUE D'UNE LIGNE 'R' DE REGULARISATION (CF PAIE-REGUL DANS
000482*   EXPPAIE) : '+' RAPPEL, '-' RETENUE, MONTANT EN CENTIMES
000483 01  EXPORT-REGUL REDEFINES EXPORT-REC.
000484     05  FILLER            PIC X(05).
000485     05  FILLER            PIC X(01).
000486     05  EXR-MOIS          PIC X(06).
000487     05  FILLER            PIC X(01).
000488     05  EXR-DATE-ABS      PIC X(08).
000489     05  FILLER            PIC X(01).
000490     05  EXR-SENS          PIC X(01).
000491     05  FILLER            PIC X(01).
000492     05  EXR-MONTANT       PIC 9(5)V99.
000493     05  FILLER            PIC X(119).
000494*   VUE DE L'ENTETE 'E' : DATE ET SEQUENCE DE L'EXPORT, QUI
000495*   IDENTIFIENT SES ENTREES DANS L'HISTORIQUE FVERS03
000496 01  EXPORT-ENTETE REDEFINES EXPORT-REC.
000497     05  FILLER            PIC X(10).
000498     05  EXE-DATE-EXPORT   PIC X(08).
000499     05  FILLER            PIC X(01).
000500     05  EXE-SEQUENCE      PIC X(06).
000501     05  FILLER            PIC X(125).
000502*
000503 FD  RETOUR-FILE
000510     RECORDING MODE F.
000520*   FICHIER RETOUR DU SYSTEME DE PAIE - MEME CONVENTION ENTETE
000530*   'E' / DETAILS 'D' / FIN 'F', CHAQUE DETAIL PORTANT LE CODE
000720*   TABLE DE CORRESPONDANCE DES IDENTIFIANTS EXTERNES
000730     COPY FXREF.
000740*
000742 FD  FVERS03-FILE.
000744*   HISTORIQUE DES VERSEMENTS D'INDEMNITE
000746     COPY FVERS.
000748*
000749 FD  FSTAG03-FILE.
000750*   DESCRIPTION DU FICHIER KSD DES STAGIAIRES
000751     COPY FSTAG.
000752*
000753 FD  RAPPORT-FILE
000760     RECORDING MODE F.
000770 01  RAPPORT-REC           PIC X(133).
000780*
000790 WORKING-STORAGE SECTION.
000800 77  WS-FXREF-STATUS       PIC X(02).
000810 77  WS-NB-RESOLUS         PIC 9(06) COMP VALUE ZERO.
000811 77  WS-FVERS-STATUS       PIC X(02).
000812 77  WS-DATE-JOUR          PIC 9(08).
000813*   EXPORT RAPPROCHE (ENTETE 'E') ET ENTREES D'HISTORIQUE MISES
000814*   A JOUR OU ABSENTES (EXPORT ANTERIEUR A L'HISTORIQUE)
000815 77  WS-DATE-EXPORT        PIC 9(08)     VALUE ZERO.
000816 77  WS-SEQ-EXPORT         PIC 9(06)     VALUE ZERO.
000817 77  WS-RANG               PIC 9(03).
000818 77  WS-NB-HISTO-MAJ       PIC 9(06) COMP VALUE ZERO.
000819 77  WS-NB-HISTO-ABSENT    PIC 9(06) COMP VALUE ZERO.
000820 77  WS-FSTAG-STATUS       PIC X(02).
000821 77  WS-NB-RELANCES        PIC 9(06) COMP VALUE ZERO.
000822 77  WS-EOF                PIC X(01)     VALUE 'N'.
000830     88  FIN-FICHIER                     VALUE 'Y'.
000840 77  WS-PAGE-COMPTEUR      PIC 9(04) COMP VALUE ZERO.
000850 77  WS-LIGNE-COMPTEUR     PIC 9(02) COMP VALUE ZERO.
000980*   'P' = PAYE, 'R' = REJETE
000990 01  WS-ETAT-TABLE.
001000     05  WS-ETAT           PIC X(01) OCCURS 9999 TIMES.
001001*   REGULARISATIONS ('R') EXPORTEES ET NON ENCORE ACQUITTEES,
001002*   PAR NUMERO DE STAGIAIRE (PLUSIEURS JOURS POSSIBLES)
001003 01  WS-REGUL-TABLE.
001004     05  WS-REG-ATTENTE    PIC S9(04) COMP OCCURS 9999 TIMES.
001005*   NOMBRE DE LIGNES 'R' EXPORTEES PAR NUMERO : LE N-IEME
001006*   RETOUR 'R' DU NUMERO ACQUITTE LA N-IEME LIGNE (RANG N DE
001007*   L'HISTORIQUE)
001008 01  WS-REGUL-EXPORT-TABLE.
001009     05  WS-REG-EXPORTEES  PIC S9(04) COMP OCCURS 9999 TIMES.
001010 77  WS-NB-REG-EXPORTES    PIC 9(06) COMP VALUE ZERO.
001011 77  WS-NB-REG-PAYES       PIC 9(06) COMP VALUE ZERO.
001012 77  WS-NB-REG-REJETS      PIC 9(06) COMP VALUE ZERO.
001013 77  WS-NB-REG-SANS-EXPORT PIC 9(06) COMP VALUE ZERO.
001014 77  WS-NB-REG-SANS-RETOUR PIC 9(06) COMP VALUE ZERO.
001015 77  WS-TOT-RAPPELS        PIC 9(07)V99  VALUE ZERO.
001016 77  WS-TOT-RETENUES       PIC 9(07)V99  VALUE ZERO.
001017*   ZONE D'ECHANGE DU MODULE DE RELANCES GENRELA
001018     COPY RELACA.
001019*
001020 01  LIGNE-ENTETE1.
001030     05  FILLER            PIC X(01)     VALUE SPACE.
001040     05  FILLER            PIC X(45)
001550     05  FILLER            PIC X(20)
001560            VALUE 'RESOLUS PAR REF. : '.
001570     05  LB-NB-RESOLUS     PIC ZZZZZ9.
001571*
001572 01  LIGNE-BILAN4.
001573     05  FILLER            PIC X(01)     VALUE SPACE.
001574     05  FILLER            PIC X(15)     VALUE 'REGUL. EXPORT: '.
001575     05  LB-NB-REG-EXPORTES PIC ZZZZZ9.
001576     05  FILLER            PIC X(10)     VALUE SPACE.
001577     05  FILLER            PIC X(15)     VALUE 'REGUL. PAYEES: '.
001578     05  LB-NB-REG-PAYES   PIC ZZZZZ9.
001579     05  FILLER            PIC X(10)     VALUE SPACE.
001580     05  FILLER            PIC X(15)     VALUE 'REGUL. REJET.: '.
001581     05  LB-NB-REG-REJETS  PIC ZZZZZ9.
001582*
001583 01  LIGNE-BILAN5.
001584     05  FILLER            PIC X(01)     VALUE SPACE.
001585     05  FILLER            PIC X(20)
001586            VALUE 'REGUL. SANS EXPORT:'.
001587     05  LB-NB-REG-SANS-EXP PIC ZZZZZ9.
001588     05  FILLER            PIC X(10)     VALUE SPACE.
001589     05  FILLER            PIC X(20)
001590            VALUE 'REGUL. NON ACQUIT.:'.
001591     05  LB-NB-REG-SANS-RET PIC ZZZZZ9.
001592*
001593 01  LIGNE-BILAN6.
001594     05  FILLER            PIC X(01)     VALUE SPACE.
001595     05  FILLER            PIC X(20)
001596            VALUE 'TOTAL RAPPELS    : '.
001597     05  LB-TOT-RAPPELS    PIC Z(6)9.99.
001598     05  FILLER            PIC X(10)     VALUE SPACE.
001599     05  FILLER            PIC X(20)
001600            VALUE 'TOTAL RETENUES   : '.
001601     05  LB-TOT-RETENUES   PIC Z(6)9.99.
001602*
001603 01  LIGNE-BILAN7.
001604     05  FILLER            PIC X(01)     VALUE SPACE.
001605     05  FILLER            PIC X(20)
001606            VALUE 'HISTORIQUE MIS A J.:'.
001607     05  LB-NB-HISTO-MAJ   PIC ZZZZZ9.
001608     05  FILLER            PIC X(10)     VALUE SPACE.
001609     05  FILLER            PIC X(20)
001610            VALUE 'HORS HISTORIQUE   :'.
001611     05  LB-NB-HISTO-ABS   PIC ZZZZZ9.
001612*
001613 01  LIGNE-BILAN8.
001614     05  FILLER            PIC X(01)     VALUE SPACE.
001615     05  FILLER            PIC X(20)
001616            VALUE 'RELANCES POSEES   :'.
001617     05  LB-NB-RELANCES    PIC ZZZZZ9.
001618*
001619 PROCEDURE DIVISION.
001620 0000-MAINLINE.
001621*----------------*
001622     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001630     PERFORM 2000-CHARGE-EXPORT  THRU 2000-EXIT.
001640     PERFORM 3000-TRAITE-RETOUR  THRU 3000-EXIT.
001650     PERFORM 4000-SANS-RETOUR    THRU 4000-EXIT.
001670     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001680     IF WS-NB-REJETS > ZERO OR WS-NB-SANS-EXPORT > ZERO
001690        OR WS-NB-SANS-RETOUR > ZERO
001693        OR WS-NB-REG-REJETS > ZERO OR WS-NB-REG-SANS-EXPORT > ZERO
001696        OR WS-NB-REG-SANS-RETOUR > ZERO
001700        MOVE 4 TO RETURN-CODE
001710     END-IF.
001720     STOP RUN.
001780*--------------------*
001790     OPEN INPUT  EXPORT-FILE.
001800     OPEN INPUT  FXREF03-FILE.
001803     OPEN I-O    FVERS03-FILE.
001804     OPEN INPUT  FSTAG03-FILE.
001806     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001810     OPEN INPUT  RETOUR-FILE.
001820     OPEN OUTPUT RAPPORT-FILE.
001830     MOVE SPACE TO WS-ETAT-TABLE.
001835     INITIALIZE WS-REGUL-TABLE.
001837     INITIALIZE WS-REGUL-EXPORT-TABLE.
001840     MOVE ZERO TO WS-PAGE-COMPTEUR WS-LIGNE-COMPTEUR
001850                  WS-NB-EXPORTES WS-NB-PAYES WS-NB-REJETS
001860                  WS-NB-SANS-EXPORT WS-NB-SANS-RETOUR.
001890*
001900*****************************************************************
001910*  2000  -  CHARGEMENT DES NUMEROS EXPORTES (DETAILS 'D' DU      *
001920*            FICHIER EXPPAIE) DANS LA TABLE D'ETAT - LES LIGNES  *
001925*            'R' SONT COMPTEES PAR NUMERO ET TOTALISEES PAR SENS *
001930*****************************************************************
001940 2000-CHARGE-EXPORT.
001950*-------------------*
001980         AT END MOVE 'Y' TO WS-EOF
001990     END-READ.
002000     PERFORM UNTIL FIN-FICHIER
002001        IF EX-TYPE = 'E' AND EXE-DATE-EXPORT NUMERIC
002002           AND EXE-SEQUENCE NUMERIC
002003           MOVE EXE-DATE-EXPORT TO WS-DATE-EXPORT
002004           MOVE EXE-SEQUENCE    TO WS-SEQ-EXPORT
002005        END-IF
002010        IF EX-TYPE = 'D' AND EX-NUMERO NUMERIC
002020           MOVE EX-NUMERO TO WS-NUMERO
002030           IF WS-NUMERO > ZERO
002050              ADD 1 TO WS-NB-EXPORTES
002060           END-IF
002070        END-IF
002071        IF EX-TYPE = 'R' AND EX-NUMERO NUMERIC
002072           MOVE EX-NUMERO TO WS-NUMERO
002073           IF WS-NUMERO > ZERO
002074              ADD 1 TO WS-REG-ATTENTE(WS-NUMERO)
002075              ADD 1 TO WS-REG-EXPORTEES(WS-NUMERO)
002076              ADD 1 TO WS-NB-REG-EXPORTES
002077              IF EXR-MONTANT NUMERIC
002078                 IF EXR-SENS = '+'
002079                    ADD EXR-MONTANT TO WS-TOT-RAPPELS
002080                 ELSE
002081                    ADD EXR-MONTANT TO WS-TOT-RETENUES
002082                 END-IF
002083              END-IF
002084           END-IF
002085        END-IF
002086        READ EXPORT-FILE
002090            AT END MOVE 'Y' TO WS-EOF
002100        END-READ
002110     END-PERFORM.
002260     PERFORM UNTIL FIN-FICHIER
002270*   UN RETOUR SOUS REFERENCE EXTERNE EST D'ABORD RESOLU EN
002280*   NOTRE NUMERO PAR LA TABLE FXREF03
002290        IF (RT-TYPE = 'D' OR RT-TYPE = 'R')
002295           AND RT-NUMERO NOT NUMERIC
002300           AND RT-ID-EXT NOT = SPACE
002310           PERFORM 3050-RESOUT-EXTERNE THRU 3050-EXIT
002320        END-IF
002330        IF RT-TYPE = 'D' AND RT-NUMERO NUMERIC
002340           PERFORM 3100-RAPPROCHE THRU 3100-EXIT
002350        END-IF
002352        IF RT-TYPE = 'R' AND RT-NUMERO NUMERIC
002354           PERFORM 3200-RAPPROCHE-REGUL THRU 3200-EXIT
002356        END-IF
002360        READ RETOUR-FILE
002370            AT END MOVE 'Y' TO WS-EOF
002380        END-READ
002760        ADD 1 TO WS-NB-SANS-EXPORT
002770        GO TO 3100-EXIT
002780     END-IF.
002785     MOVE ZERO TO WS-RANG.
002786     PERFORM 3150-MAJ-VERSEMENT THRU 3150-EXIT.
002790     IF RT-CODE = 'OK'
002800        MOVE 'P' TO WS-ETAT(WS-NUMERO)
002810        ADD 1 TO WS-NB-PAYES
002880        PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT
002890        ADD 1 TO WS-NB-REJETS
002900     END-IF.
002905     PERFORM 3300-RELANCE-PAIE THRU 3300-EXIT.
002910 3100-EXIT.
002920     EXIT.
002930*
002931*****************************************************************
002932*  3150  -  REPORT DE L'ACQUITTEMENT SUR L'HISTORIQUE DES       *
002933*            VERSEMENTS (FVERS03, CLE NUMERO + EXPORT + RANG) : *
002934*            'OK' = PAYE, AUTRE CODE = REJETE AVEC SON MOTIF -  *
002935*            UNE LIGNE EXPORTEE AVANT LA TENUE DE L'HISTORIQUE  *
002936*            N'Y FIGURE PAS, ELLE EST SEULEMENT COMPTEE         *
002937*****************************************************************
002938 3150-MAJ-VERSEMENT.
002939*-------------------*
002940     MOVE WS-NUMERO      TO VS-NUMERO.
002941     MOVE WS-DATE-EXPORT TO VS-DATE-EXPORT.
002942     MOVE WS-SEQ-EXPORT  TO VS-SEQ-EXPORT.
002943     MOVE WS-RANG        TO VS-RANG.
002944     READ FVERS03-FILE.
002945     IF WS-FVERS-STATUS = '23'
002946        ADD 1 TO WS-NB-HISTO-ABSENT
002947        GO TO 3150-EXIT
002948     END-IF.
002949     IF WS-FVERS-STATUS NOT = '00'
002950        PERFORM 9500-ERREUR-FVERS THRU 9500-EXIT
002951     END-IF.
002952     IF RT-CODE = 'OK'
002953        MOVE 'P' TO VS-ETAT
002954     ELSE
002955        MOVE 'R' TO VS-ETAT
002956     END-IF.
002957     MOVE WS-DATE-JOUR   TO VS-DATE-RETOUR.
002958     MOVE RT-CODE        TO VS-CODE-RETOUR.
002959     MOVE RT-LIBELLE     TO VS-LIBELLE-RETOUR.
002960     REWRITE E-VERSEMENT.
002961     IF WS-FVERS-STATUS NOT = '00'
002962        PERFORM 9500-ERREUR-FVERS THRU 9500-EXIT
002963     END-IF.
002964     ADD 1 TO WS-NB-HISTO-MAJ.
002965 3150-EXIT.
002966     EXIT.
002967*
002968*****************************************************************
002969*  3200  -  RAPPROCHEMENT D'UN ACQUITTEMENT DE REGULARISATION : *
002970*            CHAQUE RETOUR 'R' SOLDE UNE LIGNE 'R' EXPORTEE POUR *
002971*            LE NUMERO - 'OK' = PAYEE, AUTRE CODE = REJET        *
002972*            (EDITE), RETOUR SANS LIGNE EXPORTEE = ANOMALIE      *
002973*****************************************************************
002974 3200-RAPPROCHE-REGUL.
002975*---------------------*
002976     MOVE RT-NUMERO TO WS-NUMERO.
002977     IF WS-NUMERO = ZERO
002978        GO TO 3200-EXIT
002979     END-IF.
002980     IF WS-REG-ATTENTE(WS-NUMERO) NOT > ZERO
002981        MOVE RT-NUMERO TO LD-NUMERO
002982        MOVE 'REGUL. NON EXPORTEE' TO LD-SITUATION
002983        MOVE RT-CODE    TO LD-CODE
002984        MOVE RT-LIBELLE TO LD-LIBELLE
002985        PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT
002986        ADD 1 TO WS-NB-REG-SANS-EXPORT
002987        GO TO 3200-EXIT
002988     END-IF.
002989     COMPUTE WS-RANG = WS-REG-EXPORTEES(WS-NUMERO)
002990                     - WS-REG-ATTENTE(WS-NUMERO) + 1.
002991     PERFORM 3150-MAJ-VERSEMENT THRU 3150-EXIT.
002992     SUBTRACT 1 FROM WS-REG-ATTENTE(WS-NUMERO).
002993     IF RT-CODE = 'OK'
002994        ADD 1 TO WS-NB-REG-PAYES
002995     ELSE
002996        MOVE RT-NUMERO TO LD-NUMERO
002997        MOVE 'REGUL. REJETEE' TO LD-SITUATION
002998        MOVE RT-CODE    TO LD-CODE
002999        MOVE RT-LIBELLE TO LD-LIBELLE
003000        PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT
003001        ADD 1 TO WS-NB-REG-REJETS
003002     END-IF.
003003 3200-EXIT.
003004     EXIT.
003005*
003006*****************************************************************
003007*  3300  -  UN REJET DE LA PAIE POSE UNE RELANCE (SANS DOUBLON)  *
003008*            AU COORDINATEUR DE LA SESSION DU STAGIAIRE ; UN     *
003009*            PAIEMENT CLOT LA RELANCE OUVERTE                    *
003010*****************************************************************
003011 3300-RELANCE-PAIE.
003012*------------------*
003013     MOVE 'PAIE'         TO RA-ORIGINE.
003014     MOVE WS-NUMERO      TO RA-NUMERO.
003015     MOVE WS-DATE-JOUR   TO RA-DATE-JOUR.
003016     MOVE SPACE          TO RA-SESSION.
003017     IF RT-CODE = 'OK'
003018        MOVE 'C' TO RA-FONCTION
003019        CALL 'GENRELA' USING GENRELA-COMMAREA
003020        GO TO 3300-EXIT
003021     END-IF.
003022     MOVE WS-NUMERO TO E-NUMERO.
003023     READ FSTAG03-FILE.
003024     IF WS-FSTAG-STATUS = '00'
003025        MOVE E-CODE-SESSION TO RA-SESSION
003026     END-IF.
003027     MOVE 'O' TO RA-FONCTION.
003028     MOVE 02  TO RA-DELAI.
003029     MOVE 'PAIEMENT REJETE - VOIR LE MOTIF DU RETOUR'
003030       TO RA-NOTE.
003031     CALL 'GENRELA' USING GENRELA-COMMAREA.
003032     IF RA-POSEE
003033        ADD 1 TO WS-NB-RELANCES
003034     END-IF.
003035 3300-EXIT.
003036     EXIT.
003037*
003038*****************************************************************
003039*  4000  -  EDITION DES STAGIAIRES EXPORTES RESTES SANS          *
003040*            ACQUITTEMENT, PUIS DES REGULARISATIONS EXPORTEES    *
003041*            RESTEES SANS ACQUITTEMENT                           *
003042*****************************************************************
003043 4000-SANS-RETOUR.
003044*-----------------*
003045     PERFORM VARYING WS-IND-NUM FROM 1 BY 1
003046             UNTIL WS-IND-NUM > 9999
003047        IF WS-ETAT(WS-IND-NUM) = 'E'
003048           MOVE WS-IND-NUM TO WS-NUMERO
003049           MOVE WS-NUMERO TO LD-NUMERO
003050           MOVE 'EXPORTE NON ACQUITTE' TO LD-SITUATION
003060           MOVE SPACE TO LD-CODE LD-LIBELLE
003070           PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT
003080           ADD 1 TO WS-NB-SANS-RETOUR
003090        END-IF
003091        IF WS-REG-ATTENTE(WS-IND-NUM) > ZERO
003092           MOVE WS-IND-NUM TO WS-NUMERO
003093           MOVE WS-NUMERO TO LD-NUMERO
003094           MOVE 'REGUL. NON ACQUITTEE' TO LD-SITUATION
003095           MOVE SPACE TO LD-CODE LD-LIBELLE
003096           PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT
003097           ADD WS-REG-ATTENTE(WS-IND-NUM)
003098               TO WS-NB-REG-SANS-RETOUR
003099        END-IF
003100     END-PERFORM.
003110 4000-EXIT.
003120     EXIT.
003290     WRITE RAPPORT-REC FROM LIGNE-BILAN2 AFTER ADVANCING 1.
003300     MOVE WS-NB-RESOLUS TO LB-NB-RESOLUS.
003310     WRITE RAPPORT-REC FROM LIGNE-BILAN3 AFTER ADVANCING 1.
003311     MOVE WS-NB-REG-EXPORTES    TO LB-NB-REG-EXPORTES.
003312     MOVE WS-NB-REG-PAYES       TO LB-NB-REG-PAYES.
003313     MOVE WS-NB-REG-REJETS      TO LB-NB-REG-REJETS.
003314     WRITE RAPPORT-REC FROM LIGNE-BILAN4 AFTER ADVANCING 2.
003315     MOVE WS-NB-REG-SANS-EXPORT TO LB-NB-REG-SANS-EXP.
003316     MOVE WS-NB-REG-SANS-RETOUR TO LB-NB-REG-SANS-RET.
003317     WRITE RAPPORT-REC FROM LIGNE-BILAN5 AFTER ADVANCING 1.
003318     MOVE WS-TOT-RAPPELS        TO LB-TOT-RAPPELS.
003319     MOVE WS-TOT-RETENUES       TO LB-TOT-RETENUES.
003320     WRITE RAPPORT-REC FROM LIGNE-BILAN6 AFTER ADVANCING 1.
003321     MOVE WS-NB-HISTO-MAJ    TO LB-NB-HISTO-MAJ.
003322     MOVE WS-NB-HISTO-ABSENT TO LB-NB-HISTO-ABS.
003323     WRITE RAPPORT-REC FROM LIGNE-BILAN7 AFTER ADVANCING 2.
003324     MOVE WS-NB-RELANCES     TO LB-NB-RELANCES.
003325     WRITE RAPPORT-REC FROM LIGNE-BILAN8 AFTER ADVANCING 1.
003326 8000-EXIT.
003330     EXIT.
003340*
003350*****************************************************************
003640*-----------------*
003650     CLOSE EXPORT-FILE.
003660     CLOSE RETOUR-FILE.
003666     CLOSE FVERS03-FILE.
003667     CLOSE FSTAG03-FILE.
003668     MOVE 'F' TO RA-FONCTION.
003669     CALL 'GENRELA' USING GENRELA-COMMAREA.
003670     CLOSE RAPPORT-FILE.
003680 9000-EXIT.
003690     EXIT.
003700*
003710*****************************************************************
003720*  9500  -  ERREUR D'ENTREE/SORTIE SUR FVERS03 - LE CODE STATUT *
003730*            EST TRACE ET LE TRAITEMENT EST INTERROMPU          *
003740*****************************************************************
003750 9500-ERREUR-FVERS.
003760*------------------*
003770     DISPLAY 'IMPPAIE - ERREUR E/S FVERS03 - CODE STATUT '
003780             WS-FVERS-STATUS.
003790     MOVE 16 TO RETURN-CODE.
003800     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003810     STOP RUN.
003820 9500-EXIT.
003830     EXIT.
