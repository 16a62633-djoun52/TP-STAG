000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MIGAUDIT.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  MIGAUDIT -  MIGRATION DE LA PISTE D'AUDIT AU FORMAT SCELLE    *
000090*               (716 -> 800 OCTETS, ZONE AK-CHAINAGE) : LES      *
000100*               ENTREES DELESTEES (ANCOFF, GENERATIONS DE        *
000110*               PRGAUDIT) PUIS LES ENTREES EN LIGNE (ANCAUD,     *
000120*               DECHARGEMENT DE FAUDIT03) SONT SCELLEES PAR      *
000130*               SCELAUD DANS L'ORDRE CHRONOLOGIQUE ET FORMENT LE *
000140*               DEBUT DE LA CHAINE (RANG 1 A N) :                *
000150*               - NOUOFF : DELESTAGE CONVERTI (NOUVELLE          *
000160*                 GENERATION)                                    *
000170*               - NOUAUD : ENTREES EN LIGNE DANS L'ORDRE DES     *
000180*                 CLES, POUR RECHARGER LE CLUSTER REDEFINI       *
000190*               - FCTL03 : TETE DE CHAINE ('AUDCHAIN') ET        *
000200*                 JONCTION DU DELESTAGE ('AUDITOFF')             *
000210*               A LANCER UNE SEULE FOIS - CF JCL MIGAUDIT        *
000220*****************************************************************
000230*  HISTORIQUE DES MODIFICATIONS                                 *
000240*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-390.
000290 OBJECT-COMPUTER. IBM-390.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ANCOFF-FILE    ASSIGN TO ANCOFF
000330            ORGANIZATION   SEQUENTIAL.
000340     SELECT ANCAUD-FILE    ASSIGN TO ANCAUD
000350            ORGANIZATION   SEQUENTIAL.
000360     SELECT NOUOFF-FILE    ASSIGN TO NOUOFF
000370            ORGANIZATION   SEQUENTIAL.
000380     SELECT TRAVAIL-FILE   ASSIGN TO TRAVAIL
000390            ORGANIZATION   SEQUENTIAL.
000400     SELECT NOUAUD-FILE    ASSIGN TO NOUAUD
000410            ORGANIZATION   SEQUENTIAL.
000420     SELECT FCTL03-FILE    ASSIGN TO FCTL03
000430            ORGANIZATION   INDEXED
000440            ACCESS MODE    RANDOM
000450            RECORD KEY     CT-CLE
000460            FILE STATUS    WS-FCTL-STATUS.
000470     SELECT TRI-FILE       ASSIGN TO TRIWK01.
000480     SELECT TRICLE-FILE    ASSIGN TO TRIWK02.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  ANCOFF-FILE
000530     RECORDING MODE F.
000540*   ANCIEN ENREGISTREMENT D'AUDIT DELESTE (716 OCTETS)
000550 01  ANCOFF-REC            PIC X(716).
000560*
000570 FD  ANCAUD-FILE
000580     RECORDING MODE F.
000590*   ANCIEN ENREGISTREMENT D'AUDIT EN LIGNE (716 OCTETS)
000600 01  ANCAUD-REC            PIC X(716).
000610*
000620 FD  NOUOFF-FILE
000630     RECORDING MODE F.
000640 01  NOUOFF-REC            PIC X(800).
000650*
000660 FD  TRAVAIL-FILE
000670     RECORDING MODE F.
000680*   ENTREES EN LIGNE SCELLEES, DANS L'ORDRE DE LA CHAINE
000690     COPY FAUDIT.
000700*
000710 FD  NOUAUD-FILE
000720     RECORDING MODE F.
000730 01  NOUAUD-REC            PIC X(800).
000740*
000750 FD  FCTL03-FILE.
000760*   ENREGISTREMENTS DE CONTROLE ('AUDCHAIN', 'AUDITOFF')
000770     COPY FCTL.
000780*
000790 SD  TRI-FILE.
000800*   ANCIENNE ENTREE + PROVENANCE : 'D' DELESTEE, 'L' EN LIGNE -
000810*   LES ENTREES DELESTEES, PLUS ANCIENNES, OUVRENT LA CHAINE
000820 01  TRI-REC.
000830     05  TR-PROVENANCE     PIC X(01).
000840     05  TR-ENTREE.
000850         10  TR-NUMERO     PIC 9(04).
000860         10  TR-DATE       PIC 9(08).
000870         10  TR-HEURE      PIC X(06).
000880         10  FILLER        PIC X(698).
000890*
000900 SD  TRICLE-FILE.
000910 01  TRICLE-REC.
000920     05  TC-CLE            PIC X(18).
000930     05  FILLER            PIC X(782).
000940*
000950 WORKING-STORAGE SECTION.
000960 77  WS-FCTL-STATUS        PIC X(02).
000970 77  WS-EOF                PIC X(01)     VALUE 'N'.
000980     88  FIN-FICHIER                     VALUE 'Y'.
000990 77  WS-NB-DELESTES        PIC 9(08) COMP VALUE ZERO.
001000 77  WS-NB-EN-LIGNE        PIC 9(08) COMP VALUE ZERO.
001010*   RANG ET EMPREINTE DU DERNIER MAILLON SCELLE
001020 77  WS-SEQUENCE           PIC 9(09)     VALUE ZERO.
001030 77  WS-EMPREINTE          PIC 9(18)     VALUE ZERO.
001040 77  WS-DATE-DERNIER       PIC 9(08)     VALUE ZERO.
001050 77  WS-HEURE-DERNIER      PIC X(06)     VALUE ZERO.
001060*   JONCTION : DERNIER MAILLON DELESTE
001070 77  WS-SEQ-JONCTION       PIC 9(09)     VALUE ZERO.
001080 77  WS-EMP-JONCTION       PIC 9(18)     VALUE ZERO.
001090*
001100     COPY SCELCA.
001110*
001120 PROCEDURE DIVISION.
001130 0000-MAINLINE.
001140*----------------*
001150     SORT TRI-FILE
001160         ON ASCENDING KEY TR-PROVENANCE TR-DATE TR-HEURE TR-NUMERO
001170         INPUT PROCEDURE  2000-CHARGE-TRI THRU 2000-EXIT
001180         OUTPUT PROCEDURE 3000-SCELLE     THRU 3000-EXIT.
001190     SORT TRICLE-FILE
001200         ON ASCENDING KEY TC-CLE
001210         USING  TRAVAIL-FILE
001220         GIVING NOUAUD-FILE.
001230     PERFORM 4000-CONTROLE THRU 4000-EXIT.
001240     DISPLAY 'MIGAUDIT - DELESTEES ' WS-NB-DELESTES
001250             ' EN LIGNE ' WS-NB-EN-LIGNE
001260             ' DERNIER RANG ' WS-SEQUENCE.
001270     DISPLAY 'MIGAUDIT - TETE DE CHAINE ' WS-EMPREINTE.
001280     STOP RUN.
001290*
001300*****************************************************************
001310*  2000  -  CHARGEMENT DU TRI : GENERATIONS DELESTEES PUIS       *
001320*            DECHARGEMENT DU FICHIER EN LIGNE                    *
001330*****************************************************************
001340 2000-CHARGE-TRI.
001350*----------------*
001360     OPEN INPUT ANCOFF-FILE.
001370     MOVE 'N' TO WS-EOF.
001380     READ ANCOFF-FILE
001390         AT END MOVE 'Y' TO WS-EOF
001400     END-READ.
001410     PERFORM UNTIL FIN-FICHIER
001420        MOVE 'D'        TO TR-PROVENANCE
001430        MOVE ANCOFF-REC TO TR-ENTREE
001440        RELEASE TRI-REC
001450        READ ANCOFF-FILE
001460            AT END MOVE 'Y' TO WS-EOF
001470        END-READ
001480     END-PERFORM.
001490     CLOSE ANCOFF-FILE.
001500     OPEN INPUT ANCAUD-FILE.
001510     MOVE 'N' TO WS-EOF.
001520     READ ANCAUD-FILE
001530         AT END MOVE 'Y' TO WS-EOF
001540     END-READ.
001550     PERFORM UNTIL FIN-FICHIER
001560        MOVE 'L'        TO TR-PROVENANCE
001570        MOVE ANCAUD-REC TO TR-ENTREE
001580        RELEASE TRI-REC
001590        READ ANCAUD-FILE
001600            AT END MOVE 'Y' TO WS-EOF
001610        END-READ
001620     END-PERFORM.
001630     CLOSE ANCAUD-FILE.
001640 2000-EXIT.
001650     EXIT.
001660*
001670*****************************************************************
001680*  3000  -  SCELLEMENT DANS L'ORDRE CHRONOLOGIQUE : CHAQUE ENTREE*
001690*            RECOIT LE RANG SUIVANT ET EST CHAINEE AU MAILLON    *
001700*            PRECEDENT (LE PREMIER A UNE EMPREINTE PRECEDENTE    *
001710*            NULLE) - LES DELESTEES VONT SUR NOUOFF, LES AUTRES  *
001720*            SUR LE FICHIER DE TRAVAIL, RETRIE ENSUITE PAR CLE   *
001730*****************************************************************
001740 3000-SCELLE.
001750*------------*
001760     OPEN OUTPUT NOUOFF-FILE.
001770     OPEN OUTPUT TRAVAIL-FILE.
001780     MOVE 'N' TO WS-EOF.
001790     RETURN TRI-FILE
001800         AT END MOVE 'Y' TO WS-EOF
001810     END-RETURN.
001820     PERFORM UNTIL FIN-FICHIER
001830        PERFORM 3100-SCELLE-ENTREE THRU 3100-EXIT
001840        IF TR-PROVENANCE = 'D'
001850           WRITE NOUOFF-REC FROM E-AUDIT
001860           ADD 1 TO WS-NB-DELESTES
001870           MOVE AK-SEQUENCE  TO WS-SEQ-JONCTION
001880           MOVE AK-EMPREINTE TO WS-EMP-JONCTION
001890        ELSE
001900           WRITE E-AUDIT
001910           ADD 1 TO WS-NB-EN-LIGNE
001920        END-IF
001930        RETURN TRI-FILE
001940            AT END MOVE 'Y' TO WS-EOF
001950        END-RETURN
001960     END-PERFORM.
001970     CLOSE NOUOFF-FILE.
001980     CLOSE TRAVAIL-FILE.
001990 3000-EXIT.
002000     EXIT.
002010*
002020 3100-SCELLE-ENTREE.
002030*-------------------*
002040     MOVE SPACES       TO E-AUDIT.
002050     MOVE TR-ENTREE    TO E-AUDIT(1:716).
002060     ADD 1             TO WS-SEQUENCE.
002070     MOVE WS-SEQUENCE  TO AK-SEQUENCE.
002080     MOVE WS-EMPREINTE TO AK-EMPREINTE-PREC.
002090     MOVE ZERO         TO AK-EMPREINTE-IMAGES.
002100     MOVE ZERO         TO AK-EMPREINTE.
002110     MOVE ZERO         TO AK-NUMERO-ORIGINE.
002120     MOVE SPACE        TO AK-ANONYMISE.
002130     MOVE E-AUDIT           TO SC-ENTREE.
002140     CALL 'SCELAUD' USING SCELAUD-COMMAREA.
002150     MOVE SC-CALC-IMAGES    TO AK-EMPREINTE-IMAGES.
002160     MOVE SC-CALC-EMPREINTE TO AK-EMPREINTE.
002170     MOVE AK-EMPREINTE TO WS-EMPREINTE.
002180     MOVE AK-DATE      TO WS-DATE-DERNIER.
002190     MOVE AK-HEURE     TO WS-HEURE-DERNIER.
002200 3100-EXIT.
002210     EXIT.
002220*
002230*****************************************************************
002240*  4000  -  TETE DE CHAINE ('AUDCHAIN') ET JONCTION DU DELESTAGE *
002250*            ('AUDITOFF', ENREGISTREMENT CREE PAR PRGAUDIT) DANS *
002260*            FCTL03 - UN DELESTAGE SANS BORNE 'AUDITOFF' EST     *
002270*            SIGNALE (RC=4) : LA JONCTION RESTE A ZERO ET        *
002280*            CHKAUDIT DOIT ALORS RECEVOIR LES GENERATIONS        *
002290*            SOUS AUDOFF                                         *
002300*****************************************************************
002310 4000-CONTROLE.
002320*--------------*
002330     OPEN I-O FCTL03-FILE.
002340     MOVE 'AUDCHAIN' TO CT-CLE.
002350     READ FCTL03-FILE.
002360     IF WS-FCTL-STATUS NOT = '00'
002370        MOVE SPACES     TO E-CONTROLE
002380        MOVE 'AUDCHAIN' TO CT-CLE
002390        MOVE ZERO       TO CT-SEQUENCE
002400        MOVE 'T'        TO CT-ETAT
002410     END-IF.
002420     MOVE WS-SEQUENCE      TO CT-SEQUENCE-EVT.
002430     MOVE WS-EMPREINTE     TO CT-EMPREINTE.
002440     MOVE WS-DATE-DERNIER  TO CT-DATE.
002450     MOVE WS-HEURE-DERNIER TO CT-HEURE.
002460     IF WS-FCTL-STATUS = '00'
002470        REWRITE E-CONTROLE
002480     ELSE
002490        WRITE E-CONTROLE
002500     END-IF.
002510     IF WS-FCTL-STATUS NOT = '00'
002520        PERFORM 9500-ERREUR-FCTL THRU 9500-EXIT
002530     END-IF.
002540     MOVE 'AUDITOFF' TO CT-CLE.
002550     READ FCTL03-FILE.
002560     IF WS-FCTL-STATUS = '00'
002570        MOVE WS-SEQ-JONCTION TO CT-SEQUENCE-EVT
002580        MOVE WS-EMP-JONCTION TO CT-EMPREINTE
002590        REWRITE E-CONTROLE
002600        IF WS-FCTL-STATUS NOT = '00'
002610           PERFORM 9500-ERREUR-FCTL THRU 9500-EXIT
002620        END-IF
002630     ELSE
002640        IF WS-NB-DELESTES > ZERO
002650           DISPLAY 'MIGAUDIT - ENTREES DELESTEES SANS BORNE '
002660                   '''AUDITOFF'' DANS FCTL03 - JONCTION NON '
002670                   'CONSIGNEE'
002680           MOVE 4 TO RETURN-CODE
002690        END-IF
002700     END-IF.
002710     CLOSE FCTL03-FILE.
002720 4000-EXIT.
002730     EXIT.
002740*
002750*****************************************************************
002760*  9500  -  ERREUR D'ENTREE/SORTIE - LE CODE STATUT EST TRACE ET *
002770*            LE TRAITEMENT EST INTERROMPU                        *
002780*****************************************************************
002790 9500-ERREUR-FCTL.
002800*-----------------*
002810     DISPLAY 'MIGAUDIT - ERREUR E/S FCTL03 - CODE STATUT '
002820             WS-FCTL-STATUS.
002830     MOVE 16 TO RETURN-CODE.
002840     CLOSE FCTL03-FILE.
002850     STOP RUN.
002860 9500-EXIT.
002870     EXIT.
