000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RPTFINA.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  RPTFINA  -  SUIVI DES CONVENTIONS DE FINANCEMENT - PAR        *
000090*               FINANCEUR (FFINA03) ET PAR SESSION, RAPPROCHE    *
000100*               LES PLACES ACHETEES (FFINS03) DES PLACES         *
000110*               CONSOMMEES, C'EST-A-DIRE DES INSCRIPTIONS EN     *
000120*               COURS OU TERMINEES DE FINSC03 PORTANT LE         *
000130*               FINANCEUR - LES CONVENTIONS COMPLETES, DEPASSEES *
000140*               OU ECHUES SONT SIGNALEES, ET LES INSCRIPTIONS    *
000150*               FINANCEES SANS CONVENTION SONT DECOMPTEES        *
000160*****************************************************************
000170*  HISTORIQUE DES MODIFICATIONS                                 *
000180*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000190*****************************************************************
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER. IBM-390.
000230 OBJECT-COMPUTER. IBM-390.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT FFINA03-FILE   ASSIGN TO FFINA03
000270            ORGANIZATION   INDEXED
000280            ACCESS MODE    RANDOM
000290            RECORD KEY     FI-CODE
000300            FILE STATUS    WS-FFINA-STATUS.
000310     SELECT FFINS03-FILE   ASSIGN TO FFINS03
000320            ORGANIZATION   INDEXED
000330            ACCESS MODE    SEQUENTIAL
000340            RECORD KEY     CF-CLE
000350            FILE STATUS    WS-FFINS-STATUS.
000360     SELECT FINSC03-FILE   ASSIGN TO FINSC03
000370            ORGANIZATION   INDEXED
000380            ACCESS MODE    SEQUENTIAL
000390            RECORD KEY     IN-CLE
000400            FILE STATUS    WS-FINSC-STATUS.
000410     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000420            ORGANIZATION   LINE SEQUENTIAL.
000430     SELECT TRI-FILE       ASSIGN TO TRIWK01.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  FFINA03-FILE.
000480     COPY FFINA.
000490 FD  FFINS03-FILE.
000500     COPY FFINS.
000510 FD  FINSC03-FILE.
000520     COPY FINSC.
000530 FD  RAPPORT-FILE
000540     RECORDING MODE F.
000550 01  RAPPORT-REC           PIC X(133).
000560*
000570 SD  TRI-FILE.
000580 01  TRI-REC.
000590     05  TS-FINANCEUR      PIC X(08).
000600     05  TS-SESSION        PIC X(10).
000610     05  TS-PLACES         PIC 9(04).
000620     05  TS-CONSOMMEES     PIC 9(04).
000630     05  TS-DATE-DEBUT     PIC 9(08).
000640     05  TS-DATE-FIN       PIC 9(08).
000650*
000660 WORKING-STORAGE SECTION.
000670 77  WS-FFINA-STATUS       PIC X(02).
000680 77  WS-FFINS-STATUS       PIC X(02).
000690 77  WS-FINSC-STATUS       PIC X(02).
000700 77  WS-EOF                PIC X(01)     VALUE 'N'.
000710     88  FIN-FICHIER                     VALUE 'Y'.
000720 77  WS-EOF-TRI            PIC X(01)     VALUE 'N'.
000730     88  FIN-TRI                         VALUE 'Y'.
000740 77  WS-TROUVE             PIC X(01).
000750 77  WS-IND                PIC 9(03) COMP.
000760 77  WS-DATE-JOUR          PIC 9(08).
000770 77  WS-FIN-COUR           PIC X(08)     VALUE LOW-VALUE.
000780 77  WS-RESTE              PIC S9(04).
000790 77  WS-FIN-PLACES         PIC 9(06) COMP VALUE ZERO.
000800 77  WS-FIN-CONSO          PIC 9(06) COMP VALUE ZERO.
000810 77  WS-TOT-PLACES         PIC 9(06) COMP VALUE ZERO.
000820 77  WS-TOT-CONSO          PIC 9(06) COMP VALUE ZERO.
000830 77  WS-SANS-CONV          PIC 9(06) COMP VALUE ZERO.
000840 77  WS-TOT-ED             PIC ZZZZZ9.
000850 01  LIGNE                 PIC X(133).
000860*   TABLE DES CONVENTIONS DE FINANCEMENT AVEC LEUR CONSOMMATION,
000870*   ALIMENTEE PAR LE PARCOURS DE FINSC03 AVANT LE TRI PAR
000880*   FINANCEUR (FFINS03 EST RANGE PAR SESSION)
000890 77  WS-NB-CONV            PIC 9(03) COMP VALUE ZERO.
000900 01  WS-CONV-TABLE.
000910     05  WS-CONV-ENTRY OCCURS 200 TIMES.
000920         10  WS-CONV-SESSION   PIC X(10).
000930         10  WS-CONV-FINANCEUR PIC X(08).
000940         10  WS-CONV-PLACES    PIC 9(04).
000950         10  WS-CONV-CONSO     PIC 9(04).
000960         10  WS-CONV-DEBUT     PIC 9(08).
000970         10  WS-CONV-FIN       PIC 9(08).
000980*   DATE AAAAMMJJ EDITEE JJ/MM/AAAA
000990 01  WS-DATE-AMJ           PIC 9(08).
001000 01  WS-DATE-AMJ-R REDEFINES WS-DATE-AMJ.
001010     05  WS-AMJ-AAAA       PIC X(04).
001020     05  WS-AMJ-MM         PIC X(02).
001030     05  WS-AMJ-JJ         PIC X(02).
001040 01  WS-DATE-EDIT.
001050     05  WS-ED-JJ          PIC X(02).
001060     05  FILLER            PIC X(01) VALUE '/'.
001070     05  WS-ED-MM          PIC X(02).
001080     05  FILLER            PIC X(01) VALUE '/'.
001090     05  WS-ED-AAAA        PIC X(04).
001100*   LIGNE DE DETAIL DU RAPPORT
001110 01  LIGNE-DETAIL.
001120     05  FILLER            PIC X(03) VALUE SPACE.
001130     05  LD-SESSION        PIC X(10).
001140     05  FILLER            PIC X(03) VALUE SPACE.
001150     05  LD-PLACES         PIC ZZZ9.
001160     05  FILLER            PIC X(03) VALUE SPACE.
001170     05  LD-CONSO          PIC ZZZ9.
001180     05  FILLER            PIC X(03) VALUE SPACE.
001190     05  LD-RESTE          PIC -ZZZ9.
001200     05  FILLER            PIC X(03) VALUE SPACE.
001210     05  LD-DEBUT          PIC X(10).
001220     05  FILLER            PIC X(03) VALUE ' - '.
001230     05  LD-FIN            PIC X(10).
001240     05  FILLER            PIC X(02) VALUE SPACE.
001250     05  LD-SIGNAL         PIC X(14).
001260     05  FILLER            PIC X(56) VALUE SPACE.
001270*
001280 PROCEDURE DIVISION.
001290 0000-MAINLINE.
001300*----------------*
001310     PERFORM 1000-INITIALISATION  THRU 1000-EXIT.
001320     PERFORM 2000-CHARGE-CONVENTIONS THRU 2000-EXIT.
001330     PERFORM 3000-COMPTE-FINANCES THRU 3000-EXIT.
001340     SORT TRI-FILE
001350         ON ASCENDING KEY TS-FINANCEUR TS-SESSION
001360         INPUT  PROCEDURE 6000-ALIMENTE-TRI THRU 6000-EXIT
001370         OUTPUT PROCEDURE 7000-EDITE-TRIE   THRU 7000-EXIT.
001380     PERFORM 9000-TERMINAISON     THRU 9000-EXIT.
001390     STOP RUN.
001400*
001410*****************************************************************
001420*  1000  -  OUVERTURE DES FICHIERS ET TETE DE RAPPORT            *
001430*****************************************************************
001440 1000-INITIALISATION.
001450*--------------------*
001460     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001470     OPEN INPUT FFINA03-FILE.
001480     OPEN INPUT FFINS03-FILE.
001490     OPEN INPUT FINSC03-FILE.
001500     OPEN OUTPUT RAPPORT-FILE.
001510     MOVE ' SUIVI DES CONVENTIONS DE FINANCEMENT PAR FINANCEUR'
001520          TO LIGNE.
001530     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
001540     MOVE SPACE TO LIGNE.
001550     MOVE '   SESSION     PLACES  CONSO.  RESTE    VALIDITE'
001560          TO LIGNE.
001570     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
001580 1000-EXIT.
001590     EXIT.
001600*
001610*****************************************************************
001620*  2000  -  CHARGEMENT DES CONVENTIONS DE FINANCEMENT            *
001630*****************************************************************
001640 2000-CHARGE-CONVENTIONS.
001650*------------------------*
001660     MOVE 'N' TO WS-EOF.
001670     READ FFINS03-FILE
001680         AT END MOVE 'Y' TO WS-EOF
001690     END-READ.
001700     PERFORM UNTIL FIN-FICHIER OR WS-NB-CONV >= 200
001710        ADD 1 TO WS-NB-CONV
001720        MOVE CF-CODE-SESSION TO WS-CONV-SESSION(WS-NB-CONV)
001730        MOVE CF-FINANCEUR    TO WS-CONV-FINANCEUR(WS-NB-CONV)
001740        MOVE CF-NB-PLACES    TO WS-CONV-PLACES(WS-NB-CONV)
001750        MOVE ZERO            TO WS-CONV-CONSO(WS-NB-CONV)
001760        MOVE CF-DATE-DEBUT   TO WS-CONV-DEBUT(WS-NB-CONV)
001770        MOVE CF-DATE-FIN     TO WS-CONV-FIN(WS-NB-CONV)
001780        READ FFINS03-FILE
001790            AT END MOVE 'Y' TO WS-EOF
001800        END-READ
001810     END-PERFORM.
001820 2000-EXIT.
001830     EXIT.
001840*
001850*****************************************************************
001860*  3000  -  PLACES CONSOMMEES : INSCRIPTIONS EN COURS OU         *
001870*            TERMINEES DE FINSC03 PORTANT UN FINANCEUR - UNE     *
001880*            INSCRIPTION FINANCEE SANS CONVENTION SUR SA SESSION *
001890*            EST DECOMPTEE A PART                                *
001900*****************************************************************
001910 3000-COMPTE-FINANCES.
001920*---------------------*
001930     MOVE 'N' TO WS-EOF.
001940     READ FINSC03-FILE
001950         AT END MOVE 'Y' TO WS-EOF
001960     END-READ.
001970     PERFORM UNTIL FIN-FICHIER
001980        IF IN-FINANCEUR NOT = SPACE
001990           AND (IN-EN-COURS OR IN-TERMINEE)
002000           MOVE 'N' TO WS-TROUVE
002010           PERFORM VARYING WS-IND FROM 1 BY 1
002020                   UNTIL WS-IND > WS-NB-CONV
002030              IF WS-CONV-SESSION(WS-IND) = IN-CODE-SESSION
002040                 AND WS-CONV-FINANCEUR(WS-IND) = IN-FINANCEUR
002050                 ADD 1 TO WS-CONV-CONSO(WS-IND)
002060                 MOVE 'O' TO WS-TROUVE
002070              END-IF
002080           END-PERFORM
002090           IF WS-TROUVE = 'N'
002100              ADD 1 TO WS-SANS-CONV
002110           END-IF
002120        END-IF
002130        READ FINSC03-FILE
002140            AT END MOVE 'Y' TO WS-EOF
002150        END-READ
002160     END-PERFORM.
002170 3000-EXIT.
002180     EXIT.
002190*
002200*****************************************************************
002210*  6000  -  VERSEMENT DE LA TABLE AU TRI (FINANCEUR / SESSION)   *
002220*****************************************************************
002230 6000-ALIMENTE-TRI.
002240*------------------*
002250     PERFORM VARYING WS-IND FROM 1 BY 1
002260             UNTIL WS-IND > WS-NB-CONV
002270        MOVE WS-CONV-FINANCEUR(WS-IND) TO TS-FINANCEUR
002280        MOVE WS-CONV-SESSION(WS-IND)   TO TS-SESSION
002290        MOVE WS-CONV-PLACES(WS-IND)    TO TS-PLACES
002300        MOVE WS-CONV-CONSO(WS-IND)     TO TS-CONSOMMEES
002310        MOVE WS-CONV-DEBUT(WS-IND)     TO TS-DATE-DEBUT
002320        MOVE WS-CONV-FIN(WS-IND)       TO TS-DATE-FIN
002330        RELEASE TRI-REC
002340     END-PERFORM.
002350 6000-EXIT.
002360     EXIT.
002370*
002380*****************************************************************
002390*  7000  -  EDITION TRIEE AVEC RUPTURE PAR FINANCEUR             *
002400*****************************************************************
002410 7000-EDITE-TRIE.
002420*----------------*
002430     MOVE 'N' TO WS-EOF-TRI.
002440     RETURN TRI-FILE
002450         AT END MOVE 'Y' TO WS-EOF-TRI
002460     END-RETURN.
002470     PERFORM UNTIL FIN-TRI
002480        IF TS-FINANCEUR NOT = WS-FIN-COUR
002490           IF WS-FIN-COUR NOT = LOW-VALUE
002500              PERFORM 7100-SOUS-TOTAL-FIN THRU 7100-EXIT
002510           END-IF
002520           MOVE TS-FINANCEUR TO WS-FIN-COUR
002530           PERFORM 7050-ENTETE-FIN THRU 7050-EXIT
002540        END-IF
002550        PERFORM 7200-LIGNE-CONVENTION THRU 7200-EXIT
002560        RETURN TRI-FILE
002570            AT END MOVE 'Y' TO WS-EOF-TRI
002580        END-RETURN
002590     END-PERFORM.
002600     IF WS-FIN-COUR NOT = LOW-VALUE
002610        PERFORM 7100-SOUS-TOTAL-FIN THRU 7100-EXIT
002620     END-IF.
002630     PERFORM 7300-TOTAL-GENERAL THRU 7300-EXIT.
002640 7000-EXIT.
002650     EXIT.
002660*
002670*****************************************************************
002680*  7050  -  ENTETE DU FINANCEUR (RAISON SOCIALE LUE EN FFINA03)  *
002690*****************************************************************
002700 7050-ENTETE-FIN.
002710*----------------*
002720     MOVE TS-FINANCEUR TO FI-CODE.
002730     READ FFINA03-FILE
002740         INVALID KEY
002750            MOVE '*** FINANCEUR ABSENT DU REFERENTIEL ***'
002760                 TO FI-RAISON-SOCIALE
002770     END-READ.
002780     MOVE SPACE TO LIGNE.
002790     STRING ' FINANCEUR : ' TS-FINANCEUR ' - ' FI-RAISON-SOCIALE
002800            DELIMITED BY SIZE INTO LIGNE.
002810     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
002820 7050-EXIT.
002830     EXIT.
002840*
002850*****************************************************************
002860*  7100  -  SOUS-TOTAL DU FINANCEUR COURANT                      *
002870*****************************************************************
002880 7100-SOUS-TOTAL-FIN.
002890*--------------------*
002900     MOVE SPACE TO LIGNE.
002910     MOVE WS-FIN-PLACES TO WS-TOT-ED.
002920     STRING '   TOTAL FINANCEUR : ' WS-TOT-ED ' PLACES'
002930            DELIMITED BY SIZE INTO LIGNE.
002940     MOVE WS-FIN-CONSO TO WS-TOT-ED.
002950     STRING ' DONT ' WS-TOT-ED ' CONSOMMEES'
002960            DELIMITED BY SIZE INTO LIGNE(36:).
002970     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
002980     MOVE ZERO TO WS-FIN-PLACES WS-FIN-CONSO.
002990 7100-EXIT.
003000     EXIT.
003010*
003020*****************************************************************
003030*  7200  -  LIGNE DE DETAIL D'UNE CONVENTION - UNE CONVENTION    *
003040*            AU-DELA DE SES PLACES EST SIGNALEE DEPASSEE, UNE    *
003050*            CONVENTION PLEINE COMPLETE, UNE CONVENTION DONT LA  *
003060*            PERIODE EST ECOULEE HORS VALIDITE                   *
003070*****************************************************************
003080 7200-LIGNE-CONVENTION.
003090*----------------------*
003100     MOVE TS-SESSION      TO LD-SESSION.
003110     MOVE TS-PLACES       TO LD-PLACES.
003120     MOVE TS-CONSOMMEES   TO LD-CONSO.
003130     COMPUTE WS-RESTE = TS-PLACES - TS-CONSOMMEES.
003140     MOVE WS-RESTE        TO LD-RESTE.
003150     MOVE TS-DATE-DEBUT   TO WS-DATE-AMJ.
003160     PERFORM 7250-EDITE-DATE THRU 7250-EXIT.
003170     MOVE WS-DATE-EDIT    TO LD-DEBUT.
003180     MOVE TS-DATE-FIN     TO WS-DATE-AMJ.
003190     PERFORM 7250-EDITE-DATE THRU 7250-EXIT.
003200     MOVE WS-DATE-EDIT    TO LD-FIN.
003210     MOVE SPACE           TO LD-SIGNAL.
003220     IF TS-CONSOMMEES > TS-PLACES
003230        MOVE 'DEPASSE' TO LD-SIGNAL
003240     ELSE
003250        IF TS-CONSOMMEES = TS-PLACES
003260           MOVE 'COMPLET' TO LD-SIGNAL
003270        ELSE
003280           IF TS-DATE-FIN < WS-DATE-JOUR
003290              MOVE 'HORS VALIDITE' TO LD-SIGNAL
003300           END-IF
003310        END-IF
003320     END-IF.
003330     WRITE RAPPORT-REC FROM LIGNE-DETAIL AFTER ADVANCING 1.
003340     ADD TS-PLACES     TO WS-FIN-PLACES WS-TOT-PLACES.
003350     ADD TS-CONSOMMEES TO WS-FIN-CONSO  WS-TOT-CONSO.
003360 7200-EXIT.
003370     EXIT.
003380*
003390*****************************************************************
003400*  7250  -  EDITION JJ/MM/AAAA D'UNE DATE AAAAMMJJ               *
003410*****************************************************************
003420 7250-EDITE-DATE.
003430*----------------*
003440     MOVE WS-AMJ-JJ   TO WS-ED-JJ.
003450     MOVE WS-AMJ-MM   TO WS-ED-MM.
003460     MOVE WS-AMJ-AAAA TO WS-ED-AAAA.
003470 7250-EXIT.
003480     EXIT.
003490*
003500*****************************************************************
003510*  7300  -  TOTAL GENERAL ET INSCRIPTIONS FINANCEES SANS         *
003520*            CONVENTION                                          *
003530*****************************************************************
003540 7300-TOTAL-GENERAL.
003550*-------------------*
003560     MOVE SPACE TO LIGNE.
003570     MOVE WS-TOT-PLACES TO WS-TOT-ED.
003580     STRING ' TOTAL GENERAL : ' WS-TOT-ED ' PLACES'
003590            DELIMITED BY SIZE INTO LIGNE.
003600     MOVE WS-TOT-CONSO TO WS-TOT-ED.
003610     STRING ' DONT ' WS-TOT-ED ' CONSOMMEES'
003620            DELIMITED BY SIZE INTO LIGNE(36:).
003630     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
003640     MOVE SPACE TO LIGNE.
003650     MOVE WS-SANS-CONV TO WS-TOT-ED.
003660     STRING ' INSCRIPTIONS FINANCEES SANS CONVENTION : ' WS-TOT-ED
003670            DELIMITED BY SIZE INTO LIGNE.
003680     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003690 7300-EXIT.
003700     EXIT.
003710*
003720*****************************************************************
003730*  9000  -  FERMETURE DES FICHIERS                               *
003740*****************************************************************
003750 9000-TERMINAISON.
003760*-----------------*
003770     CLOSE FFINA03-FILE.
003780     CLOSE FFINS03-FILE.
003790     CLOSE FINSC03-FILE.
003800     CLOSE RAPPORT-FILE.
003810 9000-EXIT.
003820     EXIT.
