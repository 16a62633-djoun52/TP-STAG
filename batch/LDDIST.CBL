000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LDDIST.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  LDDIST   -  CHARGEMENT DES DISTANCES COMMUNE / SITE (FDIST03)*
000090*               DEPUIS LE RELEVE DE L'ATLAS ROUTIER (COMMUNE +  *
000100*               SITE + DISTANCE ALLER EN KM) - LE CLUSTER EST   *
000110*               REDEFINI PAR LE JCL PUIS RECHARGE EN TOTALITE,  *
000120*               COMME LDFERIE POUR LES JOURS FERIES - LES CARTES*
000130*               INVALIDES, EN DOUBLE OU D'UNE COMMUNE ABSENTE DU*
000140*               REFERENTIEL FCOMM03 SONT REJETEES ET COMPTEES   *
000150*****************************************************************
000160*  HISTORIQUE DES MODIFICATIONS                                 *
000170*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000180*****************************************************************
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER. IBM-390.
000220 OBJECT-COMPUTER. IBM-390.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT CARTES-FILE    ASSIGN TO DISTANCE
000260            ORGANIZATION   LINE SEQUENTIAL.
000270     SELECT FCOMM03-FILE   ASSIGN TO FCOMM03
000280            ORGANIZATION   INDEXED
000290            ACCESS MODE    RANDOM
000300            RECORD KEY     CM-VILLE
000310            FILE STATUS    WS-FCOMM-STATUS.
000320     SELECT FDIST03-FILE   ASSIGN TO FDIST03
000330            ORGANIZATION   INDEXED
000340            ACCESS MODE    RANDOM
000350            RECORD KEY     DS-CLE
000360            FILE STATUS    WS-FDIST-STATUS.
000370*
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  CARTES-FILE
000410     RECORDING MODE F.
000420*   RELEVE DE L'ATLAS : COL 01-20 COMMUNE, COL 22-41 SITE,
000430*   COL 43-46 DISTANCE ALLER EN KM
000440 01  CARTE-REC.
000450     05  CA-VILLE          PIC X(20).
000460     05  FILLER            PIC X(01).
000470     05  CA-SITE           PIC X(20).
000480     05  FILLER            PIC X(01).
000490     05  CA-KM             PIC X(04).
000500     05  FILLER            PIC X(34).
000510*
000520 FD  FCOMM03-FILE.
000530*   DESCRIPTION DU FICHIER KSD DES COMMUNES
000540     COPY FCOMM.
000550*
000560 FD  FDIST03-FILE.
000570*   DESCRIPTION DU FICHIER KSD DES DISTANCES COMMUNE / SITE
000580     COPY FDIST.
000590*
000600 WORKING-STORAGE SECTION.
000610 77  WS-FCOMM-STATUS       PIC X(02).
000620 77  WS-FDIST-STATUS       PIC X(02).
000630 77  WS-EOF                PIC X(01)     VALUE 'N'.
000640     88  FIN-FICHIER                     VALUE 'Y'.
000650 77  WS-NB-CARTES          PIC 9(06) COMP VALUE ZERO.
000660 77  WS-NB-CHARGES         PIC 9(06) COMP VALUE ZERO.
000670 77  WS-NB-REJETS          PIC 9(06) COMP VALUE ZERO.
000680 77  WS-DATE-JOUR          PIC 9(08).
000690*
000700 PROCEDURE DIVISION.
000710 0000-MAINLINE.
000720*----------------*
000730     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
000740     PERFORM 2000-TRAITEMENT     THRU 2000-EXIT.
000750     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
000760     STOP RUN.
000770*
000780*****************************************************************
000790*  1000  -  OUVERTURE DES FICHIERS                              *
000800*****************************************************************
000810 1000-INITIALISATION.
000820*--------------------*
000830     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000840     OPEN INPUT CARTES-FILE.
000850     OPEN INPUT FCOMM03-FILE.
000860     OPEN I-O   FDIST03-FILE.
000870 1000-EXIT.
000880     EXIT.
000890*
000900*****************************************************************
000910*  2000  -  CHARGEMENT DES CARTES : COMMUNE CONNUE DE FCOMM03,  *
000920*            SITE RENSEIGNE, DISTANCE NUMERIQUE NON NULLE,      *
000930*            DOUBLONS COMMUNE / SITE REJETES                    *
000940*****************************************************************
000950 2000-TRAITEMENT.
000960*----------------*
000970     MOVE 'N' TO WS-EOF.
000980     READ CARTES-FILE
000990         AT END MOVE 'Y' TO WS-EOF
001000     END-READ.
001010     PERFORM UNTIL FIN-FICHIER
001020        ADD 1 TO WS-NB-CARTES
001030        PERFORM 2100-CHARGE-CARTE THRU 2100-EXIT
001040        READ CARTES-FILE
001050            AT END MOVE 'Y' TO WS-EOF
001060        END-READ
001070     END-PERFORM.
001080 2000-EXIT.
001090     EXIT.
001100*
001110 2100-CHARGE-CARTE.
001120*------------------*
001130     IF CA-VILLE = SPACE OR CA-SITE = SPACE
001140        OR CA-KM NOT NUMERIC
001150        ADD 1 TO WS-NB-REJETS
001160        DISPLAY 'LDDIST - CARTE REJETEE : ' CA-VILLE
001170                ' ' CA-SITE ' ' CA-KM
001180        GO TO 2100-EXIT
001190     END-IF.
001200     IF CA-KM = ZERO
001210        ADD 1 TO WS-NB-REJETS
001220        DISPLAY 'LDDIST - DISTANCE NULLE : ' CA-VILLE
001230                ' ' CA-SITE
001240        GO TO 2100-EXIT
001250     END-IF.
001260     MOVE CA-VILLE TO CM-VILLE.
001270     READ FCOMM03-FILE.
001280     IF WS-FCOMM-STATUS = '23'
001290        ADD 1 TO WS-NB-REJETS
001300        DISPLAY 'LDDIST - COMMUNE INCONNUE DE FCOMM03 : '
001310                CA-VILLE
001320        GO TO 2100-EXIT
001330     END-IF.
001340     IF WS-FCOMM-STATUS NOT = '00'
001350        PERFORM 9510-ERREUR-FCOMM THRU 9510-EXIT
001360     END-IF.
001370     MOVE SPACES       TO E-DISTANCE.
001380     MOVE CA-VILLE     TO DS-VILLE.
001390     MOVE CA-SITE      TO DS-SITE.
001400     MOVE CA-KM        TO DS-KM.
001410     MOVE WS-DATE-JOUR TO DS-DATE-MAJ.
001420     WRITE E-DISTANCE.
001430     EVALUATE WS-FDIST-STATUS
001440         WHEN '00'
001450             ADD 1 TO WS-NB-CHARGES
001460         WHEN '22'
001470             ADD 1 TO WS-NB-REJETS
001480             DISPLAY 'LDDIST - COMMUNE / SITE EN DOUBLE : '
001490                     CA-VILLE ' ' CA-SITE
001500         WHEN OTHER
001510             PERFORM 9500-ERREUR-FDIST THRU 9500-EXIT
001520     END-EVALUATE.
001530 2100-EXIT.
001540     EXIT.
001550*
001560 9500-ERREUR-FDIST.
001570*------------------*
001580     DISPLAY 'LDDIST - ERREUR E/S FDIST03 - CODE STATUT '
001590             WS-FDIST-STATUS.
001600     MOVE 16 TO RETURN-CODE.
001610     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
001620     STOP RUN.
001630 9500-EXIT.
001640     EXIT.
001650*
001660 9510-ERREUR-FCOMM.
001670*------------------*
001680     DISPLAY 'LDDIST - ERREUR E/S FCOMM03 - CODE STATUT '
001690             WS-FCOMM-STATUS.
001700     MOVE 16 TO RETURN-CODE.
001710     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
001720     STOP RUN.
001730 9510-EXIT.
001740     EXIT.
001750*
001760*****************************************************************
001770*  9000  -  BILAN ET FERMETURE DES FICHIERS                     *
001780*****************************************************************
001790 9000-TERMINAISON.
001800*-----------------*
001810     DISPLAY 'LDDIST - CARTES ' WS-NB-CARTES
001820             ' CHARGEES ' WS-NB-CHARGES
001830             ' REJETS ' WS-NB-REJETS.
001840     CLOSE CARTES-FILE.
001850     CLOSE FCOMM03-FILE.
001860     CLOSE FDIST03-FILE.
001870 9000-EXIT.
001880     EXIT.
