000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LDPARC.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  LDPARC   -  CHARGEMENT DES PARCOURS DE FORMATION (FPARC03)    *
000090*               DEPUIS LE FICHIER DE CARTES PARCOURS (CODE       *
000100*               PARCOURS + RANG D'ETAPE + TYPE DE SESSION +      *
000110*               LIBELLE) - LE CLUSTER EST REDEFINI PAR LE JCL    *
000120*               PUIS RECHARGE EN TOTALITE, COMME LDFERIE POUR LE *
000130*               CALENDRIER - LE TYPE DE SESSION EST LE DEBUT     *
000140*               COMMUN DES CODES SESSION DE L'ETAPE, SA LONGUEUR *
000150*               UTILE EST CALCULEE ICI - LES CARTES INVALIDES OU *
000160*               EN DOUBLE SONT REJETEES ET COMPTEES              *
000170*****************************************************************
000180*  HISTORIQUE DES MODIFICATIONS                                 *
000190*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000200*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. IBM-390.
000240 OBJECT-COMPUTER. IBM-390.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CARTES-FILE    ASSIGN TO PARCOURS
000280            ORGANIZATION   LINE SEQUENTIAL.
000290     SELECT FPARC03-FILE   ASSIGN TO FPARC03
000300            ORGANIZATION   INDEXED
000310            ACCESS MODE    RANDOM
000320            RECORD KEY     PA-CLE
000330            FILE STATUS    WS-FPARC-STATUS.
000340*
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  CARTES-FILE
000380     RECORDING MODE F.
000390 01  CARTE-REC.
000400     05  CA-PARCOURS       PIC X(08).
000410     05  FILLER            PIC X(01).
000420     05  CA-ETAPE          PIC X(02).
000430     05  FILLER            PIC X(01).
000440     05  CA-TYPE           PIC X(10).
000450     05  FILLER            PIC X(01).
000460     05  CA-LIBELLE        PIC X(30).
000470     05  FILLER            PIC X(27).
000480*
000490 FD  FPARC03-FILE.
000500*   DESCRIPTION DU FICHIER KSD DES PARCOURS DE FORMATION
000510     COPY FPARC.
000520*
000530 WORKING-STORAGE SECTION.
000540 77  WS-FPARC-STATUS       PIC X(02).
000550 77  WS-EOF                PIC X(01)     VALUE 'N'.
000560     88  FIN-FICHIER                     VALUE 'Y'.
000570 77  WS-NB-CARTES          PIC 9(04) COMP VALUE ZERO.
000580 77  WS-NB-CHARGES         PIC 9(04) COMP VALUE ZERO.
000590 77  WS-NB-REJETS          PIC 9(04) COMP VALUE ZERO.
000600*   LONGUEUR UTILE DU TYPE DE SESSION (DERNIER NON BLANC)
000610 77  WS-LG-TYPE            PIC 9(02) COMP.
000620*
000630 PROCEDURE DIVISION.
000640 0000-MAINLINE.
000650*----------------*
000660     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
000670     PERFORM 2000-TRAITEMENT     THRU 2000-EXIT.
000680     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
000690     STOP RUN.
000700*
000710*****************************************************************
000720*  1000  -  OUVERTURE DES FICHIERS                               *
000730*****************************************************************
000740 1000-INITIALISATION.
000750*--------------------*
000760     OPEN INPUT CARTES-FILE.
000770     OPEN I-O   FPARC03-FILE.
000780 1000-EXIT.
000790     EXIT.
000800*
000810*****************************************************************
000820*  2000  -  CHARGEMENT DES CARTES : CODE PARCOURS ET TYPE DE     *
000830*            SESSION RENSEIGNES, RANG D'ETAPE NUMERIQUE DE 01 A  *
000840*            99, DOUBLONS REJETES                                *
000850*****************************************************************
000860 2000-TRAITEMENT.
000870*----------------*
000880     MOVE 'N' TO WS-EOF.
000890     READ CARTES-FILE
000900         AT END MOVE 'Y' TO WS-EOF
000910     END-READ.
000920     PERFORM UNTIL FIN-FICHIER
000930        ADD 1 TO WS-NB-CARTES
000940        PERFORM 2100-CHARGE-CARTE THRU 2100-EXIT
000950        READ CARTES-FILE
000960            AT END MOVE 'Y' TO WS-EOF
000970        END-READ
000980     END-PERFORM.
000990 2000-EXIT.
001000     EXIT.
001010*
001020 2100-CHARGE-CARTE.
001030*------------------*
001040     IF CA-PARCOURS = SPACES
001050        OR CA-ETAPE NOT NUMERIC OR CA-ETAPE = '00'
001060        OR CA-TYPE = SPACES
001070        ADD 1 TO WS-NB-REJETS
001080        DISPLAY 'LDPARC - CARTE REJETEE : ' CA-PARCOURS
001090                ' ' CA-ETAPE ' ' CA-TYPE
001100        GO TO 2100-EXIT
001110     END-IF.
001120     MOVE 10 TO WS-LG-TYPE.
001130     PERFORM UNTIL CA-TYPE(WS-LG-TYPE:1) NOT = SPACE
001140        SUBTRACT 1 FROM WS-LG-TYPE
001150     END-PERFORM.
001160     MOVE SPACES       TO E-PARCOURS.
001170     MOVE CA-PARCOURS  TO PA-CODE-PARC.
001180     MOVE CA-ETAPE     TO PA-ETAPE.
001190     MOVE CA-LIBELLE   TO PA-LIBELLE.
001200     MOVE CA-TYPE      TO PA-TYPE-SESSION.
001210     MOVE WS-LG-TYPE   TO PA-LG-TYPE.
001220     WRITE E-PARCOURS.
001230     EVALUATE WS-FPARC-STATUS
001240         WHEN '00'
001250             ADD 1 TO WS-NB-CHARGES
001260         WHEN '22'
001270             ADD 1 TO WS-NB-REJETS
001280             DISPLAY 'LDPARC - ETAPE EN DOUBLE : ' CA-PARCOURS
001290                     ' ' CA-ETAPE
001300         WHEN OTHER
001310             PERFORM 9500-ERREUR-FPARC THRU 9500-EXIT
001320     END-EVALUATE.
001330 2100-EXIT.
001340     EXIT.
001350*
001360 9500-ERREUR-FPARC.
001370*------------------*
001380     DISPLAY 'LDPARC - ERREUR E/S FPARC03 - CODE STATUT '
001390             WS-FPARC-STATUS.
001400     MOVE 16 TO RETURN-CODE.
001410     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
001420     STOP RUN.
001430 9500-EXIT.
001440     EXIT.
001450*
001460*****************************************************************
001470*  9000  -  BILAN ET FERMETURE DES FICHIERS                      *
001480*****************************************************************
001490 9000-TERMINAISON.
001500*-----------------*
001510     DISPLAY 'LDPARC - CARTES ' WS-NB-CARTES
001520             ' CHARGEES ' WS-NB-CHARGES
001530             ' REJETS ' WS-NB-REJETS.
001540     CLOSE CARTES-FILE.
001550     CLOSE FPARC03-FILE.
001560 9000-EXIT.
001570     EXIT.
