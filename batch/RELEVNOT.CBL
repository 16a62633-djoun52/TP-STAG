000120*               LA SESSION) - L'IDENTITE EST RELUE DANS FSTAG03  *
000130*               PUIS FSTAGFIN (LES RELEVES PARTENT SOUVENT APRES *
000140*               LA FIN DE STAGE)                                 *
000142*               LA CERTIFICATION EXTERNE OBTENUE (RESULTAT DU    *
000144*               CENTRE D'EXAMEN, FEXAM03) EST EDITEE SOUS LE     *
000146*               RESULTAT INTERNE DE LA SESSION QUI Y PREPARE     *
000150*****************************************************************
000160*  HISTORIQUE DES MODIFICATIONS                                 *
000170*  02/09/2026  SE  CREATION DU PROGRAMME                        *
000173*  15/10/2026  SE  CERTIFICATION EXTERNE (FEXAM03) EDITEE EN    *
000176*                  REGARD DU RESULTAT INTERNE                   *
000180*****************************************************************
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000370            ACCESS MODE    RANDOM
000380            RECORD KEY     FN-NUMERO
000390            FILE STATUS    WS-FFIN-STATUS.
000391     SELECT FEXAM03-FILE   ASSIGN TO FEXAM03
000392            ORGANIZATION   INDEXED
000393            ACCESS MODE    DYNAMIC
000394            RECORD KEY     EX-CLE
000395            FILE STATUS    WS-FEXAM-STATUS.
000400     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000410            ORGANIZATION   LINE SEQUENTIAL.
000420     SELECT RELEVE-FILE    ASSIGN TO RELEVE
000520     COPY FSTAG.
000530 FD  FSTAGFIN-FILE.
000540     COPY FSTAGFIN.
000542 FD  FEXAM03-FILE.
000544*   INSCRIPTIONS AUX EXAMENS DE CERTIFICATION EXTERNES
000546     COPY FEXAM.
000550 FD  SYSIN-FILE
000560     RECORDING MODE F.
000570 01  SYSIN-REC.
000700 77  WS-FRESU-STATUS       PIC X(02).
000710 77  WS-FSTAG-STATUS       PIC X(02).
000720 77  WS-FFIN-STATUS        PIC X(02).
000725 77  WS-FEXAM-STATUS       PIC X(02).
000730 77  WS-EOF                PIC X(01)     VALUE 'N'.
000740     88  FIN-SYSIN                       VALUE 'Y'.
000750 77  WS-NB-EDITES          PIC 9(06) COMP VALUE ZERO.
000840 77  WS-NB-LIGNES          PIC 9(03) COMP.
000850 77  WS-ISSUE-EDIT         PIC X(10).
000860 77  WS-NB-ED              PIC ZZZZZ9.
000862*   RESULTAT DU CENTRE D'EXAMEN EDITE SOUS LE RESULTAT INTERNE
000864 77  WS-CERT-EDIT          PIC X(10).
000866 77  WS-SCORE-ED           PIC ZZ9.
000870 01  LIGNE                 PIC X(133).
000880 01  RELEVE-VIDE           PIC X(80)     VALUE SPACE.
000890*
001070     OPEN INPUT  FRESU03-FILE.
001080     OPEN INPUT  FSTAG03-FILE.
001090     OPEN INPUT  FSTAGFIN-FILE.
001095     OPEN INPUT  FEXAM03-FILE.
001100     OPEN INPUT  SYSIN-FILE.
001110     OPEN OUTPUT RELEVE-FILE.
001120     OPEN OUTPUT RAPPORT-FILE.
002880            DELIMITED BY SIZE INTO RELEVE-REC.
002890     WRITE RELEVE-REC AFTER ADVANCING 1.
002900     ADD 1 TO WS-NB-LIGNES.
002905     PERFORM 2600-CERTIFICATION THRU 2600-EXIT.
002910 2500-EXIT.
002911     EXIT.
002912*
002913*****************************************************************
002914*  2600  -  CERTIFICATIONS EXTERNES PREPAREES PAR LA SESSION DU  *
002915*            RESULTAT EN COURS : UNE LIGNE PAR RESULTAT RECU DU  *
002916*            CENTRE D'EXAMEN (FEXAM03, PARCOURS SUR LE PREFIXE   *
002917*            NUMERO)                                             *
002918*****************************************************************
002919 2600-CERTIFICATION.
002920*-------------------*
002921     MOVE RS-NUMERO  TO EX-NUMERO.
002922     MOVE LOW-VALUES TO EX-CENTRE EX-SESSION-EXAM.
002923     START FEXAM03-FILE KEY >= EX-CLE.
002924     IF WS-FEXAM-STATUS NOT = '00'
002925        GO TO 2600-EXIT
002926     END-IF.
002927     READ FEXAM03-FILE NEXT.
002928     PERFORM UNTIL WS-FEXAM-STATUS NOT = '00'
002929             OR EX-NUMERO NOT = RS-NUMERO
002930        IF EX-CODE-SESSION = RS-CODE-SESSION
002931           AND EX-RESULTAT-RECU
002932           PERFORM 2650-LIGNE-CERTIF THRU 2650-EXIT
002933        END-IF
002934        READ FEXAM03-FILE NEXT
002935     END-PERFORM.
002936 2600-EXIT.
002937     EXIT.
002938*
002939 2650-LIGNE-CERTIF.
002940*------------------*
002941     EVALUATE EX-RESULTAT
002942         WHEN 'A'
002943             MOVE 'ADMIS     ' TO WS-CERT-EDIT
002944         WHEN 'J'
002945             MOVE 'AJOURNE   ' TO WS-CERT-EDIT
002946         WHEN OTHER
002947             MOVE 'ABSENT    ' TO WS-CERT-EDIT
002948     END-EVALUATE.
002949     MOVE EX-SCORE TO WS-SCORE-ED.
002950     MOVE RELEVE-VIDE TO RELEVE-REC.
002951     IF EX-RESULTAT = 'A'
002952        STRING '     CERTIFICATION ' EX-CERTIF ' : ' WS-CERT-EDIT
002953               ' CERTIFICAT N. ' EX-NUM-CERTIFICAT
002954               DELIMITED BY SIZE INTO RELEVE-REC
002955     ELSE
002956        STRING '     CERTIFICATION ' EX-CERTIF ' : ' WS-CERT-EDIT
002957               ' SCORE ' WS-SCORE-ED '/100'
002958               DELIMITED BY SIZE INTO RELEVE-REC
002959     END-IF.
002960     WRITE RELEVE-REC AFTER ADVANCING 1.
002961 2650-EXIT.
002962     EXIT.
002963*
002964*****************************************************************
002965*  9000  -  BILAN ET FERMETURE DES FICHIERS                      *
002966*****************************************************************
002970 9000-TERMINAISON.
002980*-----------------*
002990     MOVE SPACE TO LIGNE.
003090     CLOSE FRESU03-FILE.
003100     CLOSE FSTAG03-FILE.
003110     CLOSE FSTAGFIN-FILE.
003115     CLOSE FEXAM03-FILE.
003120     CLOSE SYSIN-FILE.
003130     CLOSE RELEVE-FILE.
003140     CLOSE RAPPORT-FILE.
