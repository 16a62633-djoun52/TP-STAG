000160*               LE TYPE R (ATTESTATION DE RESULTAT) PORTE EN     *
000170*               PLUS L'ISSUE ET LA NOTE RELUES DANS FRESU03,     *
000180*               EXIGEES PAR LES FINANCEURS                       *
000183*               ET LA CERTIFICATION EXTERNE OBTENUE AU CENTRE    *
000186*               D'EXAMEN (FEXAM03) QUAND LA SESSION Y PREPARE    *
000190*****************************************************************
000200*  HISTORIQUE DES MODIFICATIONS                                 *
000210*  22/08/2026  SE  CREATION DU PROGRAMME                        *
000300*                  &NOTE, MODSUB) - TEXTE D'ORIGINE A DEFAUT    *
000310*  02/09/2026  SE  REGISTRE DES ATTESTATIONS FCERT03 (CLE       *
000320*                  SERIE) POUR LA VERIFICATION EN LIGNE INFKCI3 *
000323*  15/10/2026  SE  TYPE R : CERTIFICATION EXTERNE (FEXAM03)     *
000326*                  EDITEE SOUS LE RESULTAT, VARIABLE &CERTIF    *
000327*  15/10/2026  SE  REEDITION SOUS LE NOM D'EPOQUE (FREED03      *
000328*                  RD-NOM-EPOQUE) : NOM PORTE AU DEBUT DU STAGE *
000329*                  RELU DANS L'HISTORIQUE DES NOMS FNOMH03,     *
000330*                  DATE DU NOM CONSIGNEE DANS FCERT03           *
000332*  15/10/2026  SE  TYPE F RETENU (NON EDITE, DEMANDE FREED03    *
000334*                  CONSERVEE) TANT QU'UN MATERIEL PRETE N'EST   *
000336*                  PAS RESTITUE (FPRET03)                       *
000338*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-390.
000720            ACCESS MODE    DYNAMIC
000730            RECORD KEY     MD-CLE
000740            FILE STATUS    WS-FMODL-STATUS.
000741     SELECT FEXAM03-FILE   ASSIGN TO FEXAM03
000742            ORGANIZATION   INDEXED
000743            ACCESS MODE    DYNAMIC
000744            RECORD KEY     EX-CLE
000745            FILE STATUS    WS-FEXAM-STATUS.
000746     SELECT FNOMH03-FILE   ASSIGN TO FNOMH03
000747            ORGANIZATION   INDEXED
000748            ACCESS MODE    DYNAMIC
000749            RECORD KEY     NH-CLE
000750            FILE STATUS    WS-FNMH-STATUS.
000751     SELECT FPRET03-FILE   ASSIGN TO FPRET03
000752            ORGANIZATION   INDEXED
000753            ACCESS MODE    DYNAMIC
000754            RECORD KEY     PR-CLE
000755            FILE STATUS    WS-FPRET-STATUS.
000756     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000760            ORGANIZATION   LINE SEQUENTIAL.
000770     SELECT CERTIF-FILE    ASSIGN TO CERTIF
000780            ORGANIZATION   LINE SEQUENTIAL.
000950     COPY FREED.
000960 FD  FCERT03-FILE.
000970     COPY FCERT.
000973 FD  FEXAM03-FILE.
000976     COPY FEXAM.
000977 FD  FNOMH03-FILE.
000978     COPY FNOMH.
000981 FD  FPRET03-FILE.
000984     COPY FPRET.
000987 FD  SYSIN-FILE
000990     RECORDING MODE F.
001000 01  SYSIN-REC.
001010     05  SI-NUMERO         PIC X(04).
001340 77  WS-FRESU-STATUS       PIC X(02).
001350 77  WS-FREED-STATUS       PIC X(02).
001360 77  WS-FCERT-STATUS       PIC X(02).
001365 77  WS-FEXAM-STATUS       PIC X(02).
001367 77  WS-FNMH-STATUS        PIC X(02).
001368 77  WS-FPRET-STATUS       PIC X(02).
001370 77  WS-EOF                PIC X(01)     VALUE 'N'.
001380     88  FIN-SYSIN                       VALUE 'Y'.
001390 77  WS-NB-EDITES          PIC 9(06) COMP VALUE ZERO.
001550 77  WS-C-DEBUT            PIC 9(08).
001560 77  WS-C-FIN              PIC 9(08).
001570 77  WS-TROUVE             PIC X(01).
001571*   REEDITION SOUS LE NOM D'EPOQUE ('O', DEMANDE FREED03) ET DATE
001572*   (AAAAMMJJ) A LAQUELLE LE NOM IMPRIME ETAIT PORTE
001573 77  WS-NOM-EPOQUE         PIC X(01)     VALUE 'N'.
001574 77  WS-DATE-REF           PIC 9(08).
001575 77  WS-NB-NOM-EPOQUE      PIC 9(06) COMP VALUE ZERO.
001576*   TYPE F RETENU : MATERIEL PRETE NON RESTITUE (FPRET03)
001577 77  WS-RETENUE            PIC X(01)     VALUE 'N'.
001578 77  WS-NB-RETENUES        PIC 9(06) COMP VALUE ZERO.
001580*   RESULTAT RELU DANS FRESU03 POUR LE TYPE R
001590 77  WS-RES-TROUVE         PIC X(01).
001600 77  WS-C-NOTE             PIC 9(02).
001610 77  WS-C-ISSUE            PIC X(01).
001620 77  WS-ISSUE-EDIT         PIC X(10).
001621*   CERTIFICATION EXTERNE RELUE DANS FEXAM03 POUR LE TYPE R (LA
001622*   PREMIERE ADMISE, A DEFAUT LE PREMIER RESULTAT RECU)
001623 77  WS-CERT-TROUVE        PIC X(01).
001624 77  WS-CERT-ADMIS         PIC X(01).
001625 77  WS-CERT-EDIT          PIC X(07).
001626 77  WS-CERT-VAR           PIC X(40).
001627 77  WS-CERT-LIGNE         PIC X(80).
001630 77  WS-NB-ED              PIC ZZZZZ9.
001640 01  LIGNE                 PIC X(133).
001650 01  CERTIF-VIDE           PIC X(80)     VALUE SPACE.
002040     OPEN INPUT  FRESU03-FILE.
002050     OPEN I-O    FREED03-FILE.
002060     OPEN I-O    FCERT03-FILE.
002065     OPEN INPUT  FEXAM03-FILE.
002067     OPEN INPUT  FNOMH03-FILE.
002068     OPEN INPUT  FPRET03-FILE.
002070     OPEN I-O    FCTL03-FILE.
002080     OPEN INPUT  SYSIN-FILE.
002090     OPEN OUTPUT CERTIF-FILE.
002580 2100-EDITE-UN.
002590*--------------*
002600     MOVE 'N' TO WS-TROUVE.
002601     MOVE 'N' TO WS-RETENUE.
002602     MOVE WS-DATE-JOUR TO WS-DATE-REF.
002603     MOVE 'N'    TO WS-CERT-TROUVE.
002606     MOVE SPACES TO WS-CERT-VAR.
002610*   TYPE R : IDENTITE DANS FSTAG03 PUIS FSTAGFIN (LES RESULTATS
002620*   ARRIVENT SOUVENT APRES LA FIN DE STAGE)
002630     IF WS-TYPE = 'R'
002890           MOVE E-DATE-FIN-PREVUE TO WS-C-FIN
002900        END-IF
002910     END-IF.
002911 2100-SUITE.
002912     IF WS-TROUVE = 'O' AND WS-TYPE = 'F'
002913        PERFORM 2190-CONTROLE-PRETS THRU 2190-EXIT
002914     END-IF.
002915     IF WS-RETENUE = 'O'
002916        MOVE SPACE TO LIGNE
002917        STRING ' ATTESTATION RETENUE (MATERIEL NON RESTITUE) : '
002918               WS-C-NUMERO DELIMITED BY SIZE INTO LIGNE
002919        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
002920        ADD 1 TO WS-NB-RETENUES
002921        GO TO 2100-EXIT
002922     END-IF.
002923     IF WS-TROUVE = 'O' AND WS-NOM-EPOQUE = 'O'
002924        PERFORM 2180-NOM-EPOQUE THRU 2180-EXIT
002926     END-IF.
002930     IF WS-TROUVE = 'O'
002940        PERFORM 2300-IMPRIME-CERTIF THRU 2300-EXIT
002950     ELSE
003190           MOVE 'F' TO WS-TYPE
003200        END-IF
003210        MOVE RD-NUMERO TO WS-C-NUMERO
003212        IF RD-NOM-EPOQUE = 'O'
003214           MOVE 'O' TO WS-NOM-EPOQUE
003216        END-IF
003220        PERFORM 2100-EDITE-UN THRU 2100-EXIT
003225        MOVE 'N' TO WS-NOM-EPOQUE
003230        IF WS-RETENUE NOT = 'O'
003240           ADD 1 TO WS-NB-REEDITIONS
003243           DELETE FREED03-FILE
003246        END-IF
003250        READ FREED03-FILE
003260            AT END MOVE 'Y' TO WS-EOF-REED
003270        END-READ
003680           MOVE 'O'      TO WS-RES-TROUVE
003690           MOVE RS-NOTE  TO WS-C-NOTE
003700           MOVE RS-ISSUE TO WS-C-ISSUE
003705           PERFORM 2160-CERTIFICATION THRU 2160-EXIT
003710        ELSE
003720           MOVE 'N' TO WS-TROUVE
003730           MOVE SPACE TO LIGNE
003780        END-IF
003790     END-IF.
003800 2150-EXIT.
003801     EXIT.
003802*
003803*****************************************************************
003804*  2160  -  TYPE R : CERTIFICATION EXTERNE PREPAREE PAR LA       *
003805*            SESSION (FEXAM03, PARCOURS SUR LE PREFIXE NUMERO,   *
003806*            RESULTATS RECUS DU CENTRE SEULEMENT)                *
003807*****************************************************************
003808 2160-CERTIFICATION.
003809*-------------------*
003810     MOVE 'N' TO WS-CERT-ADMIS.
003811     MOVE WS-C-NUMERO TO EX-NUMERO.
003812     MOVE LOW-VALUES  TO EX-CENTRE EX-SESSION-EXAM.
003813     START FEXAM03-FILE KEY >= EX-CLE.
003814     IF WS-FEXAM-STATUS NOT = '00'
003815        GO TO 2160-EXIT
003816     END-IF.
003817     READ FEXAM03-FILE NEXT.
003818     PERFORM UNTIL WS-FEXAM-STATUS NOT = '00'
003819             OR EX-NUMERO NOT = WS-C-NUMERO
003820        IF EX-CODE-SESSION = WS-C-SESSION
003821           AND EX-RESULTAT-RECU
003822           AND WS-CERT-ADMIS = 'N'
003823           IF WS-CERT-TROUVE = 'N' OR EX-RESULTAT = 'A'
003824              PERFORM 2170-RETIENT-CERTIF THRU 2170-EXIT
003825           END-IF
003826        END-IF
003827        READ FEXAM03-FILE NEXT
003828     END-PERFORM.
003829 2160-EXIT.
003830     EXIT.
003831*
003832 2170-RETIENT-CERTIF.
003833*--------------------*
003834     MOVE 'O' TO WS-CERT-TROUVE.
003835     EVALUATE EX-RESULTAT
003836         WHEN 'A'
003837             MOVE 'O'       TO WS-CERT-ADMIS
003838             MOVE 'ADMIS  ' TO WS-CERT-EDIT
003839         WHEN 'J'
003840             MOVE 'AJOURNE' TO WS-CERT-EDIT
003841         WHEN OTHER
003842             MOVE 'ABSENT ' TO WS-CERT-EDIT
003843     END-EVALUATE.
003844     MOVE SPACES TO WS-CERT-VAR WS-CERT-LIGNE.
003845     IF EX-RESULTAT = 'A'
003846        STRING EX-CERTIF ' ' WS-CERT-EDIT ' ' EX-NUM-CERTIFICAT
003847               DELIMITED BY SIZE INTO WS-CERT-VAR
003848        STRING '   CERTIFICATION ' EX-CERTIF ' OBTENUE LE '
003849               EX-DATE-RESULTAT(7:2) '/' EX-DATE-RESULTAT(5:2) '/'
003850               EX-DATE-RESULTAT(1:4) ' N. ' EX-NUM-CERTIFICAT
003851               DELIMITED BY SIZE INTO WS-CERT-LIGNE
003852     ELSE
003853        STRING EX-CERTIF ' ' WS-CERT-EDIT
003854               DELIMITED BY SIZE INTO WS-CERT-VAR
003855        STRING '   CERTIFICATION ' EX-CERTIF ' : ' WS-CERT-EDIT
003856               DELIMITED BY SIZE INTO WS-CERT-LIGNE
003857     END-IF.
003858 2170-EXIT.
003859     EXIT.
003860*
003861*****************************************************************
003862*  2180  -  REEDITION SOUS LE NOM D'EPOQUE : NOM PORTE AU DEBUT  *
003863*            DU STAGE (PREMIERE ENTREE FNOMH03 CLOSE APRES CETTE *
003864*            DATE) - SANS ENTREE, LE NOM N'A PAS CHANGE DEPUIS   *
003865*****************************************************************
003866 2180-NOM-EPOQUE.
003867*----------------*
003868     IF WS-C-DEBUT = ZERO
003869        GO TO 2180-EXIT
003870     END-IF.
003871     MOVE WS-C-DEBUT(5:4) TO WS-DATE-REF(1:4).
003872     MOVE WS-C-DEBUT(3:2) TO WS-DATE-REF(5:2).
003873     MOVE WS-C-DEBUT(1:2) TO WS-DATE-REF(7:2).
003874     MOVE WS-C-NUMERO TO NH-NUMERO.
003875     MOVE WS-DATE-REF TO NH-DATE-FIN.
003876     MOVE 999999      TO NH-HEURE-FIN.
003877     START FNOMH03-FILE KEY >= NH-CLE.
003878     IF WS-FNMH-STATUS NOT = '00'
003879        GO TO 2180-EXIT
003880     END-IF.
003881     READ FNOMH03-FILE NEXT.
003882     IF WS-FNMH-STATUS NOT = '00'
003883        OR NH-NUMERO NOT = WS-C-NUMERO
003884        GO TO 2180-EXIT
003885     END-IF.
003886     MOVE SPACE TO LIGNE.
003887     STRING ' NOM D''EPOQUE : ' WS-C-NUMERO ' ' NH-NOM
003888            ' (NOM ACTUEL ' WS-C-NOM ')'
003889            DELIMITED BY SIZE INTO LIGNE.
003890     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003891     MOVE NH-NOM TO WS-C-NOM.
003892     ADD 1 TO WS-NB-NOM-EPOQUE.
003893 2180-EXIT.
003894     EXIT.
003895*
003896*****************************************************************
003897*  2190  -  TYPE F : UN PRET DE MATERIEL NON SOLDE (FPRET03, AU  *
003898*            NOM DU STAGIAIRE - UN ANCIEN TITULAIRE DU NUMERO    *
003899*            N'EST PAS PRIS EN COMPTE) RETIENT L'ATTESTATION     *
003900*            JUSQU'A LA SAISIE DU RETOUR SUR INGDCI3             *
003901*****************************************************************
003902 2190-CONTROLE-PRETS.
003903*--------------------*
003904     MOVE WS-C-NUMERO TO PR-NUMERO.
003905     MOVE LOW-VALUES  TO PR-MATERIEL.
003906     MOVE ZERO        TO PR-DATE-PRET.
003907     START FPRET03-FILE KEY >= PR-CLE.
003908     IF WS-FPRET-STATUS NOT = '00'
003909        GO TO 2190-EXIT
003910     END-IF.
003911     READ FPRET03-FILE NEXT.
003912     PERFORM UNTIL WS-FPRET-STATUS NOT = '00'
003913             OR PR-NUMERO NOT = WS-C-NUMERO
003914             OR WS-RETENUE = 'O'
003915        IF PR-DATE-RETOUR = ZERO AND PR-NOM = WS-C-NOM
003916           MOVE 'O' TO WS-RETENUE
003917        END-IF
003918        READ FPRET03-FILE NEXT
003919     END-PERFORM.
003920 2190-EXIT.
003921     EXIT.
003922*
003923*****************************************************************
003924*  2200  -  ATTESTATIONS POUR TOUS LES INSCRITS D'UNE SESSION    *
003925*            (PARCOURS DE FSTAG03 OU FSTAGFIN SELON LE TYPE)     *
003926*****************************************************************
003927 2200-EDITE-SESSION.
003928*-------------------*
003929     IF WS-TYPE = 'F'
003930        MOVE ZERO TO FN-NUMERO
003931        START FSTAGFIN-FILE KEY >= FN-NUMERO
003932        IF WS-FFIN-STATUS NOT = '00'
003933           GO TO 2200-EXIT
003940        END-IF
003950        READ FSTAGFIN-FILE NEXT
003960        PERFORM UNTIL WS-FFIN-STATUS NOT = '00'
005090               '   NOTE ' WS-C-NOTE '/20'
005100               DELIMITED BY SIZE INTO CERTIF-REC
005110        WRITE CERTIF-REC AFTER ADVANCING 1
005112        IF WS-CERT-TROUVE = 'O'
005114           MOVE WS-CERT-LIGNE TO CERTIF-REC
005116           WRITE CERTIF-REC AFTER ADVANCING 1
005118        END-IF
005120     END-IF.
005130 2390-SUITE.
005140     MOVE CERTIF-VIDE TO CERTIF-REC.
005290     MOVE WS-TYPE      TO CR-TYPE.
005300     MOVE WS-C-SESSION TO CR-CODE-SESSION.
005310     MOVE WS-DATE-EDIT TO CR-DATE.
005315     MOVE WS-DATE-REF  TO CR-DATE-NOM.
005320     WRITE E-CERTIFICAT.
005330     IF WS-FCERT-STATUS NOT = '00' AND NOT = '22'
005340        DISPLAY 'CERTSTAG - ERREUR E/S FCERT03 - CODE STATUT '
005450*****************************************************************
005460 2350-VARS-MODELE.
005470*-----------------*
005480     MOVE 9 TO MS-NB-VARS.
005490     MOVE '&PRENOM'    TO MS-NOM(1).
005500     MOVE WS-C-PRENOM  TO MS-VALEUR(1).
005510     MOVE '&NOM'       TO MS-NOM(2).
005880     ELSE
005890        MOVE SPACES TO MS-VALEUR(8)
005900     END-IF.
005903     MOVE '&CERTIF'    TO MS-NOM(9).
005906     MOVE WS-CERT-VAR  TO MS-VALEUR(9).
005910 2350-EXIT.
005920     EXIT.
005930*
006860     STRING ' REEDITIONS EN LIGNE    : ' WS-NB-ED
006870            DELIMITED BY SIZE INTO LIGNE.
006880     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
006881     MOVE SPACE TO LIGNE.
006882     MOVE WS-NB-NOM-EPOQUE TO WS-NB-ED.
006883     STRING ' DONT SOUS NOM D''EPOQUE : ' WS-NB-ED
006884            DELIMITED BY SIZE INTO LIGNE.
006885     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
006887     MOVE SPACE TO LIGNE.
006889     MOVE WS-NB-RETENUES TO WS-NB-ED.
006891     STRING ' RETENUES (MATERIEL)    : ' WS-NB-ED
006893            DELIMITED BY SIZE INTO LIGNE.
006895     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
006897     CLOSE FMODL03-FILE.
006900     CLOSE FSTAG03-FILE.
006910     CLOSE FSTAGFIN-FILE.
006920     CLOSE FRESU03-FILE.
006930     CLOSE FREED03-FILE.
006940     CLOSE FCERT03-FILE.
006945     CLOSE FEXAM03-FILE.
006947     CLOSE FNOMH03-FILE.
006948     CLOSE FPRET03-FILE.
006950     CLOSE FCTL03-FILE.
006960     CLOSE SYSIN-FILE.
006970     CLOSE CERTIF-FILE.
