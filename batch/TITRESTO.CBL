000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TITRESTO.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  TITRESTO -  TITRES-RESTAURANT D'UN MOIS D'ABSENCES CLOTURE   *
000090*               (FCTL03 'CLOTPRES') : UN TITRE PAR JOUR DE COURS*
000100*               EFFECTIVEMENT SUIVI PAR CHAQUE STAGIAIRE ACTIF  *
000110*               (OU TERMINE DANS LE MOIS) - JOURS DE COURS DE   *
000120*               LA SESSION (CALENDRIER FCALS03, FERIES ET       *
000130*               FERMETURES FJOUR03) BORNES PAR LES DATES DE LA  *
000140*               FORMATION ET DE LA SESSION, MOINS LES ABSENCES  *
000150*               (FPRES03, ETAT CORRIGE PAR FREGU03, JUSTIFIEES  *
000160*               OU NON) ET LES CONGES PAYES ACCORDES (FCONG03)  *
000170*               - DROIT DU MOIS ET PART DU STAGIAIRE ENREGISTRES*
000180*                 DANS FTITR03, RETENUE ENSUITE PAR EXPPAIE     *
000190*               - FICHIER DE COMMANDE DU PRESTATAIRE : UNE LIGNE*
000200*                 PAR SITE (S-SITE), ENTETE ET TOTAUX           *
000210*               - LISTE D'EMARGEMENT PAR SESSION, SOUS-TOTAUX   *
000220*                 PAR SESSION ET PAR SITE                       *
000230*               LE DERNIER MOIS COMMANDE EST CONSIGNE DANS      *
000240*               FCTL03 ('TITRESTO') : UN MOIS DEJA COMMANDE EST *
000250*               REFUSE (RC=8) SAUF RELANCE FORCEE - UN DROIT    *
000260*               DEJA RETENU EN PAIE N'EST JAMAIS RECALCULE      *
000270*  SYSIN : COL 1-6   MOIS AAAAMM (DEFAUT = DERNIER MOIS CLOTURE)*
000280*          COL 8-11  VALEUR FACIALE DU TITRE EN CENTIMES        *
000290*                    (DEFAUT 0900 = 9.00 EUROS)                 *
000300*          COL 13-14 PART A LA CHARGE DU STAGIAIRE EN           *
000310*                    POURCENTAGE (DEFAUT 50, 60 AU PLUS)        *
000320*          COL 16    'F' RELANCE FORCEE D'UN MOIS DEJA COMMANDE *
000330*****************************************************************
000340*  HISTORIQUE DES MODIFICATIONS                                 *
000350*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-390.
000400 OBJECT-COMPUTER. IBM-390.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT FSTAG03-FILE   ASSIGN TO FSTAG03
000440            ORGANIZATION   INDEXED
000450            ACCESS MODE    SEQUENTIAL
000460            RECORD KEY     E-NUMERO
000470            FILE STATUS    WS-FSTAG-STATUS.
000480     SELECT FSESS03-FILE   ASSIGN TO FSESS03
000490            ORGANIZATION   INDEXED
000500            ACCESS MODE    RANDOM
000510            RECORD KEY     S-CODE
000520            FILE STATUS    WS-FSESS-STATUS.
000530     SELECT FCALS03-FILE   ASSIGN TO FCALS03
000540            ORGANIZATION   INDEXED
000550            ACCESS MODE    RANDOM
000560            RECORD KEY     CS-CODE
000570            FILE STATUS    WS-FCALS-STATUS.
000580     SELECT FJOUR03-FILE   ASSIGN TO FJOUR03
000590            ORGANIZATION   INDEXED
000600            ACCESS MODE    RANDOM
000610            RECORD KEY     JF-DATE
000620            FILE STATUS    WS-FJOUR-STATUS.
000630     SELECT FPRES03-FILE   ASSIGN TO FPRES03
000640            ORGANIZATION   INDEXED
000650            ACCESS MODE    DYNAMIC
000660            RECORD KEY     PR-CLE
000670            FILE STATUS    WS-FPRES-STATUS.
000680     SELECT FREGU03-FILE   ASSIGN TO FREGU03
000690            ORGANIZATION   INDEXED
000700            ACCESS MODE    DYNAMIC
000710            RECORD KEY     RG-CLE
000720            FILE STATUS    WS-FREGU-STATUS.
000730     SELECT FCONG03-FILE   ASSIGN TO FCONG03
000740            ORGANIZATION   INDEXED
000750            ACCESS MODE    DYNAMIC
000760            RECORD KEY     CG-CLE
000770            FILE STATUS    WS-FCONG-STATUS.
000780     SELECT FTITR03-FILE   ASSIGN TO FTITR03
000790            ORGANIZATION   INDEXED
000800            ACCESS MODE    RANDOM
000810            RECORD KEY     TT-CLE
000820            FILE STATUS    WS-FTITR-STATUS.
000830     SELECT FCTL03-FILE    ASSIGN TO FCTL03
000840            ORGANIZATION   INDEXED
000850            ACCESS MODE    RANDOM
000860            RECORD KEY     CT-CLE
000870            FILE STATUS    WS-FCTL-STATUS.
000880     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000890            ORGANIZATION   LINE SEQUENTIAL.
000900     SELECT COMMANDE-FILE  ASSIGN TO CMDTITR
000910            ORGANIZATION   LINE SEQUENTIAL.
000920     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000930            ORGANIZATION   LINE SEQUENTIAL.
000940     SELECT TRI-FILE       ASSIGN TO TRIWK01.
000950*
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  FSTAG03-FILE.
000990     COPY FSTAG.
001000 FD  FSESS03-FILE.
001010     COPY FSESS.
001020 FD  FCALS03-FILE.
001030     COPY FCALS.
001040 FD  FJOUR03-FILE.
001050     COPY FJOUR.
001060 FD  FPRES03-FILE.
001070     COPY FPRES.
001080 FD  FREGU03-FILE.
001090     COPY FREGU.
001100 FD  FCONG03-FILE.
001110*   CONGES PAYES (JOUR ACCORDE = NI PRESENCE NI ABSENCE)
001120     COPY FCONG.
001130 FD  FTITR03-FILE.
001140*   DROITS AUX TITRES-RESTAURANT PAR STAGIAIRE ET PAR MOIS
001150     COPY FTITR.
001160 FD  FCTL03-FILE.
001170*   ENREGISTREMENT DE CONTROLE (RUN-CONTROL)
001180     COPY FCTL.
001190*
001200 FD  SYSIN-FILE
001210     RECORDING MODE F.
001220 01  SYSIN-REC.
001230     05  SI-MOIS           PIC X(06).
001240     05  FILLER            PIC X(01).
001250     05  SI-VALEUR         PIC X(04).
001260     05  FILLER            PIC X(01).
001270     05  SI-PART           PIC X(02).
001280     05  FILLER            PIC X(01).
001290     05  SI-FORCE          PIC X(01).
001300     05  FILLER            PIC X(64).
001310*
001320*   FICHIER DE COMMANDE DU PRESTATAIRE : ENTETE 'E', UNE LIGNE
001330*   'D' PAR SITE, FIN 'F' AVEC LES TOTAUX (MONTANTS EN CENTIMES)
001340 FD  COMMANDE-FILE
001350     RECORDING MODE F.
001360 01  COMMANDE-REC          PIC X(80).
001370*
001380 FD  RAPPORT-FILE
001390     RECORDING MODE F.
001400 01  RAPPORT-REC           PIC X(133).
001410*
001420 SD  TRI-FILE.
001430 01  TRI-REC.
001440     05  TS-SITE           PIC X(20).
001450     05  TS-SESSION        PIC X(10).
001460     05  TS-NOM            PIC X(25).
001470     05  TS-PRENOM         PIC X(25).
001480     05  TS-NUMERO         PIC 9(04).
001490     05  TS-JOURS          PIC 9(02).
001500     05  TS-CONGE          PIC 9(02).
001510     05  TS-ABS            PIC 9(02).
001520     05  TS-TITRES         PIC 9(02).
001530     05  TS-PART           PIC 9(03)V99.
001540*
001550 WORKING-STORAGE SECTION.
001560 77  WS-FSTAG-STATUS       PIC X(02).
001570 77  WS-FSESS-STATUS       PIC X(02).
001580 77  WS-FCALS-STATUS       PIC X(02).
001590 77  WS-FJOUR-STATUS       PIC X(02).
001600 77  WS-FPRES-STATUS       PIC X(02).
001610 77  WS-FREGU-STATUS       PIC X(02).
001620 77  WS-FCONG-STATUS       PIC X(02).
001630 77  WS-FTITR-STATUS       PIC X(02).
001640 77  WS-FCTL-STATUS        PIC X(02).
001650 77  WS-EOF                PIC X(01)     VALUE 'N'.
001660     88  FIN-FICHIER                     VALUE 'Y'.
001670 77  WS-EOF-TRI            PIC X(01)     VALUE 'N'.
001680     88  FIN-TRI                         VALUE 'Y'.
001690 77  WS-DATE-JOUR          PIC 9(08).
001700 77  WS-HEURE-JOUR         PIC 9(08).
001710*   PARAMETRES : VALEUR FACIALE, PART DU STAGIAIRE, RELANCE
001720 77  WS-VALEUR             PIC 9(02)V99  VALUE 9.
001730 77  WS-VALEUR-CTS         PIC 9(04).
001740 77  WS-TAUX-PART          PIC 9(02)     VALUE 50.
001750 77  WS-FORCE              PIC X(01)     VALUE 'N'.
001760*   DERNIER MOIS CLOTURE, DERNIER MOIS COMMANDE ET MOIS TRAITE
001770 77  WS-MOIS-CLOS          PIC 9(06)     VALUE ZERO.
001780 77  WS-MOIS-COMMANDE      PIC 9(06)     VALUE ZERO.
001790 77  WS-COMPTEUR-EXISTE    PIC X(01)     VALUE 'N'.
001800 77  WS-MOIS-CIBLE         PIC 9(06)     VALUE ZERO.
001810 01  WS-MOIS-DEC.
001820     05  WS-MOIS-AAAA      PIC 9(04).
001830     05  WS-MOIS-MM        PIC 9(02).
001840 01  WS-MOIS-NUM REDEFINES WS-MOIS-DEC
001850                           PIC 9(06).
001860 77  WS-MOIS-EDIT          PIC X(07).
001870 77  WS-DEB-MOIS           PIC 9(08).
001880 77  WS-FIN-MOIS           PIC 9(08).
001890*   JOURS DU MOIS : JOUR DE LA SEMAINE (1 = LUNDI ... 7 =
001900*   DIMANCHE) ET JOUR FERIE / FERMETURE DE SITE (FJOUR03) ;
001910*   PAR STAGIAIRE : JOUR DE COURS ('O' COURS, 'C' CONGE PAYE
001920*   ACCORDE, 'N' SANS COURS) ET ETAT EFFECTIF DU JOUR (' '
001930*   PRESENT, SINON STATUT DE JUSTIFICATION DE L'ABSENCE)
001940 77  WS-NB-JOURS-MOIS      PIC 9(02).
001950 01  JOURS-MOIS-TABLE.
001960     05 FILLER PIC X(24) VALUE '312831303130313130313031'.
001970 01  JOURS-MOIS-TBL REDEFINES JOURS-MOIS-TABLE.
001980     05  JM-NB             PIC 9(02) OCCURS 12 TIMES.
001990 01  WS-JOURS-TABLE.
002000     05  WS-JOUR-ENTRY OCCURS 31 TIMES.
002010         10  WS-JSEM       PIC 9(01).
002020         10  WS-FERIE      PIC X(01).
002030         10  WS-COURS      PIC X(01).
002040         10  WS-ETAT       PIC X(01).
002050 77  WS-IND-JJ             PIC 9(02).
002060 77  WS-ZEL-AAAA           PIC 9(04).
002070 77  WS-ZEL-MM             PIC 9(02).
002080 77  WS-ZEL-JJ             PIC 9(02).
002090 77  WS-ZEL-K              PIC 9(04).
002100 77  WS-ZEL-J              PIC 9(04).
002110 77  WS-ZEL-H              PIC 9(04).
002120*   JOURS DE COURS DE LA SESSION (FCALS03, LUNDI-VENDREDI A
002130*   DEFAUT D'ENTREE) ET DATES D'EXCEPTION SANS COURS
002140 01  WS-SEMAINE            PIC X(07).
002150 01  WS-SEMAINE-R REDEFINES WS-SEMAINE.
002160     05  WS-SEM-JOUR       PIC X(01) OCCURS 7 TIMES.
002170 01  WS-EXCEPTIONS.
002180     05  WS-EXCEPTION      PIC 9(08) OCCURS 10 TIMES.
002190 77  WS-IND-EX             PIC 9(02) COMP.
002200 77  WS-EXCLU              PIC X(01).
002210*   BORNES DE LA FORMATION DANS LE MOIS (AAAAMMJJ)
002220 77  WS-DEB-STG            PIC 9(08).
002230 77  WS-FIN-STG            PIC 9(08).
002240 77  WS-DATE-AMJ           PIC 9(08).
002250 77  WS-DATE-JMA           PIC 9(08).
002260 77  WS-SITE               PIC X(20).
002270*   DECOMPTE DU STAGIAIRE
002280 77  WS-JOURS              PIC 9(02).
002290 77  WS-JOURS-CGE          PIC 9(02).
002300 77  WS-JOURS-ABS          PIC 9(02).
002310 77  WS-TITRES             PIC 9(02).
002320 77  WS-PART               PIC 9(03)V99.
002330*   RUPTURES DE LA LISTE ET CUMULS (SESSION, SITE, COMMANDE)
002340 77  WS-SITE-COUR          PIC X(20)     VALUE LOW-VALUE.
002350 77  WS-SES-COUR           PIC X(10)     VALUE LOW-VALUE.
002360 77  WS-SES-NB             PIC 9(05) COMP VALUE ZERO.
002370 77  WS-SES-TITRES         PIC 9(07) COMP VALUE ZERO.
002380 77  WS-SES-PART           PIC 9(07)V99  VALUE ZERO.
002390 77  WS-SIT-NB             PIC 9(05) COMP VALUE ZERO.
002400 77  WS-SIT-TITRES         PIC 9(07) COMP VALUE ZERO.
002410 77  WS-SIT-PART           PIC 9(07)V99  VALUE ZERO.
002420 77  WS-SIT-MONTANT        PIC 9(09)V99  VALUE ZERO.
002430 77  WS-NB-SITES           PIC 9(05) COMP VALUE ZERO.
002440 77  WS-TOT-NB             PIC 9(05) COMP VALUE ZERO.
002450 77  WS-TOT-TITRES         PIC 9(07) COMP VALUE ZERO.
002460 77  WS-TOT-PART           PIC 9(07)V99  VALUE ZERO.
002470 77  WS-TOT-MONTANT        PIC 9(09)V99  VALUE ZERO.
002480*   COMPTEURS DU PASSAGE
002490 77  WS-NB-LUS             PIC 9(06) COMP VALUE ZERO.
002500 77  WS-NB-RETENUS         PIC 9(06) COMP VALUE ZERO.
002510 77  WS-NB-SANS-TITRE      PIC 9(06) COMP VALUE ZERO.
002520 77  WS-NB-DEJA-RETENU     PIC 9(06) COMP VALUE ZERO.
002530 77  WS-NB-ED              PIC ZZZZZ9.
002540 77  WS-MONTANT-ED         PIC ZZZZZZZZ9.99.
002550 77  WS-VALEUR-ED          PIC Z9.99.
002560 01  LIGNE                 PIC X(133).
002570*   LIGNE D'EMARGEMENT D'UN STAGIAIRE
002580 01  LIGNE-DETAIL.
002590     05  FILLER            PIC X(01) VALUE SPACE.
002600     05  LD-NUMERO         PIC 9(04).
002610     05  FILLER            PIC X(02) VALUE SPACE.
002620     05  LD-NOM            PIC X(25).
002630     05  FILLER            PIC X(01) VALUE SPACE.
002640     05  LD-PRENOM         PIC X(15).
002650     05  FILLER            PIC X(03) VALUE SPACE.
002660     05  LD-JOURS          PIC Z9.
002670     05  FILLER            PIC X(05) VALUE SPACE.
002680     05  LD-CONGE          PIC Z9.
002690     05  FILLER            PIC X(04) VALUE SPACE.
002700     05  LD-ABS            PIC Z9.
002710     05  FILLER            PIC X(05) VALUE SPACE.
002720     05  LD-TITRES         PIC Z9.
002730     05  FILLER            PIC X(03) VALUE SPACE.
002740     05  LD-PART           PIC ZZ9.99.
002750     05  FILLER            PIC X(04) VALUE SPACE.
002760     05  LD-EMARGEMENT     PIC X(30) VALUE ALL '_'.
002770     05  FILLER            PIC X(17) VALUE SPACE.
002780*   ENREGISTREMENTS DU FICHIER DE COMMANDE
002790 01  CMD-ENTETE.
002800     05  CE-TYPE           PIC X(01)     VALUE 'E'.
002810     05  CE-EMETTEUR       PIC X(08)     VALUE 'TPSTAG'.
002820     05  FILLER            PIC X(01)     VALUE SPACE.
002830     05  CE-MOIS           PIC 9(06).
002840     05  FILLER            PIC X(01)     VALUE SPACE.
002850     05  CE-DATE           PIC 9(08).
002860     05  FILLER            PIC X(01)     VALUE SPACE.
002870     05  CE-VALEUR         PIC 9(02)V99.
002880     05  FILLER            PIC X(50)     VALUE SPACE.
002890 01  CMD-DETAIL.
002900     05  CD-TYPE           PIC X(01)     VALUE 'D'.
002910     05  CD-SITE           PIC X(20).
002920     05  FILLER            PIC X(01)     VALUE SPACE.
002930     05  CD-NB-BENEF       PIC 9(05).
002940     05  FILLER            PIC X(01)     VALUE SPACE.
002950     05  CD-NB-TITRES      PIC 9(07).
002960     05  FILLER            PIC X(01)     VALUE SPACE.
002970     05  CD-MONTANT        PIC 9(09)V99.
002980     05  FILLER            PIC X(33)     VALUE SPACE.
002990 01  CMD-FIN.
003000     05  CF-TYPE           PIC X(01)     VALUE 'F'.
003010     05  CF-NB-SITES       PIC 9(05).
003020     05  FILLER            PIC X(01)     VALUE SPACE.
003030     05  CF-NB-BENEF       PIC 9(05).
003040     05  FILLER            PIC X(01)     VALUE SPACE.
003050     05  CF-NB-TITRES      PIC 9(07).
003060     05  FILLER            PIC X(01)     VALUE SPACE.
003070     05  CF-MONTANT        PIC 9(09)V99.
003080     05  FILLER            PIC X(48)     VALUE SPACE.
003090*
003100 PROCEDURE DIVISION.
003110 0000-MAINLINE.
003120*----------------*
003130     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
003140     PERFORM 1300-JOURS-DU-MOIS  THRU 1300-EXIT.
003150     SORT TRI-FILE
003160         ON ASCENDING KEY TS-SITE TS-SESSION TS-NOM TS-PRENOM
003170                          TS-NUMERO
003180         INPUT  PROCEDURE 2000-ALIMENTE-TRI THRU 2000-EXIT
003190         OUTPUT PROCEDURE 7000-EDITE-LISTE  THRU 7000-EXIT.
003200     PERFORM 8000-RECAPITULATIF THRU 8000-EXIT.
003210     PERFORM 9000-TERMINAISON   THRU 9000-EXIT.
003220     STOP RUN.
003230*
003240*****************************************************************
003250*  1000  -  LECTURE DU SYSIN, DU DERNIER MOIS CLOTURE ET DU     *
003260*            DERNIER MOIS COMMANDE, CONTROLE DU MOIS A TRAITER  *
003270*****************************************************************
003280 1000-INITIALISATION.
003290*--------------------*
003300     ACCEPT WS-DATE-JOUR  FROM DATE YYYYMMDD.
003310     ACCEPT WS-HEURE-JOUR FROM TIME.
003320     OPEN INPUT  SYSIN-FILE.
003330     READ SYSIN-FILE
003340         AT END     CONTINUE
003350         NOT AT END
003360             IF SI-MOIS NUMERIC
003370                MOVE SI-MOIS TO WS-MOIS-CIBLE
003380             END-IF
003390             IF SI-VALEUR NUMERIC AND SI-VALEUR NOT = '0000'
003400                MOVE SI-VALEUR TO WS-VALEUR-CTS
003410                COMPUTE WS-VALEUR = WS-VALEUR-CTS / 100
003420             END-IF
003430             IF SI-PART NUMERIC
003440                MOVE SI-PART TO WS-TAUX-PART
003450             END-IF
003460             IF SI-FORCE = 'F'
003470                MOVE 'O' TO WS-FORCE
003480             END-IF
003490     END-READ.
003500     CLOSE SYSIN-FILE.
003510     OPEN I-O FCTL03-FILE.
003520     IF WS-FCTL-STATUS NOT = '00'
003530        PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
003540     END-IF.
003550     MOVE 'CLOTPRES' TO CT-CLE.
003560     READ FCTL03-FILE.
003570     IF WS-FCTL-STATUS = '00'
003580        MOVE CT-SEQUENCE TO WS-MOIS-CLOS
003590     ELSE
003600        IF WS-FCTL-STATUS NOT = '23'
003610           PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
003620        END-IF
003630     END-IF.
003640     MOVE 'TITRESTO' TO CT-CLE.
003650     READ FCTL03-FILE.
003660     IF WS-FCTL-STATUS = '00'
003670        MOVE CT-SEQUENCE TO WS-MOIS-COMMANDE
003680        MOVE 'O' TO WS-COMPTEUR-EXISTE
003690     ELSE
003700        IF WS-FCTL-STATUS NOT = '23'
003710           PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
003720        END-IF
003730     END-IF.
003740     PERFORM 1050-CONTROLE-MOIS THRU 1050-EXIT.
003750     OPEN INPUT  FSTAG03-FILE.
003760     OPEN INPUT  FSESS03-FILE.
003770     OPEN INPUT  FCALS03-FILE.
003780     OPEN INPUT  FJOUR03-FILE.
003790     OPEN INPUT  FPRES03-FILE.
003800     OPEN INPUT  FREGU03-FILE.
003810     OPEN INPUT  FCONG03-FILE.
003820     OPEN I-O    FTITR03-FILE.
003830     IF WS-FTITR-STATUS NOT = '00'
003840        PERFORM 9540-ERREUR-FTITR THRU 9540-EXIT
003850     END-IF.
003860     OPEN OUTPUT COMMANDE-FILE.
003870     OPEN OUTPUT RAPPORT-FILE.
003880     MOVE WS-MOIS-CIBLE TO CE-MOIS.
003890     MOVE WS-DATE-JOUR  TO CE-DATE.
003900     MOVE WS-VALEUR     TO CE-VALEUR.
003910     WRITE COMMANDE-REC FROM CMD-ENTETE.
003920 1000-EXIT.
003930     EXIT.
003940*
003950*****************************************************************
003960*  1050  -  MOIS A TRAITER : PAR DEFAUT LE DERNIER MOIS CLOTURE *
003970*            - LES ABSENCES D'UN MOIS NON CLOTURE PEUVENT ENCORE*
003980*            CHANGER, IL EST REFUSE ; UN MOIS DEJA COMMANDE     *
003990*            N'EST REPRIS QU'EN RELANCE FORCEE                  *
004000*****************************************************************
004010 1050-CONTROLE-MOIS.
004020*-------------------*
004030     IF WS-MOIS-CLOS = ZERO
004040        DISPLAY 'TITRESTO - AUCUN MOIS CLOTURE - RIEN A COMMANDER'
004050        CLOSE FCTL03-FILE
004060        STOP RUN
004070     END-IF.
004080     IF WS-MOIS-CIBLE = ZERO
004090        MOVE WS-MOIS-CLOS TO WS-MOIS-CIBLE
004100     END-IF.
004110     MOVE WS-MOIS-CIBLE TO WS-MOIS-NUM.
004120     IF WS-MOIS-MM < 01 OR WS-MOIS-MM > 12
004130        DISPLAY 'TITRESTO - MOIS DEMANDE INVALIDE : '
004140                WS-MOIS-CIBLE
004150        MOVE 8 TO RETURN-CODE
004160        CLOSE FCTL03-FILE
004170        STOP RUN
004180     END-IF.
004190     IF WS-MOIS-CIBLE > WS-MOIS-CLOS
004200        DISPLAY 'TITRESTO - MOIS ' WS-MOIS-CIBLE
004210                ' NON CLOTURE (DERNIERE CLOTURE '
004220                WS-MOIS-CLOS ') - TRAITEMENT REFUSE'
004230        MOVE 8 TO RETURN-CODE
004240        CLOSE FCTL03-FILE
004250        STOP RUN
004260     END-IF.
004270     IF WS-MOIS-CIBLE NOT > WS-MOIS-COMMANDE AND WS-FORCE = 'N'
004280        DISPLAY 'TITRESTO - MOIS ' WS-MOIS-CIBLE
004290                ' DEJA COMMANDE (DERNIER MOIS COMMANDE '
004300                WS-MOIS-COMMANDE ') - RELANCER EN MODE FORCE'
004310        MOVE 8 TO RETURN-CODE
004320        CLOSE FCTL03-FILE
004330        STOP RUN
004340     END-IF.
004350     IF WS-TAUX-PART > 60
004360        DISPLAY 'TITRESTO - PART DU STAGIAIRE ' WS-TAUX-PART
004370                ' % SUPERIEURE A 60 % - TRAITEMENT REFUSE'
004380        MOVE 8 TO RETURN-CODE
004390        CLOSE FCTL03-FILE
004400        STOP RUN
004410     END-IF.
004420     MOVE SPACE TO WS-MOIS-EDIT.
004430     STRING WS-MOIS-MM '/' WS-MOIS-AAAA
004440            DELIMITED BY SIZE INTO WS-MOIS-EDIT.
004450     COMPUTE WS-DEB-MOIS = WS-MOIS-CIBLE * 100 + 1.
004460 1050-EXIT.
004470     EXIT.
004480*
004490*****************************************************************
004500*  1300  -  JOURS DU MOIS TRAITE : JOUR DE LA SEMAINE ET JOUR   *
004510*            FERIE OU DE FERMETURE (FJOUR03)                    *
004520*****************************************************************
004530 1300-JOURS-DU-MOIS.
004540*-------------------*
004550     MOVE WS-MOIS-MM TO WS-NB-JOURS-MOIS.
004560     MOVE JM-NB(WS-NB-JOURS-MOIS) TO WS-NB-JOURS-MOIS.
004570*   ANNEE BISSEXTILE : REGLE SIMPLE DU DIVISIBLE PAR 4,
004580*   SUFFISANTE SUR LA PLAGE DE DATES DE L'APPLICATION
004590     IF WS-MOIS-MM = 02
004600        MOVE WS-MOIS-AAAA TO WS-ZEL-AAAA
004610        DIVIDE WS-ZEL-AAAA BY 4 GIVING WS-ZEL-K
004620           REMAINDER WS-ZEL-H
004630        IF WS-ZEL-H = ZERO
004640           MOVE 29 TO WS-NB-JOURS-MOIS
004650        END-IF
004660     END-IF.
004670     COMPUTE WS-FIN-MOIS = WS-MOIS-CIBLE * 100 + WS-NB-JOURS-MOIS.
004680     PERFORM VARYING WS-ZEL-JJ FROM 1 BY 1
004690             UNTIL WS-ZEL-JJ > WS-NB-JOURS-MOIS
004700        PERFORM 1350-JOUR-SEMAINE THRU 1350-EXIT
004710        EVALUATE WS-ZEL-H
004720           WHEN 0
004730              MOVE 6 TO WS-JSEM(WS-ZEL-JJ)
004740           WHEN 1
004750              MOVE 7 TO WS-JSEM(WS-ZEL-JJ)
004760           WHEN OTHER
004770              COMPUTE WS-JSEM(WS-ZEL-JJ) = WS-ZEL-H - 1
004780        END-EVALUATE
004790        MOVE 'N' TO WS-FERIE(WS-ZEL-JJ)
004800        COMPUTE JF-DATE = WS-MOIS-CIBLE * 100 + WS-ZEL-JJ
004810        READ FJOUR03-FILE
004820        IF WS-FJOUR-STATUS = '00'
004830           MOVE 'O' TO WS-FERIE(WS-ZEL-JJ)
004840        END-IF
004850     END-PERFORM.
004860 1300-EXIT.
004870     EXIT.
004880*
004890*****************************************************************
004900*  1350  -  JOUR DE LA SEMAINE DU WS-ZEL-JJ DU MOIS TRAITE      *
004910*            (CONGRUENCE DE ZELLER, H : 0 = SAMEDI, 1 =         *
004920*            DIMANCHE, 2 = LUNDI ... - JANVIER ET FEVRIER SONT  *
004930*            COMPTES MOIS 13 ET 14 DE L'ANNEE PRECEDENTE)       *
004940*****************************************************************
004950 1350-JOUR-SEMAINE.
004960*------------------*
004970     MOVE WS-MOIS-AAAA TO WS-ZEL-AAAA.
004980     MOVE WS-MOIS-MM   TO WS-ZEL-MM.
004990     IF WS-ZEL-MM < 3
005000        ADD 12 TO WS-ZEL-MM
005010        SUBTRACT 1 FROM WS-ZEL-AAAA
005020     END-IF.
005030     DIVIDE WS-ZEL-AAAA BY 100 GIVING WS-ZEL-J
005040        REMAINDER WS-ZEL-K.
005050     COMPUTE WS-ZEL-H = WS-ZEL-JJ
005060        + ((13 * (WS-ZEL-MM + 1)) / 5)
005070        + WS-ZEL-K + (WS-ZEL-K / 4) + (WS-ZEL-J / 4)
005080        + (5 * WS-ZEL-J).
005090     DIVIDE WS-ZEL-H BY 7 GIVING WS-ZEL-AAAA
005100        REMAINDER WS-ZEL-H.
005110 1350-EXIT.
005120     EXIT.
005130*
005140*****************************************************************
005150*  2000  -  PARCOURS DES STAGIAIRES : CHAQUE STAGIAIRE ACTIF OU *
005160*            TERMINE AYANT DES JOURS DE COURS DANS LE MOIS A SON*
005170*            DROIT ENREGISTRE ; S'IL A AU MOINS UN TITRE, IL    *
005180*            FIGURE SUR LA LISTE ET DANS LA COMMANDE            *
005190*****************************************************************
005200 2000-ALIMENTE-TRI.
005210*------------------*
005220     MOVE 'N' TO WS-EOF.
005230     READ FSTAG03-FILE
005240         AT END MOVE 'Y' TO WS-EOF
005250     END-READ.
005260     IF NOT FIN-FICHIER AND WS-FSTAG-STATUS NOT = '00'
005270        PERFORM 9500-ERREUR-FSTAG THRU 9500-EXIT
005280     END-IF.
005290     PERFORM UNTIL FIN-FICHIER
005300        ADD 1 TO WS-NB-LUS
005310        IF E-ACTIF OR E-TERMINE
005320           PERFORM 2100-TRAITE-STAGIAIRE THRU 2100-EXIT
005330        END-IF
005340        READ FSTAG03-FILE
005350            AT END MOVE 'Y' TO WS-EOF
005360        END-READ
005370        IF NOT FIN-FICHIER AND WS-FSTAG-STATUS NOT = '00'
005380           PERFORM 9500-ERREUR-FSTAG THRU 9500-EXIT
005390        END-IF
005400     END-PERFORM.
005410 2000-EXIT.
005420     EXIT.
005430*
005440*****************************************************************
005450*  2100  -  DROIT D'UN STAGIAIRE : JOURS DE COURS DE SA SESSION *
005460*            DANS LE MOIS, BORNES PAR LES DATES DE LA FORMATION *
005470*            ET DE LA SESSION, MOINS LES CONGES PAYES ACCORDES  *
005480*            ET LES ABSENCES - PART DU STAGIAIRE ARRONDIE AU    *
005490*            CENTIME                                            *
005500*****************************************************************
005510 2100-TRAITE-STAGIAIRE.
005520*----------------------*
005530     MOVE WS-DEB-MOIS TO WS-DEB-STG.
005540     MOVE WS-FIN-MOIS TO WS-FIN-STG.
005550     IF E-DATE-DEBUT NOT = ZERO
005560        MOVE E-DATE-DEBUT TO WS-DATE-JMA
005570        PERFORM 2150-CONV-DATE THRU 2150-EXIT
005580        IF WS-DATE-AMJ > WS-DEB-STG
005590           MOVE WS-DATE-AMJ TO WS-DEB-STG
005600        END-IF
005610     END-IF.
005620     IF E-DATE-FIN-PREVUE NOT = ZERO
005630        MOVE E-DATE-FIN-PREVUE TO WS-DATE-JMA
005640        PERFORM 2150-CONV-DATE THRU 2150-EXIT
005650        IF WS-DATE-AMJ < WS-FIN-STG
005660           MOVE WS-DATE-AMJ TO WS-FIN-STG
005670        END-IF
005680     END-IF.
005690*   LA SESSION BORNE AUSSI LA PERIODE (DATES JJMMAAAA) ET DONNE
005700*   LE SITE DE DISTRIBUTION
005710     MOVE SPACE TO WS-SITE.
005720     MOVE E-CODE-SESSION TO S-CODE.
005730     READ FSESS03-FILE.
005740     IF WS-FSESS-STATUS = '00'
005750        MOVE S-SITE TO WS-SITE
005760        IF S-DATE-DEBUT NOT = ZERO
005770           MOVE S-DATE-DEBUT TO WS-DATE-JMA
005780           PERFORM 2150-CONV-DATE THRU 2150-EXIT
005790           IF WS-DATE-AMJ > WS-DEB-STG
005800              MOVE WS-DATE-AMJ TO WS-DEB-STG
005810           END-IF
005820        END-IF
005830        IF S-DATE-FIN NOT = ZERO
005840           MOVE S-DATE-FIN TO WS-DATE-JMA
005850           PERFORM 2150-CONV-DATE THRU 2150-EXIT
005860           IF WS-DATE-AMJ < WS-FIN-STG
005870              MOVE WS-DATE-AMJ TO WS-FIN-STG
005880           END-IF
005890        END-IF
005900     ELSE
005910        IF WS-FSESS-STATUS NOT = '23'
005920           PERFORM 9510-ERREUR-FSESS THRU 9510-EXIT
005930        END-IF
005940     END-IF.
005950     IF WS-SITE = SPACE
005960        MOVE '** SITE INCONNU **' TO WS-SITE
005970     END-IF.
005980     IF WS-DEB-STG > WS-FIN-STG
005990        GO TO 2100-EXIT
006000     END-IF.
006010     PERFORM 2200-JOURS-DE-COURS THRU 2200-EXIT.
006020     IF WS-JOURS = ZERO
006030        GO TO 2100-EXIT
006040     END-IF.
006050     PERFORM 2250-CONGES-PAYES   THRU 2250-EXIT.
006060     PERFORM 2300-ETAT-DES-JOURS THRU 2300-EXIT.
006070     MOVE ZERO TO WS-JOURS-ABS.
006080     PERFORM VARYING WS-IND-JJ FROM 1 BY 1
006090             UNTIL WS-IND-JJ > WS-NB-JOURS-MOIS
006100        IF WS-COURS(WS-IND-JJ) = 'O'
006110           AND WS-ETAT(WS-IND-JJ) NOT = SPACE
006120           ADD 1 TO WS-JOURS-ABS
006130        END-IF
006140     END-PERFORM.
006150     COMPUTE WS-TITRES = WS-JOURS - WS-JOURS-CGE - WS-JOURS-ABS.
006160     COMPUTE WS-PART ROUNDED = WS-TITRES * WS-VALEUR
006170                             * WS-TAUX-PART / 100.
006180     ADD 1 TO WS-NB-RETENUS.
006190     PERFORM 2400-ENREGISTRE-DROIT THRU 2400-EXIT.
006200     IF WS-TITRES = ZERO
006210        ADD 1 TO WS-NB-SANS-TITRE
006220        GO TO 2100-EXIT
006230     END-IF.
006240     MOVE WS-SITE         TO TS-SITE.
006250     MOVE E-CODE-SESSION  TO TS-SESSION.
006260     MOVE E-NOM           TO TS-NOM.
006270     MOVE E-PRENOM        TO TS-PRENOM.
006280     MOVE E-NUMERO        TO TS-NUMERO.
006290     MOVE WS-JOURS        TO TS-JOURS.
006300     MOVE WS-JOURS-CGE    TO TS-CONGE.
006310     MOVE WS-JOURS-ABS    TO TS-ABS.
006320     MOVE WS-TITRES       TO TS-TITRES.
006330     MOVE WS-PART         TO TS-PART.
006340     RELEASE TRI-REC.
006350 2100-EXIT.
006360     EXIT.
006370*
006380 2150-CONV-DATE.
006390*---------------*
006400     MOVE WS-DATE-JMA(5:4) TO WS-DATE-AMJ(1:4).
006410     MOVE WS-DATE-JMA(3:2) TO WS-DATE-AMJ(5:2).
006420     MOVE WS-DATE-JMA(1:2) TO WS-DATE-AMJ(7:2).
006430 2150-EXIT.
006440     EXIT.
006450*
006460*****************************************************************
006470*  2200  -  JOURS DE COURS DE LA SESSION ENTRE LES BORNES :     *
006480*            JOURS DE LA SEMAINE DU CALENDRIER FCALS03 (LUNDI-  *
006490*            VENDREDI SANS ENTREE), HORS DATES D'EXCEPTION ET   *
006500*            HORS JOURS FERIES / FERMETURES                     *
006510*****************************************************************
006520 2200-JOURS-DE-COURS.
006530*--------------------*
006540     MOVE E-CODE-SESSION TO CS-CODE.
006550     READ FCALS03-FILE.
006560     IF WS-FCALS-STATUS = '00'
006570        MOVE CS-JOURS      TO WS-SEMAINE
006580        MOVE CS-EXCEPTIONS TO WS-EXCEPTIONS
006590     ELSE
006600        MOVE 'OOOOONN'     TO WS-SEMAINE
006610        MOVE ZERO          TO WS-EXCEPTIONS
006620     END-IF.
006630     MOVE ZERO TO WS-JOURS.
006640     PERFORM VARYING WS-IND-JJ FROM 1 BY 1
006650             UNTIL WS-IND-JJ > WS-NB-JOURS-MOIS
006660        MOVE 'N' TO WS-COURS(WS-IND-JJ)
006670        COMPUTE WS-DATE-AMJ = WS-MOIS-CIBLE * 100 + WS-IND-JJ
006680        IF WS-DATE-AMJ NOT < WS-DEB-STG
006690           AND WS-DATE-AMJ NOT > WS-FIN-STG
006700           AND WS-SEM-JOUR(WS-JSEM(WS-IND-JJ)) = 'O'
006710           AND WS-FERIE(WS-IND-JJ) NOT = 'O'
006720           MOVE 'N' TO WS-EXCLU
006730           PERFORM VARYING WS-IND-EX FROM 1 BY 1
006740                   UNTIL WS-IND-EX > 10
006750              IF WS-EXCEPTION(WS-IND-EX) = WS-DATE-AMJ
006760                 MOVE 'O' TO WS-EXCLU
006770              END-IF
006780           END-PERFORM
006790           IF WS-EXCLU = 'N'
006800              MOVE 'O' TO WS-COURS(WS-IND-JJ)
006810              ADD 1 TO WS-JOURS
006820           END-IF
006830        END-IF
006840     END-PERFORM.
006850 2200-EXIT.
006860     EXIT.
006870*
006880*****************************************************************
006890*  2250  -  JOURS DE CONGE PAYE ACCORDES DU MOIS (FCONG03, ETAT *
006900*            'A') : LE STAGIAIRE N'EST PAS EN COURS, PAS DE     *
006910*            TITRE ('C')                                        *
006920*****************************************************************
006930 2250-CONGES-PAYES.
006940*------------------*
006950     MOVE ZERO        TO WS-JOURS-CGE.
006960     MOVE E-NUMERO    TO CG-NUMERO.
006970     MOVE WS-DEB-MOIS TO CG-DATE.
006980     START FCONG03-FILE KEY >= CG-CLE.
006990     IF WS-FCONG-STATUS = '00'
007000        READ FCONG03-FILE NEXT
007010        PERFORM UNTIL WS-FCONG-STATUS NOT = '00'
007020                OR CG-NUMERO NOT = E-NUMERO
007030                OR CG-DATE(1:6) NOT = WS-MOIS-CIBLE
007040           MOVE CG-DATE(7:2) TO WS-IND-JJ
007050           IF CG-ACCORDE
007060              AND WS-COURS(WS-IND-JJ) = 'O'
007070              MOVE 'C' TO WS-COURS(WS-IND-JJ)
007080              ADD 1 TO WS-JOURS-CGE
007090           END-IF
007100           READ FCONG03-FILE NEXT
007110        END-PERFORM
007120     END-IF.
007130 2250-EXIT.
007140     EXIT.
007150*
007160*****************************************************************
007170*  2300  -  ETAT EFFECTIF DES JOURS DU MOIS POUR LA SESSION :   *
007180*            ABSENCE FPRES03 (FIGEE A LA CLOTURE), REMPLACEE PAR*
007190*            LA DERNIERE REGULARISATION FREGU03 DU JOUR - UNE   *
007200*            ABSENCE JUSTIFIEE N'OUVRE PAS DROIT AU TITRE       *
007210*****************************************************************
007220 2300-ETAT-DES-JOURS.
007230*--------------------*
007240     PERFORM VARYING WS-IND-JJ FROM 1 BY 1
007250             UNTIL WS-IND-JJ > 31
007260        MOVE SPACE TO WS-ETAT(WS-IND-JJ)
007270     END-PERFORM.
007280     MOVE E-NUMERO    TO PR-NUMERO.
007290     MOVE WS-DEB-MOIS TO PR-DATE.
007300     START FPRES03-FILE KEY >= PR-CLE.
007310     IF WS-FPRES-STATUS = '00'
007320        READ FPRES03-FILE NEXT
007330        PERFORM UNTIL WS-FPRES-STATUS NOT = '00'
007340                OR PR-NUMERO NOT = E-NUMERO
007350                OR PR-DATE(1:6) NOT = WS-MOIS-CIBLE
007360           IF PR-CODE-SESSION = E-CODE-SESSION
007370              MOVE PR-DATE(7:2) TO WS-IND-JJ
007380              MOVE PR-JUSTIF    TO WS-ETAT(WS-IND-JJ)
007390           END-IF
007400           READ FPRES03-FILE NEXT
007410        END-PERFORM
007420     END-IF.
007430     MOVE E-NUMERO    TO RG-NUMERO.
007440     MOVE WS-DEB-MOIS TO RG-DATE-ABS.
007450     MOVE ZERO        TO RG-DATE-ENREG RG-HEURE-ENREG.
007460     START FREGU03-FILE KEY >= RG-CLE.
007470     IF WS-FREGU-STATUS = '00'
007480        READ FREGU03-FILE NEXT
007490        PERFORM UNTIL WS-FREGU-STATUS NOT = '00'
007500                OR RG-NUMERO NOT = E-NUMERO
007510                OR RG-DATE-ABS(1:6) NOT = WS-MOIS-CIBLE
007520           IF RG-CODE-SESSION = E-CODE-SESSION
007530              MOVE RG-DATE-ABS(7:2) TO WS-IND-JJ
007540              MOVE RG-APRES         TO WS-ETAT(WS-IND-JJ)
007550           END-IF
007560           READ FREGU03-FILE NEXT
007570        END-PERFORM
007580     END-IF.
007590 2300-EXIT.
007600     EXIT.
007610*
007620*****************************************************************
007630*  2400  -  ENREGISTREMENT DU DROIT DU MOIS (FTITR03) - UN DROIT*
007640*            DONT UNE PARTIE EST DEJA RETENUE EN PAIE EST LAISSE*
007650*            EN L'ETAT (RELANCE FORCEE) ET SIGNALE              *
007660*****************************************************************
007670 2400-ENREGISTRE-DROIT.
007680*----------------------*
007690     MOVE E-NUMERO      TO TT-NUMERO.
007700     MOVE WS-MOIS-CIBLE TO TT-MOIS.
007710     READ FTITR03-FILE.
007720     IF WS-FTITR-STATUS NOT = '00' AND WS-FTITR-STATUS NOT = '23'
007730        PERFORM 9540-ERREUR-FTITR THRU 9540-EXIT
007740     END-IF.
007750     IF WS-FTITR-STATUS = '00'
007760        IF TT-RETENU > ZERO OR TT-RETENUE
007770           DISPLAY 'TITRESTO - STAGIAIRE ' E-NUMERO ' MOIS '
007780                   WS-MOIS-CIBLE ' : PART DEJA RETENUE EN PAIE, '
007790                   'DROIT NON RECALCULE'
007800           ADD 1 TO WS-NB-DEJA-RETENU
007810           GO TO 2400-EXIT
007820        END-IF
007830     END-IF.
007840     MOVE SPACE           TO E-TITRE.
007850     MOVE E-NUMERO        TO TT-NUMERO.
007860     MOVE WS-MOIS-CIBLE   TO TT-MOIS.
007870     MOVE E-CODE-SESSION  TO TT-CODE-SESSION.
007880     MOVE WS-SITE         TO TT-SITE.
007890     MOVE WS-JOURS        TO TT-JOURS-COURS.
007900     MOVE WS-JOURS-CGE    TO TT-JOURS-CONGE.
007910     MOVE WS-JOURS-ABS    TO TT-JOURS-ABS.
007920     MOVE WS-TITRES       TO TT-NB-TITRES.
007930     MOVE WS-VALEUR       TO TT-VALEUR.
007940     MOVE WS-TAUX-PART    TO TT-TAUX-PART.
007950     MOVE WS-PART         TO TT-PART.
007960     MOVE WS-DATE-JOUR    TO TT-DATE-CALCUL.
007970     MOVE ZERO            TO TT-RETENU TT-DERN-RETENUE
007980                             TT-DATE-EXPORT TT-SEQ-EXPORT.
007990     IF WS-PART = ZERO
008000        MOVE 'S' TO TT-ETAT
008010     ELSE
008020        MOVE 'C' TO TT-ETAT
008030     END-IF.
008040     IF WS-FTITR-STATUS = '00'
008050        REWRITE E-TITRE
008060     ELSE
008070        WRITE E-TITRE
008080     END-IF.
008090     IF WS-FTITR-STATUS NOT = '00'
008100        PERFORM 9540-ERREUR-FTITR THRU 9540-EXIT
008110     END-IF.
008120 2400-EXIT.
008130     EXIT.
008140*
008150*****************************************************************
008160*  7000  -  LISTE D'EMARGEMENT (RUPTURES SITE / SESSION) ET     *
008170*            LIGNE DE COMMANDE DE CHAQUE SITE                   *
008180*****************************************************************
008190 7000-EDITE-LISTE.
008200*-----------------*
008210     MOVE 'N' TO WS-EOF-TRI.
008220     RETURN TRI-FILE
008230         AT END MOVE 'Y' TO WS-EOF-TRI
008240     END-RETURN.
008250     PERFORM UNTIL FIN-TRI
008260        IF TS-SITE NOT = WS-SITE-COUR
008270           IF WS-SITE-COUR NOT = LOW-VALUE
008280              PERFORM 7200-TOTAL-SESSION THRU 7200-EXIT
008290              PERFORM 7250-TOTAL-SITE    THRU 7250-EXIT
008300           END-IF
008310           MOVE TS-SITE    TO WS-SITE-COUR
008320           MOVE LOW-VALUE  TO WS-SES-COUR
008330        END-IF
008340        IF TS-SESSION NOT = WS-SES-COUR
008350           IF WS-SES-COUR NOT = LOW-VALUE
008360              PERFORM 7200-TOTAL-SESSION THRU 7200-EXIT
008370           END-IF
008380           MOVE TS-SESSION TO WS-SES-COUR
008390           PERFORM 7100-ENTETE-SESSION THRU 7100-EXIT
008400        END-IF
008410        PERFORM 7300-LIGNE-STAGIAIRE THRU 7300-EXIT
008420        RETURN TRI-FILE
008430            AT END MOVE 'Y' TO WS-EOF-TRI
008440        END-RETURN
008450     END-PERFORM.
008460     IF WS-SITE-COUR NOT = LOW-VALUE
008470        PERFORM 7200-TOTAL-SESSION THRU 7200-EXIT
008480        PERFORM 7250-TOTAL-SITE    THRU 7250-EXIT
008490     END-IF.
008500 7000-EXIT.
008510     EXIT.
008520*
008530*****************************************************************
008540*  7100  -  EN-TETE DE LA LISTE D'UNE SESSION (NOUVELLE PAGE)   *
008550*****************************************************************
008560 7100-ENTETE-SESSION.
008570*--------------------*
008580     MOVE ZERO TO WS-SES-NB WS-SES-TITRES WS-SES-PART.
008590     MOVE WS-SES-COUR TO S-CODE.
008600     READ FSESS03-FILE.
008610     IF WS-FSESS-STATUS NOT = '00'
008620        MOVE SPACE TO S-LIBELLE
008630     END-IF.
008640     MOVE SPACE TO LIGNE.
008650     STRING ' TITRES-RESTAURANT ' WS-MOIS-EDIT
008660            ' - LISTE DE DISTRIBUTION ET D''EMARGEMENT'
008670            DELIMITED BY SIZE INTO LIGNE.
008680     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
008690     MOVE SPACE TO LIGNE.
008700     STRING ' SITE    : ' WS-SITE-COUR
008710            DELIMITED BY SIZE INTO LIGNE.
008720     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
008730     MOVE SPACE TO LIGNE.
008740     STRING ' SESSION : ' WS-SES-COUR ' - ' S-LIBELLE
008750            DELIMITED BY SIZE INTO LIGNE.
008760     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
008770     MOVE SPACE TO LIGNE.
008780     MOVE WS-VALEUR TO WS-VALEUR-ED.
008790     STRING ' VALEUR DU TITRE : ' WS-VALEUR-ED ' EUROS - PART '
008800            'DU STAGIAIRE : ' WS-TAUX-PART ' %'
008810            DELIMITED BY SIZE INTO LIGNE.
008820     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
008830     MOVE SPACE TO LIGNE.
008840     STRING ' NUM   NOM                       PRENOM         '
008850            'COURS  CONGE   ABS  TITRES    PART    '
008860            'EMARGEMENT' DELIMITED BY SIZE INTO LIGNE.
008870     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
008880 7100-EXIT.
008890     EXIT.
008900*
008910*****************************************************************
008920*  7200  -  TOTAL D'UNE SESSION                                 *
008930*****************************************************************
008940 7200-TOTAL-SESSION.
008950*-------------------*
008960     MOVE SPACE TO LIGNE.
008970     MOVE WS-SES-NB TO WS-NB-ED.
008980     STRING ' TOTAL SESSION ' WS-SES-COUR ' : ' WS-NB-ED
008990            ' STAGIAIRE(S)' DELIMITED BY SIZE INTO LIGNE.
009000     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
009010     MOVE SPACE TO LIGNE.
009020     MOVE WS-SES-TITRES TO WS-NB-ED.
009030     MOVE WS-SES-PART   TO WS-MONTANT-ED.
009040     STRING '               TITRES : ' WS-NB-ED
009050            '   PART STAGIAIRES (EUR) : ' WS-MONTANT-ED
009060            DELIMITED BY SIZE INTO LIGNE.
009070     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
009080 7200-EXIT.
009090     EXIT.
009100*
009110*****************************************************************
009120*  7250  -  TOTAL D'UN SITE ET LIGNE DE COMMANDE DU SITE        *
009130*****************************************************************
009140 7250-TOTAL-SITE.
009150*----------------*
009160     COMPUTE WS-SIT-MONTANT = WS-SIT-TITRES * WS-VALEUR.
009170     MOVE SPACE TO LIGNE.
009180     MOVE WS-SIT-NB TO WS-NB-ED.
009190     STRING ' TOTAL SITE ' WS-SITE-COUR ' : ' WS-NB-ED
009200            ' STAGIAIRE(S)' DELIMITED BY SIZE INTO LIGNE.
009210     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 3.
009220     MOVE SPACE TO LIGNE.
009230     MOVE WS-SIT-TITRES  TO WS-NB-ED.
009240     MOVE WS-SIT-MONTANT TO WS-MONTANT-ED.
009250     STRING '            TITRES COMMANDES : ' WS-NB-ED
009260            '   VALEUR (EUR) : ' WS-MONTANT-ED
009270            DELIMITED BY SIZE INTO LIGNE.
009280     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
009290     MOVE SPACE TO LIGNE.
009300     MOVE WS-SIT-PART TO WS-MONTANT-ED.
009310     STRING '            PART STAGIAIRES (EUR) : ' WS-MONTANT-ED
009320            DELIMITED BY SIZE INTO LIGNE.
009330     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
009340     MOVE WS-SITE-COUR   TO CD-SITE.
009350     MOVE WS-SIT-NB      TO CD-NB-BENEF.
009360     MOVE WS-SIT-TITRES  TO CD-NB-TITRES.
009370     MOVE WS-SIT-MONTANT TO CD-MONTANT.
009380     WRITE COMMANDE-REC FROM CMD-DETAIL.
009390     ADD 1              TO WS-NB-SITES.
009400     ADD WS-SIT-NB      TO WS-TOT-NB.
009410     ADD WS-SIT-TITRES  TO WS-TOT-TITRES.
009420     ADD WS-SIT-PART    TO WS-TOT-PART.
009430     ADD WS-SIT-MONTANT TO WS-TOT-MONTANT.
009440     MOVE ZERO TO WS-SIT-NB WS-SIT-TITRES WS-SIT-PART
009450                  WS-SIT-MONTANT.
009460 7250-EXIT.
009470     EXIT.
009480*
009490*****************************************************************
009500*  7300  -  LIGNE D'EMARGEMENT D'UN STAGIAIRE                   *
009510*****************************************************************
009520 7300-LIGNE-STAGIAIRE.
009530*---------------------*
009540     MOVE TS-NUMERO  TO LD-NUMERO.
009550     MOVE TS-NOM     TO LD-NOM.
009560     MOVE TS-PRENOM  TO LD-PRENOM.
009570     MOVE TS-JOURS   TO LD-JOURS.
009580     MOVE TS-CONGE   TO LD-CONGE.
009590     MOVE TS-ABS     TO LD-ABS.
009600     MOVE TS-TITRES  TO LD-TITRES.
009610     MOVE TS-PART    TO LD-PART.
009620     WRITE RAPPORT-REC FROM LIGNE-DETAIL AFTER ADVANCING 2.
009630     ADD 1         TO WS-SES-NB WS-SIT-NB.
009640     ADD TS-TITRES TO WS-SES-TITRES WS-SIT-TITRES.
009650     ADD TS-PART   TO WS-SES-PART WS-SIT-PART.
009660 7300-EXIT.
009670     EXIT.
009680*
009690*****************************************************************
009700*  8000  -  FIN DU FICHIER DE COMMANDE ET RECAPITULATIF         *
009710*****************************************************************
009720 8000-RECAPITULATIF.
009730*-------------------*
009740     MOVE WS-NB-SITES    TO CF-NB-SITES.
009750     MOVE WS-TOT-NB      TO CF-NB-BENEF.
009760     MOVE WS-TOT-TITRES  TO CF-NB-TITRES.
009770     MOVE WS-TOT-MONTANT TO CF-MONTANT.
009780     WRITE COMMANDE-REC FROM CMD-FIN.
009790     MOVE SPACE TO LIGNE.
009800     STRING ' TITRES-RESTAURANT - MOIS ' WS-MOIS-EDIT
009810            ' - RECAPITULATIF' DELIMITED BY SIZE INTO LIGNE.
009820     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
009830     MOVE SPACE TO LIGNE.
009840     MOVE WS-NB-LUS TO WS-NB-ED.
009850     STRING ' STAGIAIRES LUS ........................... : '
009860            WS-NB-ED DELIMITED BY SIZE INTO LIGNE.
009870     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
009880     MOVE SPACE TO LIGNE.
009890     MOVE WS-NB-RETENUS TO WS-NB-ED.
009900     STRING ' STAGIAIRES EN COURS DANS LE MOIS ......... : '
009910            WS-NB-ED DELIMITED BY SIZE INTO LIGNE.
009920     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
009930     MOVE SPACE TO LIGNE.
009940     MOVE WS-NB-SANS-TITRE TO WS-NB-ED.
009950     STRING '   DONT SANS AUCUN TITRE .................. : '
009960            WS-NB-ED DELIMITED BY SIZE INTO LIGNE.
009970     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
009980     MOVE SPACE TO LIGNE.
009990     MOVE WS-NB-DEJA-RETENU TO WS-NB-ED.
010000     STRING '   DONT DROIT DEJA RETENU EN PAIE ......... : '
010010            WS-NB-ED DELIMITED BY SIZE INTO LIGNE.
010020     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
010030     MOVE SPACE TO LIGNE.
010040     MOVE WS-NB-SITES TO WS-NB-ED.
010050     STRING ' SITES COMMANDES .......................... : '
010060            WS-NB-ED DELIMITED BY SIZE INTO LIGNE.
010070     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
010080     MOVE SPACE TO LIGNE.
010090     MOVE WS-TOT-TITRES TO WS-NB-ED.
010100     STRING ' TITRES COMMANDES ......................... : '
010110            WS-NB-ED DELIMITED BY SIZE INTO LIGNE.
010120     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
010130     MOVE SPACE TO LIGNE.
010140     MOVE WS-TOT-MONTANT TO WS-MONTANT-ED.
010150     STRING ' VALEUR DE LA COMMANDE (EUR) .............. : '
010160            WS-MONTANT-ED DELIMITED BY SIZE INTO LIGNE.
010170     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
010180     MOVE SPACE TO LIGNE.
010190     MOVE WS-TOT-PART TO WS-MONTANT-ED.
010200     STRING ' PART STAGIAIRES A RETENIR (EUR) .......... : '
010210            WS-MONTANT-ED DELIMITED BY SIZE INTO LIGNE.
010220     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
010230 8000-EXIT.
010240     EXIT.
010250*
010260*****************************************************************
010270*  9000  -  ENREGISTREMENT DU MOIS COMMANDE ET FERMETURE DES    *
010280*            FICHIERS                                           *
010290*****************************************************************
010300 9000-TERMINAISON.
010310*-----------------*
010320     IF RETURN-CODE = ZERO
010330        PERFORM 9100-MAJ-RUN-CONTROL THRU 9100-EXIT
010340     END-IF.
010350     CLOSE FSTAG03-FILE.
010360     CLOSE FSESS03-FILE.
010370     CLOSE FCALS03-FILE.
010380     CLOSE FJOUR03-FILE.
010390     CLOSE FPRES03-FILE.
010400     CLOSE FREGU03-FILE.
010410     CLOSE FCONG03-FILE.
010420     CLOSE FTITR03-FILE.
010430     CLOSE COMMANDE-FILE.
010440     CLOSE RAPPORT-FILE.
010450     CLOSE FCTL03-FILE.
010460 9000-EXIT.
010470     EXIT.
010480*
010490*****************************************************************
010500*  9100  -  DERNIER MOIS COMMANDE (FCTL03 'TITRESTO') - UNE     *
010510*            RELANCE FORCEE D'UN MOIS ANTERIEUR NE LE FAIT PAS  *
010520*            RECULER                                            *
010530*****************************************************************
010540 9100-MAJ-RUN-CONTROL.
010550*---------------------*
010560     IF WS-MOIS-CIBLE < WS-MOIS-COMMANDE
010570        GO TO 9100-EXIT
010580     END-IF.
010590     MOVE 'TITRESTO'         TO CT-CLE.
010600     MOVE WS-DATE-JOUR       TO CT-DATE.
010610     MOVE WS-HEURE-JOUR(1:6) TO CT-HEURE.
010620     MOVE WS-MOIS-CIBLE      TO CT-SEQUENCE.
010630     MOVE 'T'                TO CT-ETAT.
010640     MOVE ZERO               TO CT-SEQUENCE-EVT.
010650     IF WS-COMPTEUR-EXISTE = 'O'
010660        REWRITE E-CONTROLE
010670     ELSE
010680        WRITE E-CONTROLE
010690     END-IF.
010700     IF WS-FCTL-STATUS NOT = '00'
010710        PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
010720     END-IF.
010730 9100-EXIT.
010740     EXIT.
010750*
010760*****************************************************************
010770*  9500  -  ERREUR D'ENTREE/SORTIE SUR FSTAG03 - LE CODE STATUT *
010780*            EST TRACE ET LE TRAITEMENT EST INTERROMPU          *
010790*****************************************************************
010800 9500-ERREUR-FSTAG.
010810*------------------*
010820     DISPLAY 'TITRESTO - ERREUR E/S FSTAG03 - CODE STATUT '
010830             WS-FSTAG-STATUS.
010840     MOVE 16 TO RETURN-CODE.
010850     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
010860     STOP RUN.
010870 9500-EXIT.
010880     EXIT.
010890*
010900 9510-ERREUR-FSESS.
010910*------------------*
010920     DISPLAY 'TITRESTO - ERREUR E/S FSESS03 - CODE STATUT '
010930             WS-FSESS-STATUS.
010940     MOVE 16 TO RETURN-CODE.
010950     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
010960     STOP RUN.
010970 9510-EXIT.
010980     EXIT.
010990*
011000 9530-ERREUR-FCTL.
011010*-----------------*
011020     DISPLAY 'TITRESTO - ERREUR E/S FCTL03 - CODE STATUT '
011030             WS-FCTL-STATUS.
011040     MOVE 16 TO RETURN-CODE.
011050     CLOSE FCTL03-FILE.
011060     STOP RUN.
011070 9530-EXIT.
011080     EXIT.
011090*
011100 9540-ERREUR-FTITR.
011110*------------------*
011120     DISPLAY 'TITRESTO - ERREUR E/S FTITR03 - CODE STATUT '
011130             WS-FTITR-STATUS.
011140     MOVE 16 TO RETURN-CODE.
011150     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
011160     STOP RUN.
011170 9540-EXIT.
011180     EXIT.
