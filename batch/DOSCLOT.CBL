000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DOSCLOT.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  DOSCLOT  -  DOSSIER DE CLOTURE D'UNE SESSION POUR LE          *
000090*               FINANCEUR ET LA DIRECTION - SYSIN : CODE SESSION *
000100*               (COLONNES 1-10) - A PARTIR DE L'HISTORIQUE DES   *
000110*               INSCRIPTIONS DE LA SESSION (FINSC03 PAR LE CHEMIN*
000120*               FINSCSES) : EFFECTIFS (INSCRITS, TERMINES,       *
000130*               TRANSFERES, PARTIS, EN COURS, PLACES FINANCEES), *
000140*               MOTIFS DE DEPART (ARCHIVE FSTAGARC), ASSIDUITE   *
000150*               SUR TOUTE LA SESSION (JOURS DE COURS FCALS03 /   *
000160*               FJOUR03, CONGES ACCORDES FCONG03, ABSENCES       *
000170*               FPRES03 CORRIGEES PAR FREGU03 - MEME REGLE QUE LA*
000180*               FACTURATION FACTFIN), RESULTATS D'EVALUATION     *
000190*               (FRESU03), ATTESTATIONS DELIVREES (FCERT03) ET   *
000200*               DEVENIR A 3 ET 6 MOIS (FSUIV03) DES QU'IL EXISTE *
000210*               LE DOSSIER EST IMPRIME (RAPPORT) ET REPRIS EN    *
000220*               FICHIER DELIMITE (POINT-VIRGULE) POUR LE PORTAIL *
000230*               DU FINANCEUR (DOSOUT) : UNE LIGNE PAR INDICATEUR *
000240*               SESSION;RUBRIQUE;INDICATEUR;VALEUR               *
000250*               SESSION ABSENTE OU INCONNUE : RC=8 - SESSION NON *
000260*               TERMINEE : DOSSIER PROVISOIRE ARRETE A LA DATE DU*
000270*               JOUR (RC=4)                                      *
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
000380     SELECT FSESS03-FILE   ASSIGN TO FSESS03
000390            ORGANIZATION   INDEXED
000400            ACCESS MODE    RANDOM
000410            RECORD KEY     S-CODE
000420            FILE STATUS    WS-FSESS-STATUS.
000430     SELECT FINSC03-FILE   ASSIGN TO FINSC03
000440            ORGANIZATION   INDEXED
000450            ACCESS MODE    DYNAMIC
000460            RECORD KEY     IN-CLE
000470            ALTERNATE RECORD KEY IN-CODE-SESSION WITH DUPLICATES
000480            FILE STATUS    WS-FINSC-STATUS.
000490     SELECT FSTAGARC-FILE  ASSIGN TO FSTAGARC
000500            ORGANIZATION   INDEXED
000510            ACCESS MODE    RANDOM
000520            RECORD KEY     AR-NUMERO
000530            FILE STATUS    WS-FARC-STATUS.
000540     SELECT FCALS03-FILE   ASSIGN TO FCALS03
000550            ORGANIZATION   INDEXED
000560            ACCESS MODE    RANDOM
000570            RECORD KEY     CS-CODE
000580            FILE STATUS    WS-FCALS-STATUS.
000590     SELECT FJOUR03-FILE   ASSIGN TO FJOUR03
000600            ORGANIZATION   INDEXED
000610            ACCESS MODE    RANDOM
000620            RECORD KEY     JF-DATE
000630            FILE STATUS    WS-FJOUR-STATUS.
000640     SELECT FPRES03-FILE   ASSIGN TO FPRES03
000650            ORGANIZATION   INDEXED
000660            ACCESS MODE    DYNAMIC
000670            RECORD KEY     PR-CLE
000680            FILE STATUS    WS-FPRES-STATUS.
000690     SELECT FCONG03-FILE   ASSIGN TO FCONG03
000700            ORGANIZATION   INDEXED
000710            ACCESS MODE    DYNAMIC
000720            RECORD KEY     CG-CLE
000730            FILE STATUS    WS-FCONG-STATUS.
000740     SELECT FREGU03-FILE   ASSIGN TO FREGU03
000750            ORGANIZATION   INDEXED
000760            ACCESS MODE    DYNAMIC
000770            RECORD KEY     RG-CLE
000780            FILE STATUS    WS-FREGU-STATUS.
000790     SELECT FRESU03-FILE   ASSIGN TO FRESU03
000800            ORGANIZATION   INDEXED
000810            ACCESS MODE    RANDOM
000820            RECORD KEY     RS-CLE
000830            FILE STATUS    WS-FRESU-STATUS.
000840     SELECT FCERT03-FILE   ASSIGN TO FCERT03
000850            ORGANIZATION   INDEXED
000860            ACCESS MODE    SEQUENTIAL
000870            RECORD KEY     CR-SERIE
000880            FILE STATUS    WS-FCERT-STATUS.
000890     SELECT FSUIV03-FILE   ASSIGN TO FSUIV03
000900            ORGANIZATION   INDEXED
000910            ACCESS MODE    RANDOM
000920            RECORD KEY     SV-CLE
000930            FILE STATUS    WS-FSUIV-STATUS.
000940     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000950            ORGANIZATION   LINE SEQUENTIAL.
000960     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000970            ORGANIZATION   LINE SEQUENTIAL.
000980     SELECT DOS-FILE       ASSIGN TO DOSOUT
000990            ORGANIZATION   LINE SEQUENTIAL.
001000*
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  FSESS03-FILE.
001040     COPY FSESS.
001050 FD  FINSC03-FILE.
001060*   HISTORIQUE DES INSCRIPTIONS (CHEMIN PAR SESSION FINSCSES)
001070     COPY FINSC.
001080 FD  FSTAGARC-FILE.
001090*   ARCHIVE DES STAGIAIRES SUPPRIMES (MOTIF DU DEPART)
001100     COPY FSTAGARC.
001110 FD  FCALS03-FILE.
001120     COPY FCALS.
001130 FD  FJOUR03-FILE.
001140     COPY FJOUR.
001150 FD  FPRES03-FILE.
001160     COPY FPRES.
001170 FD  FCONG03-FILE.
001180     COPY FCONG.
001190 FD  FREGU03-FILE.
001200     COPY FREGU.
001210 FD  FRESU03-FILE.
001220     COPY FRESU.
001230 FD  FCERT03-FILE.
001240     COPY FCERT.
001250 FD  FSUIV03-FILE.
001260     COPY FSUIV.
001270*
001280 FD  SYSIN-FILE
001290     RECORDING MODE F.
001300 01  SYSIN-REC.
001310     05  SI-SESSION        PIC X(10).
001320     05  FILLER            PIC X(70).
001330*
001340 FD  RAPPORT-FILE
001350     RECORDING MODE F.
001360 01  RAPPORT-REC           PIC X(133).
001370*
001380 FD  DOS-FILE
001390     RECORDING MODE F.
001400 01  DOS-REC               PIC X(133).
001410*
001420 WORKING-STORAGE SECTION.
001430 77  WS-FSESS-STATUS       PIC X(02).
001440 77  WS-FINSC-STATUS       PIC X(02).
001450 77  WS-FARC-STATUS        PIC X(02).
001460 77  WS-FCALS-STATUS       PIC X(02).
001470 77  WS-FJOUR-STATUS       PIC X(02).
001480 77  WS-FPRES-STATUS       PIC X(02).
001490 77  WS-FCONG-STATUS       PIC X(02).
001500 77  WS-FREGU-STATUS       PIC X(02).
001510 77  WS-FRESU-STATUS       PIC X(02).
001520 77  WS-FCERT-STATUS       PIC X(02).
001530 77  WS-FSUIV-STATUS       PIC X(02).
001540 77  WS-EOF                PIC X(01)     VALUE 'N'.
001550     88  FIN-FICHIER                     VALUE 'Y'.
001560 77  WS-EOF-INS            PIC X(01)     VALUE 'N'.
001570     88  FIN-INSCRIPTIONS                VALUE 'Y'.
001580 77  WS-DATE-JOUR          PIC 9(08).
001590 77  WS-SESSION            PIC X(10)     VALUE SPACE.
001600*   DOSSIER PROVISOIRE : LA SESSION N'EST PAS TERMINEE
001610 77  WS-PROVISOIRE         PIC X(01)     VALUE 'N'.
001620     88  DOSSIER-PROVISOIRE              VALUE 'O'.
001630 77  WS-DATE-AMJ           PIC 9(08).
001640 77  WS-DATE-JMA           PIC 9(08).
001650 77  WS-DATE-EDIT          PIC X(10).
001660 77  WS-DEB-EDIT           PIC X(10).
001670 77  WS-FIN-EDIT           PIC X(10).
001680*   CATEGORIE DE L'INSCRIPTION : 'T' TERMINEE, 'X' TRANSFEREE,
001690*   'D' PARTI (ANNULEE OU STAGIAIRE SUPPRIME), 'E' EN COURS
001700 77  WS-CATEGORIE          PIC X(01).
001710*   EFFECTIFS
001720 77  WS-NB-INSCRITS        PIC 9(05) COMP VALUE ZERO.
001730 77  WS-NB-TERMINES        PIC 9(05) COMP VALUE ZERO.
001740 77  WS-NB-TRANSFERES      PIC 9(05) COMP VALUE ZERO.
001750 77  WS-NB-PARTIS          PIC 9(05) COMP VALUE ZERO.
001760 77  WS-NB-EN-COURS        PIC 9(05) COMP VALUE ZERO.
001770 77  WS-NB-FINANCES        PIC 9(05) COMP VALUE ZERO.
001780*   MOTIFS DE DEPART (MOTIF DE LA SUPPRESSION, FSTAGARC)
001790 77  WS-NB-MOTIFS          PIC 9(02) COMP VALUE ZERO.
001800 77  WS-NB-MOT-AUTRES      PIC 9(05) COMP VALUE ZERO.
001810 77  WS-MOTIF              PIC X(20).
001820 01  WS-MOTIF-TABLE.
001830     05  WS-MOT-ENTRY OCCURS 20 TIMES.
001840         10  WS-MOT-LIBELLE    PIC X(20).
001850         10  WS-MOT-NB         PIC 9(05) COMP.
001860 77  WS-IND-MOT            PIC 9(02) COMP.
001870 77  WS-IND                PIC 9(03) COMP.
001880*   CALENDRIER DE LA SESSION : UN POSTE PAR JOUR DU DEBUT A LA
001890*   FIN DE LA SESSION (OU A LA DATE DU JOUR) - JOUR DE COURS 'O'
001900*   SELON FCALS03 (LUNDI-VENDREDI A DEFAUT), HORS EXCEPTIONS ET
001910*   JOURS FERIES / FERMETURES FJOUR03 ; PAR INSCRIPTION, JOUR
001920*   RETENU ('O' COURS, 'C' CONGE ACCORDE) ET ETAT DU JOUR
001930*   (' ' PRESENT, SINON STATUT DE JUSTIFICATION DE L'ABSENCE)
001940 77  WS-NB-JOURS-CAL       PIC 9(03) COMP VALUE ZERO.
001950 01  WS-CAL-TABLE.
001960     05  WS-CAL-ENTRY OCCURS 400 TIMES.
001970         10  WS-CAL-DATE       PIC 9(08).
001980         10  WS-CAL-COURS      PIC X(01).
001990         10  WS-CAL-INS        PIC X(01).
002000         10  WS-CAL-ETAT       PIC X(01).
002010 77  WS-IND-CAL            PIC 9(03) COMP.
002020 77  WS-CAL-DEB            PIC 9(08)     VALUE ZERO.
002030 77  WS-CAL-FIN            PIC 9(08)     VALUE ZERO.
002040 01  WS-DATE-COUR.
002050     05  WS-COUR-AAAA      PIC 9(04).
002060     05  WS-COUR-MM        PIC 9(02).
002070     05  WS-COUR-JJ        PIC 9(02).
002080 01  WS-DATE-COUR-N REDEFINES WS-DATE-COUR
002090                           PIC 9(08).
002100 77  WS-JSEM               PIC 9(01).
002110 77  WS-NB-JOURS-MOIS      PIC 9(02).
002120 01  JOURS-MOIS-TABLE.
002130     05 FILLER PIC X(24) VALUE '312831303130313130313031'.
002140 01  JOURS-MOIS-TBL REDEFINES JOURS-MOIS-TABLE.
002150     05  JM-NB             PIC 9(02) OCCURS 12 TIMES.
002160 77  WS-ZEL-AAAA           PIC 9(04).
002170 77  WS-ZEL-MM             PIC 9(02).
002180 77  WS-ZEL-K              PIC 9(04).
002190 77  WS-ZEL-J              PIC 9(04).
002200 77  WS-ZEL-T              PIC 9(04).
002210 77  WS-ZEL-H              PIC 9(04).
002220 01  WS-SEMAINE            PIC X(07).
002230 01  WS-SEMAINE-R REDEFINES WS-SEMAINE.
002240     05  WS-SEM-JOUR       PIC X(01) OCCURS 7 TIMES.
002250 01  WS-EXCEPTIONS.
002260     05  WS-EXCEPTION      PIC 9(08) OCCURS 10 TIMES.
002270 77  WS-IND-EX             PIC 9(02) COMP.
002280 77  WS-EXCLU              PIC X(01).
002290*   BORNES DE L'INSCRIPTION DANS LA SESSION (AAAAMMJJ)
002300 77  WS-DEB-INS            PIC 9(08).
002310 77  WS-FIN-INS            PIC 9(08).
002320 77  WS-DATE-DEPART        PIC 9(08).
002330*   ASSIDUITE
002340 77  WS-JOURS              PIC 9(03).
002350 77  WS-NB-ASSID           PIC 9(05) COMP VALUE ZERO.
002360 77  WS-TOT-JOURS          PIC 9(07)     VALUE ZERO.
002370 77  WS-TOT-ABS            PIC 9(07)     VALUE ZERO.
002380 77  WS-TOT-ABS-J          PIC 9(07)     VALUE ZERO.
002390 77  WS-TOT-CONGES         PIC 9(07)     VALUE ZERO.
002400 77  WS-TAUX               PIC 9(03)V9.
002410*   RESULTATS D'EVALUATION (INSCRIPTIONS TERMINEES OU EN COURS)
002420 77  WS-NB-ADMIS           PIC 9(05) COMP VALUE ZERO.
002430 77  WS-NB-AJOURNES        PIC 9(05) COMP VALUE ZERO.
002440 77  WS-NB-NON-EVAL        PIC 9(05) COMP VALUE ZERO.
002450 77  WS-NB-NON-SAISIS      PIC 9(05) COMP VALUE ZERO.
002460 77  WS-NB-NOTE-1          PIC 9(05) COMP VALUE ZERO.
002470 77  WS-NB-NOTE-2          PIC 9(05) COMP VALUE ZERO.
002480 77  WS-NB-NOTE-3          PIC 9(05) COMP VALUE ZERO.
002490 77  WS-NB-NOTE-4          PIC 9(05) COMP VALUE ZERO.
002500 77  WS-NB-NOTES           PIC 9(05) COMP VALUE ZERO.
002510 77  WS-SOM-NOTES          PIC 9(07)     VALUE ZERO.
002520 77  WS-MOYENNE            PIC 9(02)V9.
002530*   ATTESTATIONS DELIVREES PAR TYPE (I, F, R)
002540 77  WS-NB-CERT-I          PIC 9(05) COMP VALUE ZERO.
002550 77  WS-NB-CERT-F          PIC 9(05) COMP VALUE ZERO.
002560 77  WS-NB-CERT-R          PIC 9(05) COMP VALUE ZERO.
002570*   DEVENIR DES STAGES TERMINES : POSTE 1 = 3 MOIS, 2 = 6 MOIS
002580 01  WS-SUIVI-TABLE.
002590     05  WS-SUI-ENTRY OCCURS 2 TIMES.
002600         10  WS-SUI-EMP        PIC 9(05) COMP.
002610         10  WS-SUI-FOR        PIC 9(05) COMP.
002620         10  WS-SUI-REC        PIC 9(05) COMP.
002630         10  WS-SUI-PER        PIC 9(05) COMP.
002640         10  WS-SUI-NS         PIC 9(05) COMP.
002650         10  WS-SUI-NE         PIC 9(05) COMP.
002660 77  WS-HOR-IND            PIC 9(01) COMP.
002670 77  WS-REPONDUS           PIC 9(05) COMP.
002680*   INDICATEUR EN COURS D'EDITION : LIGNE IMPRIMEE ET LIGNE DU
002690*   FICHIER DU PORTAIL
002700 77  WS-RUBRIQUE           PIC X(12).
002710 77  WS-INDIC              PIC X(20).
002720 77  WS-LIBELLE            PIC X(40).
002730 77  WS-VALEUR             PIC X(10).
002740 77  WS-NB                 PIC 9(07) COMP.
002750 77  WS-NB-ED              PIC ZZZZZZ9.
002760 77  WS-TAUX-ED            PIC ZZ9.9.
002770 77  WS-MOY-ED             PIC Z9.9.
002780 77  WS-NB-BLANCS          PIC 9(02) COMP.
002790 77  WS-NB-INDIC           PIC 9(05) COMP VALUE ZERO.
002800 01  LIGNE                 PIC X(133).
002810 01  WS-LIGNE              PIC X(133).
002820 77  WS-POS                PIC 9(04) COMP.
002830*
002840 PROCEDURE DIVISION.
002850 0000-MAINLINE.
002860*----------------*
002870     PERFORM 1000-INITIALISATION  THRU 1000-EXIT.
002880     PERFORM 1200-CALENDRIER      THRU 1200-EXIT.
002890     PERFORM 2000-INSCRIPTIONS    THRU 2000-EXIT.
002900     PERFORM 3000-ATTESTATIONS    THRU 3000-EXIT.
002910     PERFORM 7000-EDITION-DOSSIER THRU 7000-EXIT.
002920     PERFORM 9000-TERMINAISON     THRU 9000-EXIT.
002930     STOP RUN.
002940*
002950*****************************************************************
002960*  1000  -  CODE SESSION EN SYSIN, OUVERTURES ET LECTURE DE LA   *
002970*            SESSION (FSESS03) - ABSENTE OU INCONNUE : RC=8      *
002980*****************************************************************
002990 1000-INITIALISATION.
003000*--------------------*
003010     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
003020     OPEN INPUT SYSIN-FILE.
003030     READ SYSIN-FILE
003040         AT END     CONTINUE
003050         NOT AT END MOVE SI-SESSION TO WS-SESSION
003060     END-READ.
003070     CLOSE SYSIN-FILE.
003080     IF WS-SESSION = SPACE
003090        DISPLAY 'DOSCLOT - CODE SESSION ABSENT EN SYSIN'
003100        MOVE 8 TO RETURN-CODE
003110        STOP RUN
003120     END-IF.
003130     OPEN INPUT FSESS03-FILE.
003140     MOVE WS-SESSION TO S-CODE.
003150     READ FSESS03-FILE.
003160     IF WS-FSESS-STATUS NOT = '00'
003170        DISPLAY 'DOSCLOT - SESSION ' WS-SESSION
003180                ' INCONNUE (CODE STATUT ' WS-FSESS-STATUS ')'
003190        MOVE 8 TO RETURN-CODE
003200        CLOSE FSESS03-FILE
003210        STOP RUN
003220     END-IF.
003230     OPEN INPUT FINSC03-FILE.
003240     IF WS-FINSC-STATUS NOT = '00'
003250        PERFORM 9500-ERREUR-FINSC THRU 9500-EXIT
003260     END-IF.
003270     OPEN INPUT  FSTAGARC-FILE.
003280     OPEN INPUT  FCALS03-FILE.
003290     OPEN INPUT  FJOUR03-FILE.
003300     OPEN INPUT  FPRES03-FILE.
003310     OPEN INPUT  FCONG03-FILE.
003320     OPEN INPUT  FREGU03-FILE.
003330     OPEN INPUT  FRESU03-FILE.
003340     OPEN INPUT  FCERT03-FILE.
003350     OPEN INPUT  FSUIV03-FILE.
003360     OPEN OUTPUT RAPPORT-FILE.
003370     OPEN OUTPUT DOS-FILE.
003380     INITIALIZE WS-SUIVI-TABLE.
003390     MOVE SPACE TO WS-DEB-EDIT WS-FIN-EDIT.
003400     IF S-DATE-DEBUT NOT = ZERO
003410        STRING S-DATE-DEBUT(1:2) '/' S-DATE-DEBUT(3:2) '/'
003420               S-DATE-DEBUT(5:4) DELIMITED BY SIZE
003430               INTO WS-DEB-EDIT
003440     END-IF.
003450     IF S-DATE-FIN NOT = ZERO
003460        STRING S-DATE-FIN(1:2) '/' S-DATE-FIN(3:2) '/'
003470               S-DATE-FIN(5:4) DELIMITED BY SIZE
003480               INTO WS-FIN-EDIT
003490     END-IF.
003500     MOVE SPACE TO WS-DATE-EDIT.
003510     STRING WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
003520            WS-DATE-JOUR(1:4) DELIMITED BY SIZE
003530            INTO WS-DATE-EDIT.
003540*   LIGNE D'ENTETE DU FICHIER DU PORTAIL
003550     MOVE 'SESSION;RUBRIQUE;INDICATEUR;VALEUR;' TO DOS-REC.
003560     WRITE DOS-REC.
003570 1000-EXIT.
003580     EXIT.
003590*
003600*****************************************************************
003610*  1200  -  CALENDRIER DE LA SESSION : JOURS DU DEBUT A LA FIN DE*
003620*            LA SESSION, ARRETES A LA DATE DU JOUR TANT QU'ELLE  *
003630*            N'EST PAS TERMINEE (DOSSIER PROVISOIRE) - SANS DATES*
003640*            DE SESSION L'ASSIDUITE N'EST PAS CALCULEE           *
003650*****************************************************************
003660 1200-CALENDRIER.
003670*----------------*
003680     IF S-DATE-DEBUT = ZERO OR S-DATE-FIN = ZERO
003690        DISPLAY 'DOSCLOT - SESSION ' WS-SESSION
003700                ' SANS DATES - ASSIDUITE NON CALCULEE'
003710        GO TO 1200-EXIT
003720     END-IF.
003730     MOVE S-DATE-DEBUT TO WS-DATE-JMA.
003740     PERFORM 2150-CONV-DATE THRU 2150-EXIT.
003750     MOVE WS-DATE-AMJ TO WS-CAL-DEB.
003760     MOVE S-DATE-FIN TO WS-DATE-JMA.
003770     PERFORM 2150-CONV-DATE THRU 2150-EXIT.
003780     MOVE WS-DATE-AMJ TO WS-CAL-FIN.
003790     IF WS-CAL-FIN NOT < WS-DATE-JOUR
003800        MOVE 'O' TO WS-PROVISOIRE
003810        MOVE 4   TO RETURN-CODE
003820        DISPLAY 'DOSCLOT - SESSION ' WS-SESSION
003830                ' NON TERMINEE - DOSSIER PROVISOIRE AU '
003840                WS-DATE-EDIT
003850        MOVE WS-DATE-JOUR TO WS-CAL-FIN
003860     END-IF.
003870     IF WS-CAL-DEB > WS-CAL-FIN
003880        GO TO 1200-EXIT
003890     END-IF.
003900     MOVE WS-SESSION TO CS-CODE.
003910     READ FCALS03-FILE.
003920     IF WS-FCALS-STATUS = '00'
003930        MOVE CS-JOURS      TO WS-SEMAINE
003940        MOVE CS-EXCEPTIONS TO WS-EXCEPTIONS
003950     ELSE
003960        MOVE 'OOOOONN'     TO WS-SEMAINE
003970        MOVE ZERO          TO WS-EXCEPTIONS
003980     END-IF.
003990     MOVE WS-CAL-DEB TO WS-DATE-COUR-N.
004000     PERFORM 1350-JOUR-SEMAINE THRU 1350-EXIT.
004010     PERFORM 1250-JOUR-CALENDRIER THRU 1250-EXIT
004020             UNTIL WS-DATE-COUR-N > WS-CAL-FIN
004030                OR WS-NB-JOURS-CAL >= 400.
004040     IF WS-DATE-COUR-N NOT > WS-CAL-FIN
004050        DISPLAY 'DOSCLOT - SESSION DE PLUS DE 400 JOURS - '
004060                'ASSIDUITE ARRETEE AU ' WS-CAL-DATE(400)
004070        MOVE WS-CAL-DATE(400) TO WS-CAL-FIN
004080     END-IF.
004090 1200-EXIT.
004100     EXIT.
004110*
004120 1250-JOUR-CALENDRIER.
004130*---------------------*
004140     ADD 1 TO WS-NB-JOURS-CAL.
004150     MOVE WS-DATE-COUR-N TO WS-CAL-DATE(WS-NB-JOURS-CAL).
004160     MOVE 'N'            TO WS-CAL-COURS(WS-NB-JOURS-CAL).
004170     IF WS-SEM-JOUR(WS-JSEM) = 'O'
004180        MOVE 'N' TO WS-EXCLU
004190        PERFORM VARYING WS-IND-EX FROM 1 BY 1
004200                UNTIL WS-IND-EX > 10
004210           IF WS-EXCEPTION(WS-IND-EX) = WS-DATE-COUR-N
004220              MOVE 'O' TO WS-EXCLU
004230           END-IF
004240        END-PERFORM
004250        MOVE WS-DATE-COUR-N TO JF-DATE
004260        READ FJOUR03-FILE
004270        IF WS-FJOUR-STATUS = '00'
004280           MOVE 'O' TO WS-EXCLU
004290        END-IF
004300        IF WS-EXCLU = 'N'
004310           MOVE 'O' TO WS-CAL-COURS(WS-NB-JOURS-CAL)
004320        END-IF
004330     END-IF.
004340*   JOUR SUIVANT (ANNEE BISSEXTILE : REGLE SIMPLE DU DIVISIBLE
004350*   PAR 4, SUFFISANTE SUR LA PLAGE DE DATES DE L'APPLICATION)
004360     MOVE JM-NB(WS-COUR-MM) TO WS-NB-JOURS-MOIS.
004370     IF WS-COUR-MM = 02
004380        DIVIDE WS-COUR-AAAA BY 4 GIVING WS-ZEL-K
004390           REMAINDER WS-ZEL-H
004400        IF WS-ZEL-H = ZERO
004410           MOVE 29 TO WS-NB-JOURS-MOIS
004420        END-IF
004430     END-IF.
004440     ADD 1 TO WS-COUR-JJ.
004450     IF WS-COUR-JJ > WS-NB-JOURS-MOIS
004460        MOVE 1 TO WS-COUR-JJ
004470        ADD 1 TO WS-COUR-MM
004480        IF WS-COUR-MM > 12
004490           MOVE 1 TO WS-COUR-MM
004500           ADD 1 TO WS-COUR-AAAA
004510        END-IF
004520     END-IF.
004530     IF WS-JSEM = 7
004540        MOVE 1 TO WS-JSEM
004550     ELSE
004560        ADD 1 TO WS-JSEM
004570     END-IF.
004580 1250-EXIT.
004590     EXIT.
004600*
004610*****************************************************************
004620*  1350  -  JOUR DE LA SEMAINE DE WS-DATE-COUR (1 = LUNDI ...    *
004630*            7 = DIMANCHE) PAR LA CONGRUENCE DE ZELLER (H : 0 =  *
004640*            SAMEDI, 1 = DIMANCHE, 2 = LUNDI ... - JANVIER ET    *
004650*            FEVRIER SONT COMPTES MOIS 13 ET 14 DE L'ANNEE       *
004660*            PRECEDENTE)                                         *
004670*****************************************************************
004680 1350-JOUR-SEMAINE.
004690*------------------*
004700     MOVE WS-COUR-AAAA TO WS-ZEL-AAAA.
004710     MOVE WS-COUR-MM   TO WS-ZEL-MM.
004720     IF WS-ZEL-MM < 3
004730        ADD 12 TO WS-ZEL-MM
004740        SUBTRACT 1 FROM WS-ZEL-AAAA
004750     END-IF.
004760     DIVIDE WS-ZEL-AAAA BY 100 GIVING WS-ZEL-J
004770        REMAINDER WS-ZEL-K.
004780     COMPUTE WS-ZEL-T = (13 * (WS-ZEL-MM + 1)) / 5.
004790     COMPUTE WS-ZEL-H = WS-COUR-JJ + WS-ZEL-T + WS-ZEL-K
004800                      + (5 * WS-ZEL-J).
004810     DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-T.
004820     ADD WS-ZEL-T TO WS-ZEL-H.
004830     DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-T.
004840     ADD WS-ZEL-T TO WS-ZEL-H.
004850     DIVIDE WS-ZEL-H BY 7 GIVING WS-ZEL-T
004860        REMAINDER WS-ZEL-H.
004870     EVALUATE WS-ZEL-H
004880        WHEN 0
004890           MOVE 6 TO WS-JSEM
004900        WHEN 1
004910           MOVE 7 TO WS-JSEM
004920        WHEN OTHER
004930           COMPUTE WS-JSEM = WS-ZEL-H - 1
004940     END-EVALUATE.
004950 1350-EXIT.
004960     EXIT.
004970*
004980*****************************************************************
004990*  2000  -  PARCOURS DES INSCRIPTIONS DE LA SESSION PAR LE       *
005000*            CHEMIN FINSCSES                                     *
005010*****************************************************************
005020 2000-INSCRIPTIONS.
005030*------------------*
005040     MOVE 'N'        TO WS-EOF-INS.
005050     MOVE WS-SESSION TO IN-CODE-SESSION.
005060     START FINSC03-FILE KEY = IN-CODE-SESSION
005070         INVALID KEY MOVE 'Y' TO WS-EOF-INS
005080     END-START.
005090     IF NOT FIN-INSCRIPTIONS
005100        READ FINSC03-FILE NEXT
005110            AT END MOVE 'Y' TO WS-EOF-INS
005120        END-READ
005130     END-IF.
005140     PERFORM UNTIL FIN-INSCRIPTIONS
005150             OR IN-CODE-SESSION NOT = WS-SESSION
005160        IF WS-FINSC-STATUS NOT = '00'
005170           AND WS-FINSC-STATUS NOT = '02'
005180           PERFORM 9500-ERREUR-FINSC THRU 9500-EXIT
005190        END-IF
005200        PERFORM 2100-TRAITE-INSCRIPTION THRU 2100-EXIT
005210        READ FINSC03-FILE NEXT
005220            AT END MOVE 'Y' TO WS-EOF-INS
005230        END-READ
005240     END-PERFORM.
005250     IF WS-NB-INSCRITS = ZERO
005260        DISPLAY 'DOSCLOT - AUCUNE INSCRIPTION POUR LA SESSION '
005270                WS-SESSION
005280     END-IF.
005290 2000-EXIT.
005300     EXIT.
005310*
005320*****************************************************************
005330*  2100  -  UNE INSCRIPTION : CATEGORIE (TERMINEE, TRANSFEREE,   *
005340*            PARTIE - ANNULEE OU STAGIAIRE SUPPRIME DE LA SESSION*
005350*            ET ARCHIVE - OU EN COURS), FIN EFFECTIVE DANS LA    *
005360*            SESSION, PUIS ASSIDUITE, RESULTAT ET DEVENIR        *
005370*****************************************************************
005380 2100-TRAITE-INSCRIPTION.
005390*------------------------*
005400     ADD 1 TO WS-NB-INSCRITS.
005410     IF IN-FINANCEUR NOT = SPACE
005420        ADD 1 TO WS-NB-FINANCES
005430     END-IF.
005440     MOVE ZERO TO WS-DATE-DEPART.
005450     EVALUATE TRUE
005460        WHEN IN-TERMINEE
005470           MOVE 'T' TO WS-CATEGORIE
005480        WHEN IN-TRANSFEREE
005490           MOVE 'X' TO WS-CATEGORIE
005500        WHEN OTHER
005510           MOVE 'E' TO WS-CATEGORIE
005520           PERFORM 2200-DEPART THRU 2200-EXIT
005530     END-EVALUATE.
005540     EVALUATE WS-CATEGORIE
005550        WHEN 'T'
005560           ADD 1 TO WS-NB-TERMINES
005570        WHEN 'X'
005580           ADD 1 TO WS-NB-TRANSFERES
005590        WHEN 'D'
005600           ADD 1 TO WS-NB-PARTIS
005610        WHEN OTHER
005620           ADD 1 TO WS-NB-EN-COURS
005630     END-EVALUATE.
005640*   BORNES DE L'INSCRIPTION (JJMMAAAA DANS FINSC03) : SOLDE DE
005650*   FIN DE STAGE, TRANSFERT (DATE D'ENREGISTREMENT AAAAMMJJ) OU
005660*   SUPPRESSION ; SINON LA FIN DU CALENDRIER DE LA SESSION
005670     MOVE WS-CAL-DEB TO WS-DEB-INS.
005680     IF IN-DATE-DEBUT NOT = ZERO
005690        MOVE IN-DATE-DEBUT TO WS-DATE-JMA
005700        PERFORM 2150-CONV-DATE THRU 2150-EXIT
005710        IF WS-DATE-AMJ > WS-DEB-INS
005720           MOVE WS-DATE-AMJ TO WS-DEB-INS
005730        END-IF
005740     END-IF.
005750     MOVE WS-CAL-FIN TO WS-FIN-INS.
005760     EVALUATE TRUE
005770        WHEN WS-CATEGORIE = 'T' AND IN-DATE-FIN NOT = ZERO
005780           MOVE IN-DATE-FIN TO WS-DATE-JMA
005790           PERFORM 2150-CONV-DATE THRU 2150-EXIT
005800        WHEN WS-CATEGORIE = 'X'
005810           MOVE IN-DATE-ENREG TO WS-DATE-AMJ
005820        WHEN WS-CATEGORIE = 'D' AND WS-DATE-DEPART NOT = ZERO
005830           MOVE WS-DATE-DEPART TO WS-DATE-AMJ
005840        WHEN OTHER
005850           MOVE WS-CAL-FIN TO WS-DATE-AMJ
005860     END-EVALUATE.
005870     IF WS-DATE-AMJ < WS-FIN-INS
005880        MOVE WS-DATE-AMJ TO WS-FIN-INS
005890     END-IF.
005900     PERFORM 2300-ASSIDUITE THRU 2300-EXIT.
005910     IF WS-CATEGORIE = 'T' OR WS-CATEGORIE = 'E'
005920        PERFORM 2400-RESULTAT THRU 2400-EXIT
005930     END-IF.
005940     IF WS-CATEGORIE = 'T'
005950        PERFORM 2500-DEVENIR THRU 2500-EXIT
005960     END-IF.
005970 2100-EXIT.
005980     EXIT.
005990*
006000 2150-CONV-DATE.
006010*---------------*
006020     MOVE WS-DATE-JMA(5:4) TO WS-DATE-AMJ(1:4).
006030     MOVE WS-DATE-JMA(3:2) TO WS-DATE-AMJ(5:2).
006040     MOVE WS-DATE-JMA(1:2) TO WS-DATE-AMJ(7:2).
006050 2150-EXIT.
006060     EXIT.
006070*
006080*****************************************************************
006090*  2200  -  DEPART : INSCRIPTION ANNULEE, OU STAGIAIRE SUPPRIME  *
006100*            ALORS QU'IL ETAIT DANS LA SESSION (ARCHIVE FSTAGARC)*
006110*            - MOTIF DE LA SUPPRESSION ET DATE DU DEPART         *
006120*            (JJ/MM/AAAA) PRIS DANS L'ARCHIVE                    *
006130*****************************************************************
006140 2200-DEPART.
006150*------------*
006160     MOVE IN-NUMERO TO AR-NUMERO.
006170     READ FSTAGARC-FILE.
006180     IF WS-FARC-STATUS = '00'
006190        AND AR-CODE-SESSION = IN-CODE-SESSION
006200        MOVE 'D' TO WS-CATEGORIE
006210        MOVE AR-MOTIF TO WS-MOTIF
006220        IF AR-DATE-SUPPR(7:4) NUMERIC
006230           AND AR-DATE-SUPPR(4:2) NUMERIC
006240           AND AR-DATE-SUPPR(1:2) NUMERIC
006250           MOVE AR-DATE-SUPPR(7:4) TO WS-DATE-DEPART(1:4)
006260           MOVE AR-DATE-SUPPR(4:2) TO WS-DATE-DEPART(5:2)
006270           MOVE AR-DATE-SUPPR(1:2) TO WS-DATE-DEPART(7:2)
006280        END-IF
006290     ELSE
006300        IF NOT IN-ANNULEE
006310           GO TO 2200-EXIT
006320        END-IF
006330        MOVE 'D'   TO WS-CATEGORIE
006340        MOVE SPACE TO WS-MOTIF
006350     END-IF.
006360     IF WS-MOTIF = SPACE
006370        MOVE '(SANS MOTIF)' TO WS-MOTIF
006380     END-IF.
006390     MOVE ZERO TO WS-IND-MOT.
006400     PERFORM VARYING WS-IND FROM 1 BY 1
006410             UNTIL WS-IND > WS-NB-MOTIFS
006420        IF WS-MOT-LIBELLE(WS-IND) = WS-MOTIF
006430           MOVE WS-IND TO WS-IND-MOT
006440        END-IF
006450     END-PERFORM.
006460     IF WS-IND-MOT = ZERO
006470        IF WS-NB-MOTIFS >= 20
006480           ADD 1 TO WS-NB-MOT-AUTRES
006490           GO TO 2200-EXIT
006500        END-IF
006510        ADD 1 TO WS-NB-MOTIFS
006520        MOVE WS-NB-MOTIFS TO WS-IND-MOT
006530        MOVE WS-MOTIF TO WS-MOT-LIBELLE(WS-IND-MOT)
006540        MOVE ZERO     TO WS-MOT-NB(WS-IND-MOT)
006550     END-IF.
006560     ADD 1 TO WS-MOT-NB(WS-IND-MOT).
006570 2200-EXIT.
006580     EXIT.
006590*
006600*****************************************************************
006610*  2300  -  ASSIDUITE DE L'INSCRIPTION ENTRE SES BORNES : JOURS  *
006620*            DE COURS DU CALENDRIER, MOINS LES CONGES ACCORDES   *
006630*            (FCONG03, NI PRESENCE NI ABSENCE) ; ETAT DU JOUR    *
006640*            PRIS DANS FPRES03 POUR LA SESSION, REMPLACE PAR LA  *
006650*            DERNIERE REGULARISATION FREGU03 DU JOUR             *
006660*****************************************************************
006670 2300-ASSIDUITE.
006680*---------------*
006690     IF WS-NB-JOURS-CAL = ZERO OR WS-DEB-INS > WS-FIN-INS
006700        GO TO 2300-EXIT
006710     END-IF.
006720     MOVE ZERO TO WS-JOURS.
006730     PERFORM VARYING WS-IND-CAL FROM 1 BY 1
006740             UNTIL WS-IND-CAL > WS-NB-JOURS-CAL
006750        MOVE 'N'   TO WS-CAL-INS(WS-IND-CAL)
006760        MOVE SPACE TO WS-CAL-ETAT(WS-IND-CAL)
006770        IF WS-CAL-COURS(WS-IND-CAL) = 'O'
006780           AND WS-CAL-DATE(WS-IND-CAL) NOT < WS-DEB-INS
006790           AND WS-CAL-DATE(WS-IND-CAL) NOT > WS-FIN-INS
006800           MOVE 'O' TO WS-CAL-INS(WS-IND-CAL)
006810           ADD 1 TO WS-JOURS
006820        END-IF
006830     END-PERFORM.
006840     MOVE IN-NUMERO  TO CG-NUMERO.
006850     MOVE WS-DEB-INS TO CG-DATE.
006860     START FCONG03-FILE KEY >= CG-CLE.
006870     IF WS-FCONG-STATUS = '00'
006880        READ FCONG03-FILE NEXT
006890        PERFORM UNTIL WS-FCONG-STATUS NOT = '00'
006900                OR CG-NUMERO NOT = IN-NUMERO
006910                OR CG-DATE > WS-FIN-INS
006920           IF CG-ACCORDE
006930              MOVE CG-DATE TO WS-DATE-AMJ
006940              PERFORM 2390-INDEX-DATE THRU 2390-EXIT
006950              IF WS-IND-CAL NOT = ZERO
006960                 AND WS-CAL-INS(WS-IND-CAL) = 'O'
006970                 MOVE 'C' TO WS-CAL-INS(WS-IND-CAL)
006980                 SUBTRACT 1 FROM WS-JOURS
006990                 ADD 1 TO WS-TOT-CONGES
007000              END-IF
007010           END-IF
007020           READ FCONG03-FILE NEXT
007030        END-PERFORM
007040     END-IF.
007050     MOVE IN-NUMERO  TO PR-NUMERO.
007060     MOVE WS-DEB-INS TO PR-DATE.
007070     START FPRES03-FILE KEY >= PR-CLE.
007080     IF WS-FPRES-STATUS = '00'
007090        READ FPRES03-FILE NEXT
007100        PERFORM UNTIL WS-FPRES-STATUS NOT = '00'
007110                OR PR-NUMERO NOT = IN-NUMERO
007120                OR PR-DATE > WS-FIN-INS
007130           IF PR-CODE-SESSION = IN-CODE-SESSION
007140              MOVE PR-DATE TO WS-DATE-AMJ
007150              PERFORM 2390-INDEX-DATE THRU 2390-EXIT
007160              IF WS-IND-CAL NOT = ZERO
007170                 MOVE PR-JUSTIF TO WS-CAL-ETAT(WS-IND-CAL)
007180              END-IF
007190           END-IF
007200           READ FPRES03-FILE NEXT
007210        END-PERFORM
007220     END-IF.
007230     MOVE IN-NUMERO  TO RG-NUMERO.
007240     MOVE WS-DEB-INS TO RG-DATE-ABS.
007250     MOVE ZERO       TO RG-DATE-ENREG RG-HEURE-ENREG.
007260     START FREGU03-FILE KEY >= RG-CLE.
007270     IF WS-FREGU-STATUS = '00'
007280        READ FREGU03-FILE NEXT
007290        PERFORM UNTIL WS-FREGU-STATUS NOT = '00'
007300                OR RG-NUMERO NOT = IN-NUMERO
007310                OR RG-DATE-ABS > WS-FIN-INS
007320           IF RG-CODE-SESSION = IN-CODE-SESSION
007330              MOVE RG-DATE-ABS TO WS-DATE-AMJ
007340              PERFORM 2390-INDEX-DATE THRU 2390-EXIT
007350              IF WS-IND-CAL NOT = ZERO
007360                 MOVE RG-APRES TO WS-CAL-ETAT(WS-IND-CAL)
007370              END-IF
007380           END-IF
007390           READ FREGU03-FILE NEXT
007400        END-PERFORM
007410     END-IF.
007420     IF WS-JOURS = ZERO
007430        GO TO 2300-EXIT
007440     END-IF.
007450     ADD 1        TO WS-NB-ASSID.
007460     ADD WS-JOURS TO WS-TOT-JOURS.
007470     PERFORM VARYING WS-IND-CAL FROM 1 BY 1
007480             UNTIL WS-IND-CAL > WS-NB-JOURS-CAL
007490        IF WS-CAL-INS(WS-IND-CAL) = 'O'
007500           AND WS-CAL-ETAT(WS-IND-CAL) NOT = SPACE
007510           ADD 1 TO WS-TOT-ABS
007520           IF WS-CAL-ETAT(WS-IND-CAL) = 'J'
007530              ADD 1 TO WS-TOT-ABS-J
007540           END-IF
007550        END-IF
007560     END-PERFORM.
007570 2300-EXIT.
007580     EXIT.
007590*
007600*****************************************************************
007610*  2390  -  POSTE DU CALENDRIER DE LA DATE WS-DATE-AMJ (ZERO SI  *
007620*            HORS CALENDRIER) - LES POSTES SE SUIVENT JOUR APRES *
007630*            JOUR DEPUIS LE DEBUT DE LA SESSION                  *
007640*****************************************************************
007650 2390-INDEX-DATE.
007660*----------------*
007670     MOVE ZERO TO WS-IND-CAL.
007680     IF WS-DATE-AMJ < WS-CAL-DEB OR WS-DATE-AMJ > WS-CAL-FIN
007690        GO TO 2390-EXIT
007700     END-IF.
007710     PERFORM VARYING WS-IND FROM 1 BY 1
007720             UNTIL WS-IND > WS-NB-JOURS-CAL
007730                OR WS-IND-CAL NOT = ZERO
007740        IF WS-CAL-DATE(WS-IND) = WS-DATE-AMJ
007750           MOVE WS-IND TO WS-IND-CAL
007760        END-IF
007770     END-PERFORM.
007780 2390-EXIT.
007790     EXIT.
007800*
007810*****************************************************************
007820*  2400  -  RESULTAT D'EVALUATION (FRESU03) D'UNE INSCRIPTION    *
007830*            TERMINEE OU EN COURS - ISSUE ET TRANCHE DE NOTE     *
007840*            (NOTES DES ADMIS ET AJOURNES SEULEMENT)             *
007850*****************************************************************
007860 2400-RESULTAT.
007870*--------------*
007880     MOVE IN-NUMERO       TO RS-NUMERO.
007890     MOVE IN-CODE-SESSION TO RS-CODE-SESSION.
007900     READ FRESU03-FILE.
007910     IF WS-FRESU-STATUS NOT = '00'
007920        ADD 1 TO WS-NB-NON-SAISIS
007930        GO TO 2400-EXIT
007940     END-IF.
007950     EVALUATE TRUE
007960        WHEN RS-ADMIS
007970           ADD 1 TO WS-NB-ADMIS
007980        WHEN RS-AJOURNE
007990           ADD 1 TO WS-NB-AJOURNES
008000        WHEN OTHER
008010           ADD 1 TO WS-NB-NON-EVAL
008020           GO TO 2400-EXIT
008030     END-EVALUATE.
008040     ADD 1       TO WS-NB-NOTES.
008050     ADD RS-NOTE TO WS-SOM-NOTES.
008060     EVALUATE TRUE
008070        WHEN RS-NOTE < 08
008080           ADD 1 TO WS-NB-NOTE-1
008090        WHEN RS-NOTE < 10
008100           ADD 1 TO WS-NB-NOTE-2
008110        WHEN RS-NOTE < 14
008120           ADD 1 TO WS-NB-NOTE-3
008130        WHEN OTHER
008140           ADD 1 TO WS-NB-NOTE-4
008150     END-EVALUATE.
008160 2400-EXIT.
008170     EXIT.
008180*
008190*****************************************************************
008200*  2500  -  DEVENIR A 3 ET 6 MOIS D'UN STAGE TERMINE (FSUIV03) - *
008210*            SANS ENTREE POUR LA SESSION, LE SUIVI N'EST PAS     *
008220*            ENCORE ECHU (GENSUIV LE CREE A L'ECHEANCE)          *
008230*****************************************************************
008240 2500-DEVENIR.
008250*-------------*
008260     PERFORM VARYING WS-HOR-IND FROM 1 BY 1 UNTIL WS-HOR-IND > 2
008270        MOVE IN-NUMERO TO SV-NUMERO
008280        IF WS-HOR-IND = 1
008290           MOVE 3 TO SV-HORIZON
008300        ELSE
008310           MOVE 6 TO SV-HORIZON
008320        END-IF
008330        READ FSUIV03-FILE
008340        IF WS-FSUIV-STATUS = '00'
008350           AND SV-CODE-SESSION = IN-CODE-SESSION
008360           EVALUATE TRUE
008370              WHEN SV-EMPLOI
008380                 ADD 1 TO WS-SUI-EMP(WS-HOR-IND)
008390              WHEN SV-FORMATION
008400                 ADD 1 TO WS-SUI-FOR(WS-HOR-IND)
008410              WHEN SV-RECHERCHE
008420                 ADD 1 TO WS-SUI-REC(WS-HOR-IND)
008430              WHEN SV-PERDU-DE-VUE
008440                 ADD 1 TO WS-SUI-PER(WS-HOR-IND)
008450              WHEN OTHER
008460                 ADD 1 TO WS-SUI-NS(WS-HOR-IND)
008470           END-EVALUATE
008480        ELSE
008490           ADD 1 TO WS-SUI-NE(WS-HOR-IND)
008500        END-IF
008510     END-PERFORM.
008520 2500-EXIT.
008530     EXIT.
008540*
008550*****************************************************************
008560*  3000  -  ATTESTATIONS DELIVREES POUR LA SESSION (REGISTRE     *
008570*            FCERT03, PARCOURU EN ENTIER - CLE NUMERO DE SERIE)  *
008580*****************************************************************
008590 3000-ATTESTATIONS.
008600*------------------*
008610     MOVE 'N' TO WS-EOF.
008620     READ FCERT03-FILE
008630         AT END MOVE 'Y' TO WS-EOF
008640     END-READ.
008650     PERFORM UNTIL FIN-FICHIER
008660        IF CR-CODE-SESSION = WS-SESSION
008670           EVALUATE CR-TYPE
008680              WHEN 'I'
008690                 ADD 1 TO WS-NB-CERT-I
008700              WHEN 'F'
008710                 ADD 1 TO WS-NB-CERT-F
008720              WHEN 'R'
008730                 ADD 1 TO WS-NB-CERT-R
008740           END-EVALUATE
008750        END-IF
008760        READ FCERT03-FILE
008770            AT END MOVE 'Y' TO WS-EOF
008780        END-READ
008790     END-PERFORM.
008800 3000-EXIT.
008810     EXIT.
008820*
008830*****************************************************************
008840*  7000  -  EDITION DU DOSSIER : CHAQUE INDICATEUR EST IMPRIME ET*
008850*            ECRIT DANS LE FICHIER DU PORTAIL (7900)             *
008860*****************************************************************
008870 7000-EDITION-DOSSIER.
008880*---------------------*
008890     MOVE SPACE TO LIGNE.
008900     STRING ' DOSSIER DE CLOTURE DE SESSION - ' WS-SESSION
008910            ' - ' S-LIBELLE DELIMITED BY SIZE INTO LIGNE.
008920     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
008930     MOVE SPACE TO LIGNE.
008940     STRING ' PERIODE DU ' WS-DEB-EDIT ' AU ' WS-FIN-EDIT
008950            '   SITE : ' S-SITE DELIMITED BY SIZE INTO LIGNE.
008960     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
008970     MOVE SPACE TO LIGNE.
008980     STRING ' COORDINATEUR : ' S-COORDINATEUR
008990            '   EDITE LE ' WS-DATE-EDIT
009000            DELIMITED BY SIZE INTO LIGNE.
009010     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
009020     IF DOSSIER-PROVISOIRE
009030        MOVE SPACE TO LIGNE
009040        STRING ' DOSSIER PROVISOIRE : SESSION NON TERMINEE, '
009050               'CHIFFRES ARRETES A LA DATE D''EDITION'
009060               DELIMITED BY SIZE INTO LIGNE
009070        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
009080     END-IF.
009090*
009100     PERFORM 7100-EFFECTIFS   THRU 7100-EXIT.
009110     PERFORM 7200-ASSIDUITE   THRU 7200-EXIT.
009120     PERFORM 7300-RESULTATS   THRU 7300-EXIT.
009130     PERFORM 7400-ATTESTATION THRU 7400-EXIT.
009140     PERFORM VARYING WS-HOR-IND FROM 1 BY 1 UNTIL WS-HOR-IND > 2
009150        PERFORM 7500-DEVENIR THRU 7500-EXIT
009160     END-PERFORM.
009170 7000-EXIT.
009180     EXIT.
009190*
009200 7100-EFFECTIFS.
009210*---------------*
009220     MOVE ' 1. EFFECTIFS' TO LIGNE.
009230     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
009240     MOVE 'EFFECTIFS' TO WS-RUBRIQUE.
009250     MOVE 'INSCRITS' TO WS-INDIC.
009260     MOVE 'INSCRIPTIONS A LA SESSION' TO WS-LIBELLE.
009270     MOVE WS-NB-INSCRITS TO WS-NB.
009280     PERFORM 7910-NOMBRE THRU 7910-EXIT.
009290     MOVE 'TERMINES' TO WS-INDIC.
009300     MOVE 'STAGES TERMINES' TO WS-LIBELLE.
009310     MOVE WS-NB-TERMINES TO WS-NB.
009320     PERFORM 7910-NOMBRE THRU 7910-EXIT.
009330     MOVE 'TRANSFERES' TO WS-INDIC.
009340     MOVE 'TRANSFERES VERS UNE AUTRE SESSION' TO WS-LIBELLE.
009350     MOVE WS-NB-TRANSFERES TO WS-NB.
009360     PERFORM 7910-NOMBRE THRU 7910-EXIT.
009370     MOVE 'PARTIS' TO WS-INDIC.
009380     MOVE 'DEPARTS EN COURS DE STAGE' TO WS-LIBELLE.
009390     MOVE WS-NB-PARTIS TO WS-NB.
009400     PERFORM 7910-NOMBRE THRU 7910-EXIT.
009410     MOVE 'EN-COURS' TO WS-INDIC.
009420     MOVE 'INSCRIPTIONS NON SOLDEES' TO WS-LIBELLE.
009430     MOVE WS-NB-EN-COURS TO WS-NB.
009440     PERFORM 7910-NOMBRE THRU 7910-EXIT.
009450     MOVE 'FINANCES' TO WS-INDIC.
009460     MOVE 'PLACES FINANCEES' TO WS-LIBELLE.
009470     MOVE WS-NB-FINANCES TO WS-NB.
009480     PERFORM 7910-NOMBRE THRU 7910-EXIT.
009490     MOVE SPACE TO LIGNE.
009500     MOVE '    MOTIFS DE DEPART :' TO LIGNE.
009510     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
009520     MOVE 'DEPARTS' TO WS-RUBRIQUE.
009530     PERFORM VARYING WS-IND-MOT FROM 1 BY 1
009540             UNTIL WS-IND-MOT > WS-NB-MOTIFS
009550        MOVE WS-MOT-LIBELLE(WS-IND-MOT) TO WS-INDIC
009560        MOVE SPACE TO WS-LIBELLE
009570        MOVE WS-MOT-LIBELLE(WS-IND-MOT) TO WS-LIBELLE(3:20)
009580        MOVE WS-MOT-NB(WS-IND-MOT) TO WS-NB
009590        PERFORM 7910-NOMBRE THRU 7910-EXIT
009600     END-PERFORM.
009610     IF WS-NB-MOT-AUTRES > ZERO
009620        MOVE 'AUTRES MOTIFS' TO WS-INDIC
009630        MOVE '  AUTRES MOTIFS' TO WS-LIBELLE
009640        MOVE WS-NB-MOT-AUTRES TO WS-NB
009650        PERFORM 7910-NOMBRE THRU 7910-EXIT
009660     END-IF.
009670     IF WS-NB-PARTIS = ZERO
009680        MOVE '      AUCUN DEPART' TO LIGNE
009690        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
009700     END-IF.
009710 7100-EXIT.
009720     EXIT.
009730*
009740 7200-ASSIDUITE.
009750*---------------*
009760     MOVE ' 2. ASSIDUITE' TO LIGNE.
009770     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
009780     MOVE 'ASSIDUITE' TO WS-RUBRIQUE.
009790     MOVE 'JOURS-PREVUS' TO WS-INDIC.
009800     MOVE 'JOURNEES STAGIAIRE DE COURS' TO WS-LIBELLE.
009810     MOVE WS-TOT-JOURS TO WS-NB.
009820     PERFORM 7910-NOMBRE THRU 7910-EXIT.
009830     MOVE 'JOURS-ABSENCE' TO WS-INDIC.
009840     MOVE 'JOURNEES D''ABSENCE' TO WS-LIBELLE.
009850     MOVE WS-TOT-ABS TO WS-NB.
009860     PERFORM 7910-NOMBRE THRU 7910-EXIT.
009870     MOVE 'JOURS-ABS-JUSTIF' TO WS-INDIC.
009880     MOVE '  DONT JUSTIFIEES' TO WS-LIBELLE.
009890     MOVE WS-TOT-ABS-J TO WS-NB.
009900     PERFORM 7910-NOMBRE THRU 7910-EXIT.
009910     MOVE 'JOURS-CONGE' TO WS-INDIC.
009920     MOVE 'JOURNEES DE CONGE ACCORDE (HORS CALCUL)'
009930       TO WS-LIBELLE.
009940     MOVE WS-TOT-CONGES TO WS-NB.
009950     PERFORM 7910-NOMBRE THRU 7910-EXIT.
009960     MOVE 'TAUX-ASSIDUITE' TO WS-INDIC.
009970     MOVE 'TAUX D''ASSIDUITE (%)' TO WS-LIBELLE.
009980     IF WS-TOT-JOURS > ZERO
009990        COMPUTE WS-TAUX ROUNDED =
010000                (WS-TOT-JOURS - WS-TOT-ABS) * 100 / WS-TOT-JOURS
010010        MOVE WS-TAUX TO WS-TAUX-ED
010020        MOVE WS-TAUX-ED TO WS-VALEUR
010030     ELSE
010040        MOVE 'ND' TO WS-VALEUR
010050     END-IF.
010060     PERFORM 7900-INDICATEUR THRU 7900-EXIT.
010070 7200-EXIT.
010080     EXIT.
010090*
010100 7300-RESULTATS.
010110*---------------*
010120     MOVE ' 3. RESULTATS D''EVALUATION' TO LIGNE.
010130     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
010140     MOVE 'RESULTATS' TO WS-RUBRIQUE.
010150     MOVE 'ADMIS' TO WS-INDIC.
010160     MOVE 'ADMIS' TO WS-LIBELLE.
010170     MOVE WS-NB-ADMIS TO WS-NB.
010180     PERFORM 7910-NOMBRE THRU 7910-EXIT.
010190     MOVE 'AJOURNES' TO WS-INDIC.
010200     MOVE 'AJOURNES' TO WS-LIBELLE.
010210     MOVE WS-NB-AJOURNES TO WS-NB.
010220     PERFORM 7910-NOMBRE THRU 7910-EXIT.
010230     MOVE 'NON-EVALUES' TO WS-INDIC.
010240     MOVE 'NON EVALUES' TO WS-LIBELLE.
010250     MOVE WS-NB-NON-EVAL TO WS-NB.
010260     PERFORM 7910-NOMBRE THRU 7910-EXIT.
010270     MOVE 'NON-SAISIS' TO WS-INDIC.
010280     MOVE 'RESULTATS NON SAISIS' TO WS-LIBELLE.
010290     MOVE WS-NB-NON-SAISIS TO WS-NB.
010300     PERFORM 7910-NOMBRE THRU 7910-EXIT.
010310     MOVE 'NOTES-00-07' TO WS-INDIC.
010320     MOVE 'NOTES DE 0 A 7' TO WS-LIBELLE.
010330     MOVE WS-NB-NOTE-1 TO WS-NB.
010340     PERFORM 7910-NOMBRE THRU 7910-EXIT.
010350     MOVE 'NOTES-08-09' TO WS-INDIC.
010360     MOVE 'NOTES DE 8 A 9' TO WS-LIBELLE.
010370     MOVE WS-NB-NOTE-2 TO WS-NB.
010380     PERFORM 7910-NOMBRE THRU 7910-EXIT.
010390     MOVE 'NOTES-10-13' TO WS-INDIC.
010400     MOVE 'NOTES DE 10 A 13' TO WS-LIBELLE.
010410     MOVE WS-NB-NOTE-3 TO WS-NB.
010420     PERFORM 7910-NOMBRE THRU 7910-EXIT.
010430     MOVE 'NOTES-14-20' TO WS-INDIC.
010440     MOVE 'NOTES DE 14 A 20' TO WS-LIBELLE.
010450     MOVE WS-NB-NOTE-4 TO WS-NB.
010460     PERFORM 7910-NOMBRE THRU 7910-EXIT.
010470     MOVE 'MOYENNE' TO WS-INDIC.
010480     MOVE 'MOYENNE DES NOTES (SUR 20)' TO WS-LIBELLE.
010490     IF WS-NB-NOTES > ZERO
010500        COMPUTE WS-MOYENNE ROUNDED = WS-SOM-NOTES / WS-NB-NOTES
010510        MOVE WS-MOYENNE TO WS-MOY-ED
010520        MOVE WS-MOY-ED TO WS-VALEUR
010530     ELSE
010540        MOVE 'ND' TO WS-VALEUR
010550     END-IF.
010560     PERFORM 7900-INDICATEUR THRU 7900-EXIT.
010570     IF WS-NB-ADMIS + WS-NB-AJOURNES > ZERO
010580        MOVE 'TAUX-REUSSITE' TO WS-INDIC
010590        MOVE 'TAUX DE REUSSITE (% DES EVALUES)' TO WS-LIBELLE
010600        COMPUTE WS-TAUX ROUNDED = WS-NB-ADMIS * 100
010610                / (WS-NB-ADMIS + WS-NB-AJOURNES)
010620        MOVE WS-TAUX TO WS-TAUX-ED
010630        MOVE WS-TAUX-ED TO WS-VALEUR
010640        PERFORM 7900-INDICATEUR THRU 7900-EXIT
010650     END-IF.
010660 7300-EXIT.
010670     EXIT.
010680*
010690 7400-ATTESTATION.
010700*-----------------*
010710     MOVE ' 4. ATTESTATIONS DELIVREES' TO LIGNE.
010720     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
010730     MOVE 'ATTESTATIONS' TO WS-RUBRIQUE.
010740     MOVE 'INSCRIPTION' TO WS-INDIC.
010750     MOVE 'ATTESTATIONS D''INSCRIPTION' TO WS-LIBELLE.
010760     MOVE WS-NB-CERT-I TO WS-NB.
010770     PERFORM 7910-NOMBRE THRU 7910-EXIT.
010780     MOVE 'FIN-DE-STAGE' TO WS-INDIC.
010790     MOVE 'ATTESTATIONS DE FIN DE STAGE' TO WS-LIBELLE.
010800     MOVE WS-NB-CERT-F TO WS-NB.
010810     PERFORM 7910-NOMBRE THRU 7910-EXIT.
010820     MOVE 'RESULTAT' TO WS-INDIC.
010830     MOVE 'ATTESTATIONS DE RESULTAT' TO WS-LIBELLE.
010840     MOVE WS-NB-CERT-R TO WS-NB.
010850     PERFORM 7910-NOMBRE THRU 7910-EXIT.
010860 7400-EXIT.
010870     EXIT.
010880*
010890*****************************************************************
010900*  7500  -  DEVENIR A 3 (WS-HOR-IND = 1) OU 6 MOIS DES STAGES    *
010910*            TERMINES - TAUX DE PLACEMENT CALCULE COMME RPTSUIV  *
010920*            (EMPLOIS / SUIVIS RENSEIGNES)                       *
010930*****************************************************************
010940 7500-DEVENIR.
010950*-------------*
010960     IF WS-HOR-IND = 1
010970        MOVE ' 5. DEVENIR A 3 MOIS DES STAGES TERMINES' TO LIGNE
010980        MOVE 'DEVENIR-3M' TO WS-RUBRIQUE
010990     ELSE
011000        MOVE ' 6. DEVENIR A 6 MOIS DES STAGES TERMINES' TO LIGNE
011010        MOVE 'DEVENIR-6M' TO WS-RUBRIQUE
011020     END-IF.
011030     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
011040     IF WS-NB-TERMINES > ZERO
011050        AND WS-SUI-NE(WS-HOR-IND) = WS-NB-TERMINES
011060        MOVE '    SUIVI NON ENCORE ECHU' TO LIGNE
011070        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
011080     END-IF.
011090     MOVE 'EMPLOI' TO WS-INDIC.
011100     MOVE 'EN EMPLOI' TO WS-LIBELLE.
011110     MOVE WS-SUI-EMP(WS-HOR-IND) TO WS-NB.
011120     PERFORM 7910-NOMBRE THRU 7910-EXIT.
011130     MOVE 'FORMATION' TO WS-INDIC.
011140     MOVE 'EN FORMATION' TO WS-LIBELLE.
011150     MOVE WS-SUI-FOR(WS-HOR-IND) TO WS-NB.
011160     PERFORM 7910-NOMBRE THRU 7910-EXIT.
011170     MOVE 'RECHERCHE' TO WS-INDIC.
011180     MOVE 'EN RECHERCHE D''EMPLOI' TO WS-LIBELLE.
011190     MOVE WS-SUI-REC(WS-HOR-IND) TO WS-NB.
011200     PERFORM 7910-NOMBRE THRU 7910-EXIT.
011210     MOVE 'PERDUS-DE-VUE' TO WS-INDIC.
011220     MOVE 'PERDUS DE VUE' TO WS-LIBELLE.
011230     MOVE WS-SUI-PER(WS-HOR-IND) TO WS-NB.
011240     PERFORM 7910-NOMBRE THRU 7910-EXIT.
011250     MOVE 'A-SAISIR' TO WS-INDIC.
011260     MOVE 'SUIVIS ECHUS NON SAISIS' TO WS-LIBELLE.
011270     MOVE WS-SUI-NS(WS-HOR-IND) TO WS-NB.
011280     PERFORM 7910-NOMBRE THRU 7910-EXIT.
011290     MOVE 'NON-ECHUS' TO WS-INDIC.
011300     MOVE 'SUIVIS NON ENCORE ECHUS' TO WS-LIBELLE.
011310     MOVE WS-SUI-NE(WS-HOR-IND) TO WS-NB.
011320     PERFORM 7910-NOMBRE THRU 7910-EXIT.
011330     MOVE 'TAUX-PLACEMENT' TO WS-INDIC.
011340     MOVE 'TAUX DE PLACEMENT (%)' TO WS-LIBELLE.
011350     COMPUTE WS-REPONDUS = WS-SUI-EMP(WS-HOR-IND)
011360                         + WS-SUI-FOR(WS-HOR-IND)
011370                         + WS-SUI-REC(WS-HOR-IND)
011380                         + WS-SUI-PER(WS-HOR-IND).
011390     IF WS-REPONDUS > ZERO
011400        COMPUTE WS-TAUX ROUNDED =
011410                WS-SUI-EMP(WS-HOR-IND) * 100 / WS-REPONDUS
011420        MOVE WS-TAUX TO WS-TAUX-ED
011430        MOVE WS-TAUX-ED TO WS-VALEUR
011440     ELSE
011450        MOVE 'ND' TO WS-VALEUR
011460     END-IF.
011470     PERFORM 7900-INDICATEUR THRU 7900-EXIT.
011480 7500-EXIT.
011490     EXIT.
011500*
011510*****************************************************************
011520*  7900  -  UN INDICATEUR : LIGNE DU DOSSIER IMPRIME (LIBELLE ET *
011530*            VALEUR) ET LIGNE DELIMITEE DU FICHIER DU PORTAIL    *
011540*            (SESSION;RUBRIQUE;INDICATEUR;VALEUR; - VALEUR       *
011550*            CADREE A GAUCHE, 'ND' QUAND ELLE N'EST PAS          *
011560*            CALCULABLE) - 7910 POUR UN DENOMBREMENT             *
011570*****************************************************************
011580 7900-INDICATEUR.
011590*----------------*
011600     MOVE SPACE TO LIGNE.
011610     STRING '    ' WS-LIBELLE ' : ' WS-VALEUR
011620            DELIMITED BY SIZE INTO LIGNE.
011630     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
011640     MOVE ZERO TO WS-NB-BLANCS.
011650     INSPECT WS-VALEUR TALLYING WS-NB-BLANCS FOR LEADING SPACE.
011660     MOVE SPACES TO WS-LIGNE.
011670     MOVE 1 TO WS-POS.
011680     STRING WS-SESSION  DELIMITED BY SPACE
011690            ';'         DELIMITED BY SIZE
011700            WS-RUBRIQUE DELIMITED BY SPACE
011710            ';'         DELIMITED BY SIZE
011720            WS-INDIC    DELIMITED BY '  '
011730            ';'         DELIMITED BY SIZE
011740            WS-VALEUR(WS-NB-BLANCS + 1:) DELIMITED BY SPACE
011750            ';'         DELIMITED BY SIZE
011760            INTO WS-LIGNE POINTER WS-POS.
011770     MOVE WS-LIGNE TO DOS-REC.
011780     WRITE DOS-REC.
011790     ADD 1 TO WS-NB-INDIC.
011800 7900-EXIT.
011810     EXIT.
011820*
011830 7910-NOMBRE.
011840*------------*
011850     MOVE WS-NB    TO WS-NB-ED.
011860     MOVE WS-NB-ED TO WS-VALEUR.
011870     PERFORM 7900-INDICATEUR THRU 7900-EXIT.
011880 7910-EXIT.
011890     EXIT.
011900*
011910*****************************************************************
011920*  9000  -  COMPTEUR DE FIN DU FICHIER DU PORTAIL ET FERMETURES  *
011930*****************************************************************
011940 9000-TERMINAISON.
011950*-----------------*
011960     MOVE SPACES TO WS-LIGNE.
011970     MOVE WS-NB-INDIC TO WS-NB-ED.
011980     STRING 'TOTAL;' WS-NB-ED ';'
011990            DELIMITED BY SIZE INTO WS-LIGNE.
012000     MOVE WS-LIGNE TO DOS-REC.
012010     WRITE DOS-REC.
012020     CLOSE FSESS03-FILE.
012030     CLOSE FINSC03-FILE.
012040     CLOSE FSTAGARC-FILE.
012050     CLOSE FCALS03-FILE.
012060     CLOSE FJOUR03-FILE.
012070     CLOSE FPRES03-FILE.
012080     CLOSE FCONG03-FILE.
012090     CLOSE FREGU03-FILE.
012100     CLOSE FRESU03-FILE.
012110     CLOSE FCERT03-FILE.
012120     CLOSE FSUIV03-FILE.
012130     CLOSE RAPPORT-FILE.
012140     CLOSE DOS-FILE.
012150 9000-EXIT.
012160     EXIT.
012170*
012180*****************************************************************
012190*  9500  -  ERREUR D'ENTREE/SORTIE SUR FINSC03 - LE CODE STATUT  *
012200*            EST TRACE ET LE TRAITEMENT EST INTERROMPU           *
012210*****************************************************************
012220 9500-ERREUR-FINSC.
012230*------------------*
012240     DISPLAY 'DOSCLOT - ERREUR E/S FINSC03 - CODE STATUT '
012250             WS-FINSC-STATUS.
012260     MOVE 16 TO RETURN-CODE.
012270     STOP RUN.
012280 9500-EXIT.
012290     EXIT.
