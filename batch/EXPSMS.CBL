000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EXPSMS.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  EXPSMS   -  EXTRACTION QUOTIDIENNE DES SMS POUR LA           *
000090*               PASSERELLE SMS DU SITE - UN MESSAGE PAR AVIS ET *
000100*               PAR PORTABLE (E-TELPOR) :                       *
000110*               - RAPPEL DE DEBUT DE SESSION (E-DATE-DEBUT DANS *
000120*                 LE DELAI DE RAPPEL, SYSIN, DEFAUT 3 JOURS)    *
000130*               - OFFRE DE PLACE EMISE PAR APPATTE (FOFFR03 EN  *
000140*                 COURS, PORTABLE DU CANDIDAT FATTE03)          *
000150*               - JOURNEE DE COURS ANNULEE A VENIR (FANNU03)    *
000160*               - ABSENCE NON JUSTIFIEE DU JOUR OU DE LA VEILLE *
000170*                 (FPRES03)                                     *
000180*               MEMES REGLES D'ENVOI QUE MAILCONF (OPPOSITION   *
000190*               E-CONSENT-MAIL 'N', NUMERO REVENU EN ECHEC      *
000200*               E-TELPOR-INVALIDE, STAGES TERMINES ECARTES) -   *
000210*               CHAQUE MESSAGE EST JOURNALISE DANS FSMS03, DONT *
000220*               LA CLE SERT DE REFERENCE POUR LA PASSERELLE ET  *
000230*               EMPECHE TOUT DOUBLE ENVOI (RELANCE SANS RISQUE) *
000240*               - LES ECHECS DE DISTRIBUTION SONT REPRIS PAR    *
000250*               IMPSMS                                          *
000260*****************************************************************
000270*  HISTORIQUE DES MODIFICATIONS                                 *
000280*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-390.
000330 OBJECT-COMPUTER. IBM-390.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT FSTAG03-FILE   ASSIGN TO FSTAG03
000370            ORGANIZATION   INDEXED
000380            ACCESS MODE    DYNAMIC
000390            RECORD KEY     E-NUMERO
000400            FILE STATUS    WS-FSTAG-STATUS.
000410     SELECT FANNU03-FILE   ASSIGN TO FANNU03
000420            ORGANIZATION   INDEXED
000430            ACCESS MODE    SEQUENTIAL
000440            RECORD KEY     AN-CLE
000450            FILE STATUS    WS-FANNU-STATUS.
000460     SELECT FPRES03-FILE   ASSIGN TO FPRES03
000470            ORGANIZATION   INDEXED
000480            ACCESS MODE    RANDOM
000490            RECORD KEY     PR-CLE
000500            FILE STATUS    WS-FPRES-STATUS.
000510     SELECT FOFFR03-FILE   ASSIGN TO FOFFR03
000520            ORGANIZATION   INDEXED
000530            ACCESS MODE    SEQUENTIAL
000540            RECORD KEY     OF-CLE
000550            FILE STATUS    WS-FOFFR-STATUS.
000560     SELECT FATTE03-FILE   ASSIGN TO FATTE03
000570            ORGANIZATION   INDEXED
000580            ACCESS MODE    RANDOM
000590            RECORD KEY     WL-NUMERO
000600            FILE STATUS    WS-FATTE-STATUS.
000610     SELECT FSMS03-FILE    ASSIGN TO FSMS03
000620            ORGANIZATION   INDEXED
000630            ACCESS MODE    RANDOM
000640            RECORD KEY     SM-CLE
000650            FILE STATUS    WS-FSMS-STATUS.
000660     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000670            ORGANIZATION   LINE SEQUENTIAL.
000680     SELECT SMS-FILE       ASSIGN TO SMSOUT
000690            ORGANIZATION   LINE SEQUENTIAL.
000700     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000710            ORGANIZATION   LINE SEQUENTIAL.
000720*
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  FSTAG03-FILE.
000760*   DESCRIPTION DU FICHIER KSD DES STAGIAIRES
000770     COPY FSTAG.
000780*
000790 FD  FANNU03-FILE.
000800*   DESCRIPTION DES JOURNEES DE COURS ANNULEES
000810     COPY FANNU.
000820*
000830 FD  FPRES03-FILE.
000840*   DESCRIPTION DU FICHIER KSD DES ABSENCES
000850     COPY FPRES.
000860*
000870 FD  FOFFR03-FILE.
000880*   DESCRIPTION DES OFFRES DE PLACE
000890     COPY FOFFR.
000900*
000910 FD  FATTE03-FILE.
000920*   DESCRIPTION DE LA LISTE D'ATTENTE
000930     COPY FATTE.
000940*
000950 FD  FSMS03-FILE.
000960*   DESCRIPTION DU JOURNAL DES SMS
000970     COPY FSMS.
000980*
000990 FD  SYSIN-FILE
001000     RECORDING MODE F.
001010 01  SYSIN-REC.
001020     05  SI-DELAI          PIC X(02).
001030     05  FILLER            PIC X(78).
001040*
001050*   FICHIER POUR LA PASSERELLE SMS : PORTABLE, REFERENCE (CLE DU
001060*   JOURNAL FSMS03, RENVOYEE DANS LE FICHIER RETOUR), TEXTE
001070 FD  SMS-FILE
001080     RECORDING MODE F.
001090 01  SMS-REC.
001100     05  SX-TELEPHONE      PIC X(10).
001110     05  SX-REFERENCE      PIC X(23).
001120     05  SX-TEXTE          PIC X(160).
001130     05  FILLER            PIC X(07).
001140*
001150 FD  RAPPORT-FILE
001160     RECORDING MODE F.
001170 01  RAPPORT-REC           PIC X(133).
001180*
001190 WORKING-STORAGE SECTION.
001200 77  WS-FSTAG-STATUS       PIC X(02).
001210 77  WS-FANNU-STATUS       PIC X(02).
001220 77  WS-FPRES-STATUS       PIC X(02).
001230 77  WS-FOFFR-STATUS       PIC X(02).
001240 77  WS-FATTE-STATUS       PIC X(02).
001250 77  WS-FSMS-STATUS        PIC X(02).
001260 77  WS-EOF                PIC X(01)     VALUE 'N'.
001270     88  FIN-FICHIER                     VALUE 'Y'.
001280 77  WS-DATE-JOUR          PIC 9(08).
001290 77  WS-HEURE-JOUR         PIC 9(08).
001300*   DELAI DU RAPPEL DE DEBUT DE SESSION, EN JOURS (SYSIN COL 1-2,
001310*   DEFAUT 3) ET DATE LIMITE CORRESPONDANTE ; VEILLE DU JOUR POUR
001320*   LES ABSENCES (CHAINE LANCEE APRES MINUIT)
001330 77  WS-DELAI              PIC 9(02)     VALUE 3.
001340 77  WS-DATE-RAPPEL        PIC 9(08).
001350 77  WS-DATE-VEILLE        PIC 9(08).
001360 77  WS-CAL-AAAA           PIC 9(04).
001370 77  WS-CAL-MM             PIC 9(02).
001380 77  WS-CAL-JJ             PIC S9(03) COMP.
001390 77  WS-CAL-RESTE          PIC 9(04).
001400 77  WS-NB-JOURS-MOIS      PIC 9(02).
001410 01  JOURS-MOIS-TABLE.
001420     05 FILLER PIC X(24) VALUE '312831303130313130313031'.
001430 01  JOURS-MOIS-TBL REDEFINES JOURS-MOIS-TABLE.
001440     05  JM-NB             PIC 9(02) OCCURS 12 TIMES.
001450*   DATE DE DEBUT DU STAGIAIRE CONVERTIE (JJMMAAAA -> AAAAMMJJ)
001460 01  WS-DATE-DEB-CONV      PIC 9(08).
001470*   JOURNEES ANNULEES A VENIR (100 AU PLUS - AU-DELA LE PASSAGE
001480*   EST PARTIEL ET SIGNALE, LES SUIVANTES PARTENT AU PROCHAIN)
001490 77  WS-NB-ANN             PIC 9(03) COMP VALUE ZERO.
001500 77  WS-IND-ANN            PIC 9(03) COMP.
001510 77  WS-NB-HORS-TABLE      PIC 9(06) COMP VALUE ZERO.
001520 01  WS-ANN-TABLE.
001530     05  WS-ANN-ENTRY OCCURS 100 TIMES.
001540         10  WS-ANN-SESSION    PIC X(10).
001550         10  WS-ANN-DATE       PIC 9(08).
001560*   AVIS EN COURS DE CONSTITUTION : CLE DU JOURNAL, PORTABLE,
001570*   TEXTE, ET LE PORTABLE CONTROLE PAR 3900
001580 01  WS-AVIS-CLE.
001590     05  WS-AV-EVENEMENT   PIC X(01).
001600     05  WS-AV-NUMERO      PIC 9(04).
001610     05  WS-AV-SESSION     PIC X(10).
001620     05  WS-AV-DATE        PIC 9(08).
001630 77  WS-AV-TELEPHONE       PIC X(10).
001640 01  WS-AV-TEXTE           PIC X(160).
001650 01  WS-DATE-EDIT          PIC X(10).
001660 77  WS-PORTABLE           PIC X(10).
001670 77  WS-PORTABLE-OK        PIC X(01).
001680     88  PORTABLE-OK                     VALUE 'O'.
001690*   COMPTEURS DU BILAN
001700 77  WS-NB-DEBUT           PIC 9(06) COMP VALUE ZERO.
001710 77  WS-NB-OFFRE           PIC 9(06) COMP VALUE ZERO.
001720 77  WS-NB-ANNUL           PIC 9(06) COMP VALUE ZERO.
001730 77  WS-NB-ABSENCE         PIC 9(06) COMP VALUE ZERO.
001740 77  WS-NB-DEJA            PIC 9(06) COMP VALUE ZERO.
001750 77  WS-NB-OPPOSES         PIC 9(06) COMP VALUE ZERO.
001760 77  WS-NB-INVALIDES       PIC 9(06) COMP VALUE ZERO.
001770 77  WS-NB-SANS-PORTABLE   PIC 9(06) COMP VALUE ZERO.
001780 77  WS-NB-ED              PIC ZZZZZ9.
001790 01  LIGNE                 PIC X(133).
001800*
001810 PROCEDURE DIVISION.
001820 0000-MAINLINE.
001830*----------------*
001840     PERFORM 1000-INITIALISATION      THRU 1000-EXIT.
001850     PERFORM 2000-CHARGE-ANNULATIONS  THRU 2000-EXIT.
001860     PERFORM 3000-PARCOURS-STAGIAIRES THRU 3000-EXIT.
001870     PERFORM 4000-PARCOURS-OFFRES     THRU 4000-EXIT.
001880     PERFORM 9000-TERMINAISON         THRU 9000-EXIT.
001890     STOP RUN.
001900*
001910*****************************************************************
001920*  1000  -  LECTURE DU SYSIN (DELAI DE RAPPEL EN JOURS, COL 1-2,*
001930*            DEFAUT 3), DATES DE RAPPEL ET DE VEILLE, OUVERTURE *
001940*            DES FICHIERS                                       *
001950*****************************************************************
001960 1000-INITIALISATION.
001970*--------------------*
001980     ACCEPT WS-DATE-JOUR  FROM DATE YYYYMMDD.
001990     ACCEPT WS-HEURE-JOUR FROM TIME.
002000     OPEN INPUT SYSIN-FILE.
002010     READ SYSIN-FILE
002020         AT END CONTINUE
002030         NOT AT END
002040             IF SI-DELAI NUMERIC AND SI-DELAI NOT = '00'
002050                MOVE SI-DELAI TO WS-DELAI
002060             END-IF
002070     END-READ.
002080     CLOSE SYSIN-FILE.
002090     IF WS-DELAI > 28
002100        DISPLAY 'EXPSMS - DELAI DE RAPPEL SUPERIEUR A 28 JOURS : '
002110                WS-DELAI
002120        MOVE 8 TO RETURN-CODE
002130        STOP RUN
002140     END-IF.
002150     PERFORM 1100-DATE-RAPPEL THRU 1100-EXIT.
002160     PERFORM 1200-DATE-VEILLE THRU 1200-EXIT.
002170     OPEN INPUT  FSTAG03-FILE.
002180     OPEN INPUT  FANNU03-FILE.
002190     OPEN INPUT  FPRES03-FILE.
002200     OPEN INPUT  FOFFR03-FILE.
002210     OPEN INPUT  FATTE03-FILE.
002220     OPEN I-O    FSMS03-FILE.
002230     IF WS-FSMS-STATUS NOT = '00'
002240        PERFORM 9500-ERREUR-FSMS THRU 9500-EXIT
002250     END-IF.
002260     OPEN OUTPUT SMS-FILE.
002270     OPEN OUTPUT RAPPORT-FILE.
002280     MOVE ' EXTRACTION DES SMS - PASSERELLE SMS DU SITE' TO LIGNE.
002290     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
002300     MOVE SPACE TO LIGNE.
002310     STRING '   AV. NUM. SESSION    PORTABLE    DATE'
002320            DELIMITED BY SIZE INTO LIGNE.
002330     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
002340     MOVE SPACE TO LIGNE.
002350     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
002360 1000-EXIT.
002370     EXIT.
002380*
002390*****************************************************************
002400*  1100  -  DATE DU JOUR + DELAI DE RAPPEL, AVEC REPORT DE FIN  *
002410*            DE MOIS ET D'ANNEE (LE DELAI RESTE INFERIEUR A UN  *
002420*            MOIS)                                              *
002430*****************************************************************
002440 1100-DATE-RAPPEL.
002450*-----------------*
002460     MOVE WS-DATE-JOUR(1:4) TO WS-CAL-AAAA.
002470     MOVE WS-DATE-JOUR(5:2) TO WS-CAL-MM.
002480     MOVE WS-DATE-JOUR(7:2) TO WS-CAL-JJ.
002490     ADD WS-DELAI TO WS-CAL-JJ.
002500     PERFORM 1300-JOURS-DU-MOIS THRU 1300-EXIT.
002510     IF WS-CAL-JJ > WS-NB-JOURS-MOIS
002520        SUBTRACT WS-NB-JOURS-MOIS FROM WS-CAL-JJ
002530        ADD 1 TO WS-CAL-MM
002540        IF WS-CAL-MM > 12
002550           MOVE 01 TO WS-CAL-MM
002560           ADD 1 TO WS-CAL-AAAA
002570        END-IF
002580     END-IF.
002590     COMPUTE WS-DATE-RAPPEL = WS-CAL-AAAA * 10000
002600        + WS-CAL-MM * 100 + WS-CAL-JJ.
002610 1100-EXIT.
002620     EXIT.
002630*
002640*****************************************************************
002650*  1200  -  VEILLE DU JOUR (RETOUR AU MOIS OU A L'ANNEE         *
002660*            PRECEDENTS LE 1ER DU MOIS)                         *
002670*****************************************************************
002680 1200-DATE-VEILLE.
002690*-----------------*
002700     MOVE WS-DATE-JOUR(1:4) TO WS-CAL-AAAA.
002710     MOVE WS-DATE-JOUR(5:2) TO WS-CAL-MM.
002720     MOVE WS-DATE-JOUR(7:2) TO WS-CAL-JJ.
002730     SUBTRACT 1 FROM WS-CAL-JJ.
002740     IF WS-CAL-JJ = ZERO
002750        IF WS-CAL-MM = 01
002760           MOVE 12 TO WS-CAL-MM
002770           SUBTRACT 1 FROM WS-CAL-AAAA
002780        ELSE
002790           SUBTRACT 1 FROM WS-CAL-MM
002800        END-IF
002810        PERFORM 1300-JOURS-DU-MOIS THRU 1300-EXIT
002820        MOVE WS-NB-JOURS-MOIS TO WS-CAL-JJ
002830     END-IF.
002840     COMPUTE WS-DATE-VEILLE = WS-CAL-AAAA * 10000
002850        + WS-CAL-MM * 100 + WS-CAL-JJ.
002860 1200-EXIT.
002870     EXIT.
002880*
002890 1300-JOURS-DU-MOIS.
002900*-------------------*
002910     MOVE JM-NB(WS-CAL-MM) TO WS-NB-JOURS-MOIS.
002920*   FEVRIER BISSEXTILE (REGLE SIMPLE DU DIVISIBLE PAR 4)
002930     IF WS-CAL-MM = 02
002940        DIVIDE WS-CAL-AAAA BY 4 GIVING WS-CAL-RESTE
002950           REMAINDER WS-CAL-RESTE
002960        IF WS-CAL-RESTE = ZERO
002970           MOVE 29 TO WS-NB-JOURS-MOIS
002980        END-IF
002990     END-IF.
003000 1300-EXIT.
003010     EXIT.
003020*
003030*****************************************************************
003040*  2000  -  CHARGEMENT DES JOURNEES ANNULEES A VENIR (LE JOUR   *
003050*            MEME COMPRIS), NOTIFIEES OU NON PAR NOTANNU : LE   *
003060*            JOURNAL FSMS03 SEUL DIT SI LE SMS EST DEJA PARTI   *
003070*****************************************************************
003080 2000-CHARGE-ANNULATIONS.
003090*------------------------*
003100     MOVE 'N' TO WS-EOF.
003110     READ FANNU03-FILE NEXT
003120         AT END MOVE 'Y' TO WS-EOF
003130     END-READ.
003140     PERFORM UNTIL FIN-FICHIER
003150        IF AN-DATE NOT < WS-DATE-JOUR
003160           IF WS-NB-ANN >= 100
003170              ADD 1 TO WS-NB-HORS-TABLE
003180           ELSE
003190              ADD 1 TO WS-NB-ANN
003200              MOVE AN-CODE-SESSION TO WS-ANN-SESSION(WS-NB-ANN)
003210              MOVE AN-DATE         TO WS-ANN-DATE(WS-NB-ANN)
003220           END-IF
003230        END-IF
003240        READ FANNU03-FILE NEXT
003250            AT END MOVE 'Y' TO WS-EOF
003260        END-READ
003270     END-PERFORM.
003280 2000-EXIT.
003290     EXIT.
003300*
003310*****************************************************************
003320*  3000  -  PARCOURS DES STAGIAIRES (HORS STAGES TERMINES) :    *
003330*            RAPPEL DE DEBUT, JOURNEES ANNULEES, ABSENCES       *
003340*****************************************************************
003350 3000-PARCOURS-STAGIAIRES.
003360*-------------------------*
003370     MOVE 'N' TO WS-EOF.
003380     READ FSTAG03-FILE NEXT
003390         AT END MOVE 'Y' TO WS-EOF
003400     END-READ.
003410     IF NOT FIN-FICHIER AND WS-FSTAG-STATUS NOT = '00'
003420        PERFORM 9510-ERREUR-FSTAG THRU 9510-EXIT
003430     END-IF.
003440     PERFORM UNTIL FIN-FICHIER
003450        IF NOT E-TERMINE
003460           PERFORM 3100-TRAITE-STAGIAIRE THRU 3100-EXIT
003470        END-IF
003480        READ FSTAG03-FILE NEXT
003490            AT END MOVE 'Y' TO WS-EOF
003500        END-READ
003510        IF NOT FIN-FICHIER AND WS-FSTAG-STATUS NOT = '00'
003520           PERFORM 9510-ERREUR-FSTAG THRU 9510-EXIT
003530        END-IF
003540     END-PERFORM.
003550 3000-EXIT.
003560     EXIT.
003570*
003580 3100-TRAITE-STAGIAIRE.
003590*----------------------*
003600*   OPPOSITION EXPLICITE : LE STAGIAIRE EST ECARTE ET COMPTE (UN
003610*   BLANC - PERSONNE JAMAIS INTERROGEE - RESTE SERVI)
003620     IF E-CONSENT-MAIL = 'N'
003630        ADD 1 TO WS-NB-OPPOSES
003640        GO TO 3100-EXIT
003650     END-IF.
003660*   PORTABLE DEJA REVENU EN ECHEC DE LA PASSERELLE
003670     IF E-TELPOR-INVALIDE = 'O'
003680        ADD 1 TO WS-NB-INVALIDES
003690        GO TO 3100-EXIT
003700     END-IF.
003710     MOVE E-NUMERO       TO WS-AV-NUMERO.
003720     MOVE E-TELPOR TO WS-PORTABLE.
003730     PERFORM 3900-CONTROLE-PORTABLE THRU 3900-EXIT.
003740     IF NOT PORTABLE-OK
003750        GO TO 3100-EXIT
003760     END-IF.
003770     MOVE E-CODE-SESSION TO WS-AV-SESSION.
003780     MOVE E-TELPOR       TO WS-AV-TELEPHONE.
003790     PERFORM 3200-RAPPEL-DEBUT THRU 3200-EXIT.
003800     PERFORM 3300-ANNULATIONS  THRU 3300-EXIT.
003810     PERFORM 3400-ABSENCES     THRU 3400-EXIT.
003820 3100-EXIT.
003830     EXIT.
003840*
003850*****************************************************************
003860*  3200  -  RAPPEL DE DEBUT DE SESSION : STAGIAIRE PRE-INSCRIT  *
003870*            OU ACTIF DONT LE DEBUT TOMBE ENTRE AUJOURD'HUI ET  *
003880*            LA DATE DE RAPPEL                                  *
003890*****************************************************************
003900 3200-RAPPEL-DEBUT.
003910*------------------*
003920     IF NOT E-PREINSCRIT AND NOT E-ACTIF
003930        GO TO 3200-EXIT
003940     END-IF.
003950     IF E-DATE-DEBUT NOT NUMERIC OR E-DATE-DEBUT = ZERO
003960        GO TO 3200-EXIT
003970     END-IF.
003980     MOVE E-DATE-DEBUT(5:4) TO WS-DATE-DEB-CONV(1:4).
003990     MOVE E-DATE-DEBUT(3:2) TO WS-DATE-DEB-CONV(5:2).
004000     MOVE E-DATE-DEBUT(1:2) TO WS-DATE-DEB-CONV(7:2).
004010     IF WS-DATE-DEB-CONV < WS-DATE-JOUR
004020        OR WS-DATE-DEB-CONV > WS-DATE-RAPPEL
004030        GO TO 3200-EXIT
004040     END-IF.
004050     MOVE 'D'              TO WS-AV-EVENEMENT.
004060     MOVE WS-DATE-DEB-CONV TO WS-AV-DATE.
004070     PERFORM 7100-EDITE-DATE THRU 7100-EXIT.
004080     MOVE SPACE TO WS-AV-TEXTE.
004090     STRING 'SERVICE FORMATION : BONJOUR ' DELIMITED BY SIZE
004100            E-PRENOM DELIMITED BY '  '
004110            ', VOTRE SESSION ' E-CODE-SESSION
004120            ' COMMENCE LE ' WS-DATE-EDIT
004130            '. MERCI DE VOUS PRESENTER A L''ACCUEIL DU SITE.'
004140            DELIMITED BY SIZE INTO WS-AV-TEXTE.
004150     PERFORM 5000-EMET-AVIS THRU 5000-EXIT.
004160 3200-EXIT.
004170     EXIT.
004180*
004190*****************************************************************
004200*  3300  -  JOURNEES ANNULEES A VENIR DE LA SESSION DU STAGIAIRE*
004210*****************************************************************
004220 3300-ANNULATIONS.
004230*-----------------*
004240     PERFORM VARYING WS-IND-ANN FROM 1 BY 1
004250             UNTIL WS-IND-ANN > WS-NB-ANN
004260        IF WS-ANN-SESSION(WS-IND-ANN) = E-CODE-SESSION
004270           MOVE 'A'                     TO WS-AV-EVENEMENT
004280           MOVE WS-ANN-DATE(WS-IND-ANN) TO WS-AV-DATE
004290           PERFORM 7100-EDITE-DATE THRU 7100-EXIT
004300           MOVE SPACE TO WS-AV-TEXTE
004310           STRING 'SERVICE FORMATION : LE COURS DU ' WS-DATE-EDIT
004320                  ' DE LA SESSION ' E-CODE-SESSION
004330                  ' EST ANNULE. CETTE JOURNEE NE VOUS SERA PAS '
004340                  'COMPTEE EN ABSENCE.'
004350                  DELIMITED BY SIZE INTO WS-AV-TEXTE
004360           PERFORM 5000-EMET-AVIS THRU 5000-EXIT
004370        END-IF
004380     END-PERFORM.
004390 3300-EXIT.
004400     EXIT.
004410*
004420*****************************************************************
004430*  3400  -  ABSENCE DU JOUR OU DE LA VEILLE NON JUSTIFIEE (EN   *
004440*            ATTENTE DE PIECE OU DECLAREE INJUSTIFIEE) : AVIS LE*
004450*            JOUR MEME DE L'ENREGISTREMENT                      *
004460*****************************************************************
004470 3400-ABSENCES.
004480*--------------*
004490     MOVE E-NUMERO       TO PR-NUMERO.
004500     MOVE WS-DATE-VEILLE TO PR-DATE.
004510     PERFORM 3450-ABSENCE-DU-JOUR THRU 3450-EXIT.
004520     MOVE E-NUMERO       TO PR-NUMERO.
004530     MOVE WS-DATE-JOUR   TO PR-DATE.
004540     PERFORM 3450-ABSENCE-DU-JOUR THRU 3450-EXIT.
004550 3400-EXIT.
004560     EXIT.
004570*
004580 3450-ABSENCE-DU-JOUR.
004590*---------------------*
004600     READ FPRES03-FILE.
004610     IF WS-FPRES-STATUS = '23'
004620        GO TO 3450-EXIT
004630     END-IF.
004640     IF WS-FPRES-STATUS NOT = '00'
004650        PERFORM 9520-ERREUR-FPRES THRU 9520-EXIT
004660     END-IF.
004670     IF PR-JUSTIFIEE
004680        GO TO 3450-EXIT
004690     END-IF.
004700     MOVE 'I'     TO WS-AV-EVENEMENT.
004710     MOVE PR-DATE TO WS-AV-DATE.
004720     PERFORM 7100-EDITE-DATE THRU 7100-EXIT.
004730     MOVE SPACE TO WS-AV-TEXTE.
004740     STRING 'SERVICE FORMATION : UNE ABSENCE NON JUSTIFIEE A ETE '
004750            'RELEVEE LE ' WS-DATE-EDIT
004760            '. MERCI DE FOURNIR UN JUSTIFICATIF AU SECRETARIAT.'
004770            DELIMITED BY SIZE INTO WS-AV-TEXTE.
004780     PERFORM 5000-EMET-AVIS THRU 5000-EXIT.
004790 3450-EXIT.
004800     EXIT.
004810*
004820*****************************************************************
004830*  3900  -  CONTROLE DU PORTABLE (WS-PORTABLE) : 10 CHIFFRES    *
004840*            COMMENCANT PAR 06 OU 07 - ABSENT : COMPTE, AUTRE   *
004850*            FORME : COMPTE ET LISTE                            *
004860*****************************************************************
004870 3900-CONTROLE-PORTABLE.
004880*-----------------------*
004890     MOVE 'N' TO WS-PORTABLE-OK.
004900     IF WS-PORTABLE = SPACE OR LOW-VALUE
004910        ADD 1 TO WS-NB-SANS-PORTABLE
004920        GO TO 3900-EXIT
004930     END-IF.
004940     IF WS-PORTABLE NUMERIC
004950        AND (WS-PORTABLE(1:2) = '06' OR WS-PORTABLE(1:2) = '07')
004960        MOVE 'O' TO WS-PORTABLE-OK
004970        GO TO 3900-EXIT
004980     END-IF.
004990     ADD 1 TO WS-NB-SANS-PORTABLE.
005000     MOVE SPACE TO LIGNE.
005010     STRING ' ECARTE : ' WS-AV-NUMERO ' ' WS-PORTABLE
005020            ' (PORTABLE ABSENT OU INVALIDE)'
005030            DELIMITED BY SIZE INTO LIGNE.
005040     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
005050 3900-EXIT.
005060     EXIT.
005070*
005080*****************************************************************
005090*  4000  -  OFFRES DE PLACE EN COURS (EMISES PAR APPATTE, NON   *
005100*            EXPIREES) : SMS AU PORTABLE DU CANDIDAT - POUR UNE *
005110*            SUITE DE PARCOURS, LE CANDIDAT EST UN STAGIAIRE    *
005120*            CONNU DONT LE CONSENTEMENT ET LE PORTABLE EN ECHEC *
005130*            SONT RESPECTES                                     *
005140*****************************************************************
005150 4000-PARCOURS-OFFRES.
005160*---------------------*
005170     MOVE 'N' TO WS-EOF.
005180     READ FOFFR03-FILE NEXT
005190         AT END MOVE 'Y' TO WS-EOF
005200     END-READ.
005210     PERFORM UNTIL FIN-FICHIER
005220        IF OF-EN-COURS AND OF-DATE-EXPIRE NOT < WS-DATE-JOUR
005230           PERFORM 4100-TRAITE-OFFRE THRU 4100-EXIT
005240        END-IF
005250        READ FOFFR03-FILE NEXT
005260            AT END MOVE 'Y' TO WS-EOF
005270        END-READ
005280     END-PERFORM.
005290 4000-EXIT.
005300     EXIT.
005310*
005320 4100-TRAITE-OFFRE.
005330*------------------*
005340     MOVE OF-NUMERO-CAND TO WL-NUMERO.
005350     READ FATTE03-FILE.
005360     IF WS-FATTE-STATUS NOT = '00'
005370        GO TO 4100-EXIT
005380     END-IF.
005390     IF WL-MOTIF-SUITE = 'SUITE PARCOURS'
005400        AND WL-NUMERO-PARC NUMERIC
005410        MOVE WL-NUMERO-PARC TO E-NUMERO
005420        READ FSTAG03-FILE
005430        IF WS-FSTAG-STATUS = '00'
005440           IF E-CONSENT-MAIL = 'N'
005450              ADD 1 TO WS-NB-OPPOSES
005460              GO TO 4100-EXIT
005470           END-IF
005480           IF E-TELPOR-INVALIDE = 'O' AND E-TELPOR = WL-TELPOR
005490              ADD 1 TO WS-NB-INVALIDES
005500              GO TO 4100-EXIT
005510           END-IF
005520        END-IF
005530     END-IF.
005540     MOVE OF-NUMERO-CAND  TO WS-AV-NUMERO.
005550     MOVE WL-TELPOR TO WS-PORTABLE.
005560     PERFORM 3900-CONTROLE-PORTABLE THRU 3900-EXIT.
005570     IF NOT PORTABLE-OK
005580        GO TO 4100-EXIT
005590     END-IF.
005600     MOVE 'O'             TO WS-AV-EVENEMENT.
005610     MOVE OF-CODE-SESSION TO WS-AV-SESSION.
005620     MOVE OF-DATE-OFFRE   TO WS-AV-DATE.
005630     MOVE WL-TELPOR       TO WS-AV-TELEPHONE.
005640     MOVE OF-DATE-EXPIRE  TO WS-DATE-DEB-CONV.
005650     MOVE SPACES TO WS-DATE-EDIT.
005660     STRING WS-DATE-DEB-CONV(7:2) '/' WS-DATE-DEB-CONV(5:2) '/'
005670            WS-DATE-DEB-CONV(1:4)
005680            DELIMITED BY SIZE INTO WS-DATE-EDIT.
005690     MOVE SPACE TO WS-AV-TEXTE.
005700     STRING 'SERVICE FORMATION : BONJOUR ' DELIMITED BY SIZE
005710            WL-PRENOM DELIMITED BY '  '
005720            ', UNE PLACE VOUS EST OFFERTE EN SESSION '
005730            OF-CODE-SESSION '. REPONSE AU SECRETARIAT AVANT LE '
005740            WS-DATE-EDIT '.'
005750            DELIMITED BY SIZE INTO WS-AV-TEXTE.
005760     PERFORM 5000-EMET-AVIS THRU 5000-EXIT.
005770 4100-EXIT.
005780     EXIT.
005790*
005800*****************************************************************
005810*  5000  -  EMISSION D'UN AVIS : DEJA AU JOURNAL FSMS03 = DEJA  *
005820*            ENVOYE, SINON LIGNE POUR LA PASSERELLE ET ENTREE DE*
005830*            JOURNAL (ETAT 'E' TRANSMIS)                        *
005840*****************************************************************
005850 5000-EMET-AVIS.
005860*---------------*
005870     MOVE WS-AVIS-CLE TO SM-CLE.
005880     READ FSMS03-FILE.
005890     IF WS-FSMS-STATUS = '00'
005900        ADD 1 TO WS-NB-DEJA
005910        GO TO 5000-EXIT
005920     END-IF.
005930     IF WS-FSMS-STATUS NOT = '23'
005940        PERFORM 9500-ERREUR-FSMS THRU 9500-EXIT
005950     END-IF.
005960     MOVE SPACE              TO SMS-REC.
005970     MOVE WS-AV-TELEPHONE    TO SX-TELEPHONE.
005980     MOVE WS-AVIS-CLE        TO SX-REFERENCE.
005990     MOVE WS-AV-TEXTE        TO SX-TEXTE.
006000     WRITE SMS-REC.
006010     MOVE SPACE              TO E-SMS.
006020     MOVE WS-AVIS-CLE        TO SM-CLE.
006030     MOVE WS-AV-TELEPHONE    TO SM-TELEPHONE.
006040     MOVE WS-DATE-JOUR       TO SM-DATE-ENVOI.
006050     MOVE WS-HEURE-JOUR(1:6) TO SM-HEURE-ENVOI.
006060     MOVE 'E'                TO SM-ETAT.
006070     MOVE ZERO               TO SM-DATE-RETOUR.
006080     MOVE WS-AV-TEXTE        TO SM-TEXTE.
006090     WRITE E-SMS.
006100     IF WS-FSMS-STATUS NOT = '00'
006110        PERFORM 9500-ERREUR-FSMS THRU 9500-EXIT
006120     END-IF.
006130     EVALUATE WS-AV-EVENEMENT
006140       WHEN 'D'  ADD 1 TO WS-NB-DEBUT
006150       WHEN 'O'  ADD 1 TO WS-NB-OFFRE
006160       WHEN 'A'  ADD 1 TO WS-NB-ANNUL
006170       WHEN 'I'  ADD 1 TO WS-NB-ABSENCE
006180     END-EVALUATE.
006190     MOVE SPACE TO LIGNE.
006200     STRING '   ' WS-AV-EVENEMENT '   ' WS-AV-NUMERO ' '
006210            WS-AV-SESSION ' ' WS-AV-TELEPHONE '  ' WS-DATE-EDIT
006220            DELIMITED BY SIZE INTO LIGNE.
006230     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
006240 5000-EXIT.
006250     EXIT.
006260*
006270*****************************************************************
006280*  7100  -  DATE DE L'AVIS (WS-AV-DATE AAAAMMJJ) EN JJ/MM/AAAA  *
006290*****************************************************************
006300 7100-EDITE-DATE.
006310*----------------*
006320     MOVE SPACES TO WS-DATE-EDIT.
006330     STRING WS-AV-DATE(7:2) '/' WS-AV-DATE(5:2) '/'
006340            WS-AV-DATE(1:4)
006350            DELIMITED BY SIZE INTO WS-DATE-EDIT.
006360 7100-EXIT.
006370     EXIT.
006380*
006390*****************************************************************
006400*  9500  -  ERREURS D'ENTREE/SORTIE - LE CODE STATUT EST TRACE  *
006410*            ET LE TRAITEMENT EST INTERROMPU                    *
006420*****************************************************************
006430 9500-ERREUR-FSMS.
006440*-----------------*
006450     DISPLAY 'EXPSMS - ERREUR E/S FSMS03 - CODE STATUT '
006460             WS-FSMS-STATUS.
006470     MOVE 16 TO RETURN-CODE.
006480     STOP RUN.
006490 9500-EXIT.
006500     EXIT.
006510*
006520 9510-ERREUR-FSTAG.
006530*------------------*
006540     DISPLAY 'EXPSMS - ERREUR E/S FSTAG03 - CODE STATUT '
006550             WS-FSTAG-STATUS.
006560     MOVE 16 TO RETURN-CODE.
006570     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
006580     STOP RUN.
006590 9510-EXIT.
006600     EXIT.
006610*
006620 9520-ERREUR-FPRES.
006630*------------------*
006640     DISPLAY 'EXPSMS - ERREUR E/S FPRES03 - CODE STATUT '
006650             WS-FPRES-STATUS.
006660     MOVE 16 TO RETURN-CODE.
006670     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
006680     STOP RUN.
006690 9520-EXIT.
006700     EXIT.
006710*
006720*****************************************************************
006730*  9000  -  BILAN ET FERMETURE DES FICHIERS                     *
006740*****************************************************************
006750 9000-TERMINAISON.
006760*-----------------*
006770     MOVE SPACE TO LIGNE.
006780     MOVE WS-NB-DEBUT TO WS-NB-ED.
006790     STRING ' RAPPELS DE DEBUT  : ' WS-NB-ED
006800            DELIMITED BY SIZE INTO LIGNE.
006810     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
006820     MOVE SPACE TO LIGNE.
006830     MOVE WS-NB-OFFRE TO WS-NB-ED.
006840     STRING ' OFFRES DE PLACE   : ' WS-NB-ED
006850            DELIMITED BY SIZE INTO LIGNE.
006860     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
006870     MOVE SPACE TO LIGNE.
006880     MOVE WS-NB-ANNUL TO WS-NB-ED.
006890     STRING ' COURS ANNULES     : ' WS-NB-ED
006900            DELIMITED BY SIZE INTO LIGNE.
006910     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
006920     MOVE SPACE TO LIGNE.
006930     MOVE WS-NB-ABSENCE TO WS-NB-ED.
006940     STRING ' ABSENCES          : ' WS-NB-ED
006950            DELIMITED BY SIZE INTO LIGNE.
006960     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
006970     MOVE SPACE TO LIGNE.
006980     MOVE WS-NB-DEJA TO WS-NB-ED.
006990     STRING ' DEJA ENVOYES      : ' WS-NB-ED
007000            DELIMITED BY SIZE INTO LIGNE.
007010     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
007020     MOVE SPACE TO LIGNE.
007030     MOVE WS-NB-OPPOSES TO WS-NB-ED.
007040     STRING ' OPPOSITIONS       : ' WS-NB-ED
007050            DELIMITED BY SIZE INTO LIGNE.
007060     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
007070     MOVE SPACE TO LIGNE.
007080     MOVE WS-NB-INVALIDES TO WS-NB-ED.
007090     STRING ' PORTABLES EN ECHEC: ' WS-NB-ED
007100            DELIMITED BY SIZE INTO LIGNE.
007110     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
007120     MOVE SPACE TO LIGNE.
007130     MOVE WS-NB-SANS-PORTABLE TO WS-NB-ED.
007140     STRING ' SANS PORTABLE     : ' WS-NB-ED
007150            DELIMITED BY SIZE INTO LIGNE.
007160     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
007170     IF WS-NB-HORS-TABLE > ZERO
007180        DISPLAY 'EXPSMS - TABLE DES ANNULATIONS PLEINE - '
007190                WS-NB-HORS-TABLE ' JOURNEES AU PROCHAIN PASSAGE'
007200        MOVE 4 TO RETURN-CODE
007210     END-IF.
007220     CLOSE FSTAG03-FILE.
007230     CLOSE FANNU03-FILE.
007240     CLOSE FPRES03-FILE.
007250     CLOSE FOFFR03-FILE.
007260     CLOSE FATTE03-FILE.
007270     CLOSE FSMS03-FILE.
007280     CLOSE SMS-FILE.
007290     CLOSE RAPPORT-FILE.
007300 9000-EXIT.
007310     EXIT.
