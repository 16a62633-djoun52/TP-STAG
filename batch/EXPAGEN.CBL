000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EXPAGEN.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  EXPAGEN  -  AVIS QUOTIDIENS D'ENTREE ET DE SORTIE DE         *
000090*               FORMATION POUR L'AGENCE PUBLIQUE POUR L'EMPLOI  *
000100*               (FICHIER AGENOUT AU FORMAT DE L'AGENCE), TIRES  *
000110*               DE LA PISTE D'AUDIT FAUDIT03 DEPUIS LA BORNE    *
000120*               'AGENCE  ' DE FCTL03 :                          *
000130*               - ENTREE : PASSAGE DE 'P' A 'A' (ACTIVATION EN  *
000140*                 DEBUT DE SESSION PAR FINSTAG)                 *
000150*               - SORTIE, MOTIF 01 : FIN DE STAGE ('F', FINSTAG *
000160*                 VERS FSTAGFIN)                                *
000170*               - SORTIE ANTICIPEE, MOTIF 02 : SUPPRESSION D'UN *
000180*                 STAGIAIRE ENTRE EN FORMATION (INF4CI3, MOTIF  *
000190*                 DE L'ARCHIVE FSTAGARC), MOTIF 03 : ANNULATION *
000200*                 DE SESSION (TRFSESS)                          *
000210*               L'IDENTIFIANT DE DEMANDEUR D'EMPLOI EST PRIS    *
000220*               DANS FXREF03 (SYSTEME 'AGENCE')                 *
000230*               CHAQUE AVIS EST SUIVI DANS FAGEN03 JUSQU'A SON  *
000240*               ACQUITTEMENT (IMPAGEN) : SANS ACCUSE APRES N    *
000250*               JOURS (SYSIN COL 1-2, DEFAUT 5) IL EST RENVOYE ;*
000260*               REJETE, IL EST LISTE POUR CORRECTION ET RENVOYE *
000270*               DES QUE LA FICHE (OU L'IDENTIFIANT AGENCE) A ETE*
000280*               CORRIGEE - RC=4 TANT QUE DES REJETS ATTENDENT   *
000290*****************************************************************
000300*  DESSIN DE L'AVIS (AGENOUT, 150 OCTETS) :                     *
000310*   TYPE E/S (1) / REFERENCE (15) / IDENTIFIANT AGENCE (20) /   *
000320*   NOM (25) / PRENOM (25) / NAISSANCE AAAAMMJJ / DATE DE       *
000330*   L'EVENEMENT AAAAMMJJ / SESSION (10) / FIN PREVUE AAAAMMJJ / *
000340*   MOTIF DE SORTIE (2) / LIBELLE DU MOTIF (20) / RANG D'ENVOI  *
000350*   (2)                                                         *
000360*****************************************************************
000370*  HISTORIQUE DES MODIFICATIONS                                 *
000380*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-390.
000430 OBJECT-COMPUTER. IBM-390.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT FAUDIT03-FILE  ASSIGN TO FAUDIT03
000470            ORGANIZATION   INDEXED
000480            ACCESS MODE    SEQUENTIAL
000490            RECORD KEY     AK-CLE
000500            FILE STATUS    WS-FAUDIT-STATUS.
000510     SELECT FSTAG03-FILE   ASSIGN TO FSTAG03
000520            ORGANIZATION   INDEXED
000530            ACCESS MODE    RANDOM
000540            RECORD KEY     E-NUMERO
000550            FILE STATUS    WS-FSTAG-STATUS.
000560     SELECT FSTAGARC-FILE  ASSIGN TO FSTAGARC
000570            ORGANIZATION   INDEXED
000580            ACCESS MODE    RANDOM
000590            RECORD KEY     AR-NUMERO
000600            FILE STATUS    WS-FARC-STATUS.
000610     SELECT FXREF03-FILE   ASSIGN TO FXREF03
000620            ORGANIZATION   INDEXED
000630            ACCESS MODE    DYNAMIC
000640            RECORD KEY     XR-CLE
000650            FILE STATUS    WS-FXREF-STATUS.
000660     SELECT FAGEN03-FILE   ASSIGN TO FAGEN03
000670            ORGANIZATION   INDEXED
000680            ACCESS MODE    DYNAMIC
000690            RECORD KEY     AN-CLE
000700            FILE STATUS    WS-FAGEN-STATUS.
000710     SELECT FCTL03-FILE    ASSIGN TO FCTL03
000720            ORGANIZATION   INDEXED
000730            ACCESS MODE    RANDOM
000740            RECORD KEY     CT-CLE
000750            FILE STATUS    WS-FCTL-STATUS.
000760     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000770            ORGANIZATION   LINE SEQUENTIAL.
000780     SELECT AGENOUT-FILE   ASSIGN TO AGENOUT
000790            ORGANIZATION   SEQUENTIAL
000800            FILE STATUS    WS-AGENOUT-STATUS.
000810     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000820            ORGANIZATION   LINE SEQUENTIAL.
000830*
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  FAUDIT03-FILE.
000870*   DESCRIPTION DU FICHIER KSD DE LA PISTE D'AUDIT
000880     COPY FAUDIT.
000890*
000900 FD  FSTAG03-FILE.
000910*   DESCRIPTION DU FICHIER KSD DES STAGIAIRES
000920     COPY FSTAG.
000930*
000940 FD  FSTAGARC-FILE.
000950*   ARCHIVE DES SUPPRIMES (MOTIF DE SUPPRESSION)
000960     COPY FSTAGARC.
000970*
000980 FD  FXREF03-FILE.
000990*   IDENTIFIANTS EXTERNES (SYSTEME 'AGENCE')
001000     COPY FXREF.
001010*
001020 FD  FAGEN03-FILE.
001030*   SUIVI DES AVIS TRANSMIS A L'AGENCE
001040     COPY FAGEN.
001050*
001060 FD  FCTL03-FILE.
001070*   BORNE DE LECTURE DE LA PISTE D'AUDIT ('AGENCE  ')
001080     COPY FCTL.
001090*
001100 FD  SYSIN-FILE
001110     RECORDING MODE F.
001120 01  SYSIN-REC.
001130     05  SI-DELAI          PIC X(02).
001140     05  FILLER            PIC X(78).
001150*
001160 FD  AGENOUT-FILE
001170     RECORDING MODE F.
001180 01  AGENOUT-REC           PIC X(150).
001190*
001200 FD  RAPPORT-FILE
001210     RECORDING MODE F.
001220 01  RAPPORT-REC           PIC X(133).
001230*
001240 WORKING-STORAGE SECTION.
001250 77  WS-FAUDIT-STATUS      PIC X(02).
001260 77  WS-FSTAG-STATUS       PIC X(02).
001270 77  WS-FARC-STATUS        PIC X(02).
001280 77  WS-FXREF-STATUS       PIC X(02).
001290 77  WS-FAGEN-STATUS       PIC X(02).
001300 77  WS-FCTL-STATUS        PIC X(02).
001310 77  WS-AGENOUT-STATUS     PIC X(02).
001320 77  WS-EOF                PIC X(01)     VALUE 'N'.
001330     88  FIN-FICHIER                     VALUE 'Y'.
001340 77  WS-DATE-JOUR          PIC 9(08).
001350 77  WS-HEURE-JOUR         PIC 9(08).
001360*   FENETRE DE LECTURE DE LA PISTE : BORNE 'AGENCE  ' (INCLUSE)
001370*   AU DEBUT DE CETTE EXECUTION (EXCLU)
001380 77  WS-BORNE-DATE         PIC 9(08)     VALUE ZERO.
001390 77  WS-BORNE-HEURE        PIC X(06)     VALUE '000000'.
001400 77  WS-FIN-HEURE          PIC X(06).
001410 77  WS-BORNE-EXISTE       PIC X(01)     VALUE 'N'.
001420*   DELAI DE RELANCE D'UN AVIS SANS ACCUSE (JOURS) ET DATE LIMITE
001430*   CORRESPONDANTE (UN AVIS ENVOYE AVANT CETTE DATE EST RENVOYE)
001440 77  WS-DELAI              PIC 9(02)     VALUE 5.
001450 77  WS-DATE-LIMITE        PIC 9(08).
001460 77  WS-CAL-AAAA           PIC 9(04).
001470 77  WS-CAL-MM             PIC 9(02).
001480 77  WS-CAL-JJ             PIC S9(03) COMP.
001490 77  WS-CAL-RESTE          PIC 9(04).
001500 77  WS-NB-JOURS-MOIS      PIC 9(02).
001510 01  JOURS-MOIS-TABLE.
001520     05 FILLER PIC X(24) VALUE '312831303130313130313031'.
001530 01  JOURS-MOIS-TBL REDEFINES JOURS-MOIS-TABLE.
001540     05  JM-NB             PIC 9(02) OCCURS 12 TIMES.
001550*   EVENEMENT RETENU : TYPE, CODE ET LIBELLE DU MOTIF DE SORTIE
001560 77  WS-TYPE               PIC X(01).
001570 77  WS-MOTIF-CODE         PIC X(02).
001580 77  WS-MOTIF-LIBELLE      PIC X(20).
001590 77  WS-RENVOI             PIC X(01).
001600 77  WS-NB-ENTREES         PIC 9(06) COMP VALUE ZERO.
001610 77  WS-NB-SORTIES         PIC 9(06) COMP VALUE ZERO.
001620 77  WS-NB-DEJA            PIC 9(06) COMP VALUE ZERO.
001630 77  WS-NB-RELANCES        PIC 9(06) COMP VALUE ZERO.
001640 77  WS-NB-CORRIGES        PIC 9(06) COMP VALUE ZERO.
001650 77  WS-NB-A-CORRIGER      PIC 9(06) COMP VALUE ZERO.
001660 77  WS-NB-SANS-ID         PIC 9(06) COMP VALUE ZERO.
001670 77  WS-NB-ED              PIC ZZZZZ9.
001680 77  WS-IND-NUM            PIC S9(08) COMP.
001690*   IDENTIFIANT AGENCE PAR NUMERO DE STAGIAIRE (FXREF03)
001700 01  WS-XREF-TABLE.
001710     05  WS-XREF-ID        PIC X(20) OCCURS 9999 TIMES.
001720*   AVIS A L'AGENCE (DESSIN CI-DESSUS)
001730 01  AVIS-AGENCE.
001740     05  AV-TYPE           PIC X(01).
001750     05  AV-REFERENCE.
001760         10  FILLER        PIC X(02)     VALUE 'TP'.
001770         10  AV-REF-CLE    PIC X(13).
001780     05  AV-ID-AGENCE      PIC X(20).
001790     05  AV-NOM            PIC X(25).
001800     05  AV-PRENOM         PIC X(25).
001810     05  AV-DATE-NAISS     PIC 9(08).
001820     05  AV-DATE-EVT       PIC 9(08).
001830     05  AV-SESSION        PIC X(10).
001840     05  AV-DATE-FIN       PIC 9(08).
001850     05  AV-MOTIF-CODE     PIC X(02).
001860     05  AV-MOTIF-LIBELLE  PIC X(20).
001870     05  AV-RANG           PIC 9(02).
001880     05  FILLER            PIC X(06).
001890 01  LIGNE                 PIC X(133).
001900*
001910 PROCEDURE DIVISION.
001920 0000-MAINLINE.
001930*----------------*
001940     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001950     PERFORM 2000-NOUVEAUX       THRU 2000-EXIT.
001960     PERFORM 3000-SUIVI          THRU 3000-EXIT.
001970     PERFORM 8000-BILAN          THRU 8000-EXIT.
001980     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001990     STOP RUN.
002000*
002010*****************************************************************
002020*  1000  -  DELAI DE RELANCE (SYSIN), OUVERTURES, TABLE DES     *
002030*            IDENTIFIANTS AGENCE                                *
002040*****************************************************************
002050 1000-INITIALISATION.
002060*--------------------*
002070     ACCEPT WS-DATE-JOUR  FROM DATE YYYYMMDD.
002080     ACCEPT WS-HEURE-JOUR FROM TIME.
002090     MOVE WS-HEURE-JOUR(1:6) TO WS-FIN-HEURE.
002100     OPEN INPUT SYSIN-FILE.
002110     READ SYSIN-FILE
002120         AT END     CONTINUE
002130         NOT AT END
002140             IF SI-DELAI NUMERIC AND SI-DELAI NOT = '00'
002150                MOVE SI-DELAI TO WS-DELAI
002160             END-IF
002170     END-READ.
002180     CLOSE SYSIN-FILE.
002190     MOVE WS-DATE-JOUR TO WS-DATE-LIMITE.
002200     PERFORM 1200-JOUR-PRECEDENT THRU 1200-EXIT WS-DELAI TIMES.
002210     OPEN INPUT  FAUDIT03-FILE.
002220     IF WS-FAUDIT-STATUS NOT = '00'
002230        PERFORM 9500-ERREUR-FAUDIT THRU 9500-EXIT
002240     END-IF.
002250     OPEN INPUT  FSTAG03-FILE.
002260     OPEN INPUT  FSTAGARC-FILE.
002270     OPEN INPUT  FXREF03-FILE.
002280     OPEN I-O    FAGEN03-FILE.
002290     IF WS-FAGEN-STATUS NOT = '00'
002300        PERFORM 9510-ERREUR-FAGEN THRU 9510-EXIT
002310     END-IF.
002320     OPEN I-O    FCTL03-FILE.
002330     IF WS-FCTL-STATUS NOT = '00'
002340        PERFORM 9520-ERREUR-FCTL THRU 9520-EXIT
002350     END-IF.
002360     OPEN OUTPUT AGENOUT-FILE.
002370     OPEN OUTPUT RAPPORT-FILE.
002380     PERFORM 1100-CHARGE-XREF THRU 1100-EXIT.
002390     MOVE SPACE TO LIGNE.
002400     STRING ' AVIS D''ENTREE ET DE SORTIE A L''AGENCE POUR'
002410            ' L''EMPLOI DU ' WS-DATE-JOUR
002420            ' - RELANCE APRES ' WS-DELAI ' JOURS'
002430            DELIMITED BY SIZE INTO LIGNE.
002440     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
002450 1000-EXIT.
002460     EXIT.
002470*
002480 1100-CHARGE-XREF.
002490*-----------------*
002500     MOVE SPACES TO WS-XREF-TABLE.
002510     MOVE 'AGENCE  ' TO XR-SYSTEME.
002520     MOVE LOW-VALUE  TO XR-ID-EXTERNE.
002530     START FXREF03-FILE KEY >= XR-CLE
002540         INVALID KEY MOVE 'Y' TO WS-EOF
002550         NOT INVALID KEY MOVE 'N' TO WS-EOF
002560     END-START.
002570     IF NOT FIN-FICHIER
002580        READ FXREF03-FILE NEXT
002590            AT END MOVE 'Y' TO WS-EOF
002600        END-READ
002610     END-IF.
002620     PERFORM UNTIL FIN-FICHIER
002630        IF XR-SYSTEME NOT = 'AGENCE  '
002640           MOVE 'Y' TO WS-EOF
002650        ELSE
002660           IF XR-NUMERO > ZERO
002670              MOVE XR-ID-EXTERNE TO WS-XREF-ID(XR-NUMERO)
002680           END-IF
002690           READ FXREF03-FILE NEXT
002700               AT END MOVE 'Y' TO WS-EOF
002710           END-READ
002720        END-IF
002730     END-PERFORM.
002740 1100-EXIT.
002750     EXIT.
002760*
002770 1200-JOUR-PRECEDENT.
002780*--------------------*
002790     MOVE WS-DATE-LIMITE(1:4) TO WS-CAL-AAAA.
002800     MOVE WS-DATE-LIMITE(5:2) TO WS-CAL-MM.
002810     MOVE WS-DATE-LIMITE(7:2) TO WS-CAL-JJ.
002820     SUBTRACT 1 FROM WS-CAL-JJ.
002830     IF WS-CAL-JJ = ZERO
002840        IF WS-CAL-MM = 01
002850           MOVE 12 TO WS-CAL-MM
002860           SUBTRACT 1 FROM WS-CAL-AAAA
002870        ELSE
002880           SUBTRACT 1 FROM WS-CAL-MM
002890        END-IF
002900        PERFORM 1300-JOURS-DU-MOIS THRU 1300-EXIT
002910        MOVE WS-NB-JOURS-MOIS TO WS-CAL-JJ
002920     END-IF.
002930     COMPUTE WS-DATE-LIMITE = WS-CAL-AAAA * 10000
002940        + WS-CAL-MM * 100 + WS-CAL-JJ.
002950 1200-EXIT.
002960     EXIT.
002970*
002980 1300-JOURS-DU-MOIS.
002990*-------------------*
003000     MOVE JM-NB(WS-CAL-MM) TO WS-NB-JOURS-MOIS.
003010*   FEVRIER BISSEXTILE (REGLE SIMPLE DU DIVISIBLE PAR 4)
003020     IF WS-CAL-MM = 02
003030        DIVIDE WS-CAL-AAAA BY 4 GIVING WS-CAL-RESTE
003040           REMAINDER WS-CAL-RESTE
003050        IF WS-CAL-RESTE = ZERO
003060           MOVE 29 TO WS-NB-JOURS-MOIS
003070        END-IF
003080     END-IF.
003090 1300-EXIT.
003100     EXIT.
003110*
003120*****************************************************************
003130*  2000  -  NOUVEAUX EVENEMENTS DE LA PISTE D'AUDIT DEPUIS LA   *
003140*            BORNE - A LA PREMIERE EXECUTION, SEULE LA BORNE EST*
003150*            POSEE (PAS DE REPRISE DE L'HISTORIQUE)             *
003160*****************************************************************
003170 2000-NOUVEAUX.
003180*--------------*
003190     MOVE 'AGENCE  ' TO CT-CLE.
003200     READ FCTL03-FILE.
003210     EVALUATE WS-FCTL-STATUS
003220         WHEN '00'
003230             MOVE 'O'      TO WS-BORNE-EXISTE
003240             MOVE CT-DATE  TO WS-BORNE-DATE
003250             MOVE CT-HEURE TO WS-BORNE-HEURE
003260         WHEN '23'
003270             CONTINUE
003280         WHEN OTHER
003290             PERFORM 9520-ERREUR-FCTL THRU 9520-EXIT
003300     END-EVALUATE.
003310     IF WS-BORNE-EXISTE = 'O'
003320        MOVE SPACE TO LIGNE
003330        STRING ' AVIS EMIS' DELIMITED BY SIZE INTO LIGNE
003340        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2
003350        MOVE 'N' TO WS-EOF
003360        READ FAUDIT03-FILE
003370            AT END MOVE 'Y' TO WS-EOF
003380        END-READ
003390        PERFORM UNTIL FIN-FICHIER
003400           IF (AK-DATE > WS-BORNE-DATE
003410               OR (AK-DATE = WS-BORNE-DATE
003420                   AND AK-HEURE >= WS-BORNE-HEURE))
003430              AND (AK-DATE < WS-DATE-JOUR
003440                   OR (AK-DATE = WS-DATE-JOUR
003450                       AND AK-HEURE < WS-FIN-HEURE))
003460              PERFORM 2100-EVENEMENT THRU 2100-EXIT
003470           END-IF
003480           READ FAUDIT03-FILE
003490               AT END MOVE 'Y' TO WS-EOF
003500           END-READ
003510        END-PERFORM
003520     ELSE
003530        MOVE SPACE TO LIGNE
003540        STRING ' PREMIERE EXECUTION : BORNE DE LECTURE POSEE AU '
003550               WS-DATE-JOUR ' ' WS-FIN-HEURE
003560               DELIMITED BY SIZE INTO LIGNE
003570        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2
003580     END-IF.
003590*   BORNE AVANCEE AU DEBUT DE CETTE EXECUTION
003600     MOVE 'AGENCE  ' TO CT-CLE.
003610     READ FCTL03-FILE.
003620     IF WS-FCTL-STATUS NOT = '00' AND NOT = '23'
003630        PERFORM 9520-ERREUR-FCTL THRU 9520-EXIT
003640     END-IF.
003650     IF WS-FCTL-STATUS = '23'
003660        MOVE SPACES     TO E-CONTROLE
003670        MOVE 'AGENCE  ' TO CT-CLE
003680        MOVE ZERO       TO CT-SEQUENCE CT-SEQUENCE-EVT
003690     END-IF.
003700     MOVE WS-DATE-JOUR TO CT-DATE.
003710     MOVE WS-FIN-HEURE TO CT-HEURE.
003720     MOVE 'T'          TO CT-ETAT.
003730     IF WS-FCTL-STATUS = '23'
003740        WRITE E-CONTROLE
003750     ELSE
003760        REWRITE E-CONTROLE
003770     END-IF.
003780     IF WS-FCTL-STATUS NOT = '00'
003790        PERFORM 9520-ERREUR-FCTL THRU 9520-EXIT
003800     END-IF.
003810 2000-EXIT.
003820     EXIT.
003830*
003840*****************************************************************
003850*  2100  -  UNE ENTREE DE LA PISTE : ENTREE EN FORMATION, FIN DE*
003860*            STAGE OU SORTIE ANTICIPEE D'UN STAGIAIRE ENTRE EN  *
003870*            FORMATION (UN PRE-INSCRIT SUPPRIME N'EST JAMAIS    *
003880*            ENTRE, IL N'Y A RIEN A DECLARER)                   *
003890*****************************************************************
003900 2100-EVENEMENT.
003910*---------------*
003920     MOVE SPACES TO WS-MOTIF-CODE WS-MOTIF-LIBELLE.
003930     EVALUATE AK-ACTION
003940         WHEN 'M'
003950             IF AK-IMAGE-AVANT(254:1) NOT = 'P'
003960                OR AK-IMAGE-APRES(254:1) NOT = 'A'
003970                GO TO 2100-EXIT
003980             END-IF
003990             MOVE 'E'            TO WS-TYPE
004000             MOVE AK-IMAGE-APRES TO E-STAGIAIRE
004010         WHEN 'F'
004020             MOVE 'S'            TO WS-TYPE
004030             MOVE '01'           TO WS-MOTIF-CODE
004040             MOVE 'FIN DE FORMATION' TO WS-MOTIF-LIBELLE
004050             MOVE AK-IMAGE-AVANT TO E-STAGIAIRE
004060         WHEN 'D'
004070             IF AK-IMAGE-AVANT(254:1) NOT = 'A'
004080                AND AK-IMAGE-AVANT(254:1) NOT = 'S'
004090                GO TO 2100-EXIT
004100             END-IF
004110             MOVE 'S'            TO WS-TYPE
004120             MOVE AK-IMAGE-AVANT TO E-STAGIAIRE
004130             PERFORM 2150-MOTIF-SORTIE THRU 2150-EXIT
004140         WHEN OTHER
004150             GO TO 2100-EXIT
004160     END-EVALUATE.
004170     MOVE AK-NUMERO TO AN-NUMERO.
004180     MOVE WS-TYPE   TO AN-TYPE.
004190     MOVE AK-DATE   TO AN-DATE.
004200*   DEJA ENREGISTRE (RELANCE DU TRAITEMENT SUR LA MEME FENETRE)
004210     READ FAGEN03-FILE.
004220     IF WS-FAGEN-STATUS = '00'
004230        ADD 1 TO WS-NB-DEJA
004240        GO TO 2100-EXIT
004250     END-IF.
004260     IF WS-FAGEN-STATUS NOT = '23'
004270        PERFORM 9510-ERREUR-FAGEN THRU 9510-EXIT
004280     END-IF.
004290     PERFORM 2200-CONSTRUIT-AVIS THRU 2200-EXIT.
004300     MOVE 1 TO AV-RANG.
004310     PERFORM 5000-EMET THRU 5000-EXIT.
004320     MOVE AK-NUMERO    TO AN-NUMERO.
004330     MOVE WS-TYPE      TO AN-TYPE.
004340     MOVE AK-DATE      TO AN-DATE.
004350     MOVE 'E'          TO AN-ETAT.
004360     MOVE WS-DATE-JOUR TO AN-DATE-ENVOI.
004370     MOVE 1            TO AN-NB-ENVOIS.
004380     MOVE SPACES       TO AN-CODE-REJET.
004390     MOVE ZERO         TO AN-DATE-RETOUR.
004400     MOVE AVIS-AGENCE  TO AN-AVIS.
004410     MOVE SPACES       TO E-AVIS-AGENCE(186:15).
004420     WRITE E-AVIS-AGENCE.
004430     IF WS-FAGEN-STATUS NOT = '00'
004440        PERFORM 9510-ERREUR-FAGEN THRU 9510-EXIT
004450     END-IF.
004460     IF WS-TYPE = 'E'
004470        ADD 1 TO WS-NB-ENTREES
004480     ELSE
004490        ADD 1 TO WS-NB-SORTIES
004500     END-IF.
004510     MOVE SPACE TO LIGNE.
004520     STRING '   ' AV-TYPE ' ' AV-REFERENCE ' ' AV-NOM ' '
004530            AV-PRENOM ' ' AV-MOTIF-CODE ' ' AV-MOTIF-LIBELLE
004540            DELIMITED BY SIZE INTO LIGNE.
004550     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004560 2100-EXIT.
004570     EXIT.
004580*
004590*   MOTIF DE SUPPRESSION PRIS DANS L'ARCHIVE : L'ANNULATION DE
004600*   SESSION (TRFSESS) ARCHIVE AVEC LE MOTIF 'SESSION ANNULEE'
004610 2150-MOTIF-SORTIE.
004620*------------------*
004630     MOVE '02'               TO WS-MOTIF-CODE.
004640     MOVE 'SORTIE ANTICIPEE' TO WS-MOTIF-LIBELLE.
004650     MOVE AK-NUMERO TO AR-NUMERO.
004660     READ FSTAGARC-FILE.
004670     IF WS-FARC-STATUS = '00'
004680        MOVE AR-MOTIF TO WS-MOTIF-LIBELLE
004690        IF AR-MOTIF = 'SESSION ANNULEE'
004700           MOVE '03' TO WS-MOTIF-CODE
004710        END-IF
004720     END-IF.
004730 2150-EXIT.
004740     EXIT.
004750*
004760*   AVIS CONSTRUIT A PARTIR DE L'IMAGE DU STAGIAIRE (E-STAGIAIRE)
004770 2200-CONSTRUIT-AVIS.
004780*--------------------*
004790     MOVE SPACES          TO AVIS-AGENCE.
004800     MOVE 'TP'            TO AV-REFERENCE(1:2).
004810     MOVE WS-TYPE         TO AV-TYPE.
004820     MOVE AN-CLE          TO AV-REF-CLE.
004830     MOVE WS-XREF-ID(AK-NUMERO) TO AV-ID-AGENCE.
004840     PERFORM 2300-IDENTITE THRU 2300-EXIT.
004850     MOVE AK-DATE         TO AV-DATE-EVT.
004860     MOVE E-CODE-SESSION  TO AV-SESSION.
004870     IF E-DATE-FIN-PREVUE = ZERO
004880        MOVE ZERO TO AV-DATE-FIN
004890     ELSE
004900        MOVE E-DATE-FIN-PREVUE(5:4) TO AV-DATE-FIN(1:4)
004910        MOVE E-DATE-FIN-PREVUE(3:2) TO AV-DATE-FIN(5:2)
004920        MOVE E-DATE-FIN-PREVUE(1:2) TO AV-DATE-FIN(7:2)
004930     END-IF.
004940     MOVE WS-MOTIF-CODE    TO AV-MOTIF-CODE.
004950     MOVE WS-MOTIF-LIBELLE TO AV-MOTIF-LIBELLE.
004960 2200-EXIT.
004970     EXIT.
004980*
004990*   ZONES D'IDENTITE (REPRISES AUSSI AU RENVOI APRES CORRECTION)
005000 2300-IDENTITE.
005010*--------------*
005020     MOVE E-NOM            TO AV-NOM.
005030     MOVE E-PRENOM         TO AV-PRENOM.
005040     MOVE E-DATE-NAISS(5:4) TO AV-DATE-NAISS(1:4).
005050     MOVE E-DATE-NAISS(3:2) TO AV-DATE-NAISS(5:2).
005060     MOVE E-DATE-NAISS(1:2) TO AV-DATE-NAISS(7:2).
005070 2300-EXIT.
005080     EXIT.
005090*
005100*****************************************************************
005110*  3000  -  SUIVI DES AVIS EN ATTENTE : RELANCE DES AVIS SANS   *
005120*            ACCUSE DEPUIS LE DELAI, LISTE DES REJETS A CORRIGER*
005130*            ET RENVOI DES REJETS CORRIGES                      *
005140*****************************************************************
005150 3000-SUIVI.
005160*-----------*
005170     MOVE SPACE TO LIGNE.
005180     STRING ' AVIS RENVOYES OU EN ATTENTE DE CORRECTION'
005190            DELIMITED BY SIZE INTO LIGNE.
005200     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
005210     MOVE LOW-VALUE TO AN-CLE.
005220     START FAGEN03-FILE KEY >= AN-CLE
005230         INVALID KEY MOVE 'Y' TO WS-EOF
005240         NOT INVALID KEY MOVE 'N' TO WS-EOF
005250     END-START.
005260     IF NOT FIN-FICHIER
005270        READ FAGEN03-FILE NEXT
005280            AT END MOVE 'Y' TO WS-EOF
005290        END-READ
005300     END-IF.
005310     PERFORM UNTIL FIN-FICHIER
005320        EVALUATE TRUE
005330            WHEN AN-ENVOYE AND AN-DATE-ENVOI < WS-DATE-LIMITE
005340                PERFORM 3100-RELANCE THRU 3100-EXIT
005350            WHEN AN-REJETE
005360                PERFORM 3200-REJET THRU 3200-EXIT
005370            WHEN OTHER
005380                CONTINUE
005390        END-EVALUATE
005400        READ FAGEN03-FILE NEXT
005410            AT END MOVE 'Y' TO WS-EOF
005420        END-READ
005430     END-PERFORM.
005440     IF WS-NB-A-CORRIGER > ZERO
005450        MOVE 4 TO RETURN-CODE
005460     END-IF.
005470 3000-EXIT.
005480     EXIT.
005490*
005500 3100-RELANCE.
005510*-------------*
005520     MOVE AN-AVIS TO AVIS-AGENCE.
005530     MOVE SPACE TO LIGNE.
005540     STRING '   ' AV-REFERENCE ' ' AV-NOM
005550            ' SANS ACCUSE DEPUIS LE ' AN-DATE-ENVOI ' - RENVOYE'
005560            DELIMITED BY SIZE INTO LIGNE.
005570     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
005580     ADD 1 TO WS-NB-RELANCES.
005590     PERFORM 3300-RENVOI THRU 3300-EXIT.
005600 3100-EXIT.
005610     EXIT.
005620*
005630*   UN REJET EST RENVOYE QUAND LA FICHE A ETE MISE A JOUR DEPUIS
005640*   LE RETOUR DE L'AGENCE OU QUE L'IDENTIFIANT AGENCE A CHANGE ;
005650*   SINON IL RESTE LISTE A CORRIGER
005660 3200-REJET.
005670*-----------*
005680     MOVE AN-AVIS TO AVIS-AGENCE.
005690     MOVE 'N' TO WS-RENVOI.
005700     MOVE AN-NUMERO TO E-NUMERO.
005710     READ FSTAG03-FILE.
005720     IF WS-FSTAG-STATUS = '00'
005730        AND E-DATE-MAJ >= AN-DATE-RETOUR
005740        PERFORM 2300-IDENTITE THRU 2300-EXIT
005750        MOVE 'O' TO WS-RENVOI
005760     END-IF.
005770     IF WS-XREF-ID(AN-NUMERO) NOT = SPACES
005780        AND WS-XREF-ID(AN-NUMERO) NOT = AV-ID-AGENCE
005790        MOVE WS-XREF-ID(AN-NUMERO) TO AV-ID-AGENCE
005800        MOVE 'O' TO WS-RENVOI
005810     END-IF.
005820     MOVE SPACE TO LIGNE.
005830     IF WS-RENVOI = 'O'
005840        STRING '   ' AV-REFERENCE ' ' AV-NOM ' REJET '
005850               AN-CODE-REJET ' DU ' AN-DATE-RETOUR
005860               ' - CORRIGE, RENVOYE'
005870               DELIMITED BY SIZE INTO LIGNE
005880        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
005890        ADD 1 TO WS-NB-CORRIGES
005900        PERFORM 3300-RENVOI THRU 3300-EXIT
005910     ELSE
005920        STRING '   ' AV-REFERENCE ' ' AV-NOM ' REJET '
005930               AN-CODE-REJET ' DU ' AN-DATE-RETOUR
005940               ' - A CORRIGER'
005950               DELIMITED BY SIZE INTO LIGNE
005960        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
005970        ADD 1 TO WS-NB-A-CORRIGER
005980     END-IF.
005990 3200-EXIT.
006000     EXIT.
006010*
006020 3300-RENVOI.
006030*------------*
006040     ADD 1 TO AN-NB-ENVOIS.
006050     MOVE AN-NB-ENVOIS TO AV-RANG.
006060     PERFORM 5000-EMET THRU 5000-EXIT.
006070     MOVE 'E'          TO AN-ETAT.
006080     MOVE WS-DATE-JOUR TO AN-DATE-ENVOI.
006090     MOVE AVIS-AGENCE  TO AN-AVIS.
006100     REWRITE E-AVIS-AGENCE.
006110     IF WS-FAGEN-STATUS NOT = '00'
006120        PERFORM 9510-ERREUR-FAGEN THRU 9510-EXIT
006130     END-IF.
006140 3300-EXIT.
006150     EXIT.
006160*
006170*****************************************************************
006180*  5000  -  ECRITURE D'UN AVIS (IDENTIFIANT AGENCE MANQUANT     *
006190*            SIGNALE : L'AGENCE RAPPROCHE ALORS SUR L'IDENTITE) *
006200*****************************************************************
006210 5000-EMET.
006220*----------*
006230     MOVE AVIS-AGENCE TO AGENOUT-REC.
006240     WRITE AGENOUT-REC.
006250     IF WS-AGENOUT-STATUS NOT = '00'
006260        DISPLAY 'EXPAGEN - ERREUR E/S AGENOUT - CODE STATUT '
006270                WS-AGENOUT-STATUS
006280        MOVE 16 TO RETURN-CODE
006290        PERFORM 9000-TERMINAISON THRU 9000-EXIT
006300        STOP RUN
006310     END-IF.
006320     IF AV-ID-AGENCE = SPACES
006330        ADD 1 TO WS-NB-SANS-ID
006340     END-IF.
006350 5000-EXIT.
006360     EXIT.
006370*
006380*****************************************************************
006390*  8000  -  BILAN                                               *
006400*****************************************************************
006410 8000-BILAN.
006420*-----------*
006430     MOVE WS-NB-ENTREES TO WS-NB-ED.
006440     MOVE SPACE TO LIGNE.
006450     STRING ' AVIS D''ENTREE EMIS          : ' WS-NB-ED
006460            DELIMITED BY SIZE INTO LIGNE.
006470     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
006480     MOVE WS-NB-SORTIES TO WS-NB-ED.
006490     MOVE SPACE TO LIGNE.
006500     STRING ' AVIS DE SORTIE EMIS         : ' WS-NB-ED
006510            DELIMITED BY SIZE INTO LIGNE.
006520     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
006530     MOVE WS-NB-DEJA TO WS-NB-ED.
006540     MOVE SPACE TO LIGNE.
006550     STRING ' EVENEMENTS DEJA TRANSMIS    : ' WS-NB-ED
006560            DELIMITED BY SIZE INTO LIGNE.
006570     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
006580     MOVE WS-NB-RELANCES TO WS-NB-ED.
006590     MOVE SPACE TO LIGNE.
006600     STRING ' AVIS RENVOYES SANS ACCUSE   : ' WS-NB-ED
006610            DELIMITED BY SIZE INTO LIGNE.
006620     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
006630     MOVE WS-NB-CORRIGES TO WS-NB-ED.
006640     MOVE SPACE TO LIGNE.
006650     STRING ' REJETS CORRIGES RENVOYES    : ' WS-NB-ED
006660            DELIMITED BY SIZE INTO LIGNE.
006670     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
006680     MOVE WS-NB-A-CORRIGER TO WS-NB-ED.
006690     MOVE SPACE TO LIGNE.
006700     STRING ' REJETS A CORRIGER           : ' WS-NB-ED
006710            DELIMITED BY SIZE INTO LIGNE.
006720     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
006730     MOVE WS-NB-SANS-ID TO WS-NB-ED.
006740     MOVE SPACE TO LIGNE.
006750     STRING ' AVIS SANS IDENTIFIANT AGENCE: ' WS-NB-ED
006760            DELIMITED BY SIZE INTO LIGNE.
006770     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
006780 8000-EXIT.
006790     EXIT.
006800*
006810*****************************************************************
006820*  9500  -  ERREURS D'ENTREE/SORTIE - LE CODE STATUT EST TRACE  *
006830*            ET LE TRAITEMENT EST INTERROMPU                    *
006840*****************************************************************
006850 9500-ERREUR-FAUDIT.
006860*-------------------*
006870     DISPLAY 'EXPAGEN - ERREUR E/S FAUDIT03 - CODE STATUT '
006880             WS-FAUDIT-STATUS.
006890     MOVE 16 TO RETURN-CODE.
006900     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
006910     STOP RUN.
006920 9500-EXIT.
006930     EXIT.
006940*
006950 9510-ERREUR-FAGEN.
006960*------------------*
006970     DISPLAY 'EXPAGEN - ERREUR E/S FAGEN03 - CODE STATUT '
006980             WS-FAGEN-STATUS.
006990     MOVE 16 TO RETURN-CODE.
007000     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
007010     STOP RUN.
007020 9510-EXIT.
007030     EXIT.
007040*
007050 9520-ERREUR-FCTL.
007060*-----------------*
007070     DISPLAY 'EXPAGEN - ERREUR E/S FCTL03 - CODE STATUT '
007080             WS-FCTL-STATUS.
007090     MOVE 16 TO RETURN-CODE.
007100     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
007110     STOP RUN.
007120 9520-EXIT.
007130     EXIT.
007140*
007150*****************************************************************
007160*  9000  -  FERMETURE DES FICHIERS                              *
007170*****************************************************************
007180 9000-TERMINAISON.
007190*-----------------*
007200     CLOSE FAUDIT03-FILE.
007210     CLOSE FSTAG03-FILE.
007220     CLOSE FSTAGARC-FILE.
007230     CLOSE FXREF03-FILE.
007240     CLOSE FAGEN03-FILE.
007250     CLOSE FCTL03-FILE.
007260     CLOSE AGENOUT-FILE.
007270     CLOSE RAPPORT-FILE.
007280 9000-EXIT.
007290     EXIT.
