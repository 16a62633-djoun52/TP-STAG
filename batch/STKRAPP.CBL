000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    STKRAPP.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  STKRAPP  -  CONSERVATION EN LIGNE D'UN RAPPORT DE LA CHAINE   *
000090*               DE NUIT - ETAPE PLACEE APRES CHAQUE ETAPE QUI    *
000100*               EDITE UN RAPPORT : LE RAPPORT, ECRIT SUR UN JEU  *
000110*               TEMPORAIRE (DD RAPPIN), EST RANGE DANS FRAPP03   *
000120*               SOUS LA DATE DU JOUR ET LE NOM DONNE EN SYSIN    *
000130*               (UN EN-TETE PUIS UNE LIGNE PAR LIGNE IMPRIMEE,   *
000140*               SAUTS DE PAGE COMPRIS) ET REIMPRIME A L'IDEN-    *
000150*               TIQUE SUR LA DD RAPPORT (SYSOUT) - UN REPASSAGE  *
000160*               LE MEME JOUR REMPLACE LA VERSION PRECEDENTE -    *
000170*               LES VERSIONS DE CE RAPPORT PLUS ANCIENNES QUE LA *
000180*               RETENTION (EN JOURS) SONT SUPPRIMEES - LIBELLE   *
000190*               ET NIVEAU D'HABILITATION DU RAPPORT : RAPTAB.cpy *
000200*               - FRAPP03 INDISPONIBLE NE BLOQUE PAS LA CHAINE : *
000210*               LE RAPPORT EST SEULEMENT REIMPRIME ET RC=4       *
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
000320     SELECT FRAPP03-FILE   ASSIGN TO FRAPP03
000330            ORGANIZATION   INDEXED
000340            ACCESS MODE    DYNAMIC
000350            RECORD KEY     RA-CLE
000360            FILE STATUS    WS-FRAPP-STATUS.
000370     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000380            ORGANIZATION   LINE SEQUENTIAL.
000390     SELECT RAPPIN-FILE    ASSIGN TO RAPPIN
000400            ORGANIZATION   LINE SEQUENTIAL
000410            FILE STATUS    WS-RAPPIN-STATUS.
000420     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000430            ORGANIZATION   LINE SEQUENTIAL.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  FRAPP03-FILE.
000480*   RAPPORTS CONSERVES EN LIGNE (EN-TETE + LIGNES IMPRIMEES)
000490     COPY FRAPP.
000500*
000510 FD  SYSIN-FILE
000520     RECORDING MODE F.
000530 01  SYSIN-REC.
000540     05  SI-NOM            PIC X(08).
000550     05  FILLER            PIC X(01).
000560     05  SI-RETENTION      PIC X(03).
000570     05  FILLER            PIC X(68).
000580*
000590*   RAPPORT EDITE PAR L'ETAPE PRECEDENTE - UNE LIGNE ECRITE APRES
000600*   UN SAUT DE PAGE COMMENCE PAR LE CARACTERE DE SAUT (X'0C')
000610 FD  RAPPIN-FILE
000620     RECORDING MODE F.
000630 01  RAPPIN-REC.
000640     05  RI-CAR1           PIC X(01).
000650         88  RI-SAUT-PAGE              VALUE X'0C'.
000660     05  RI-SUITE          PIC X(133).
000670 01  RAPPIN-REC-LIGNE REDEFINES RAPPIN-REC.
000680     05  RI-LIGNE          PIC X(133).
000690     05  FILLER            PIC X(01).
000700*
000710 FD  RAPPORT-FILE
000720     RECORDING MODE F.
000730 01  RAPPORT-REC           PIC X(133).
000740*
000750 WORKING-STORAGE SECTION.
000760 77  WS-FRAPP-STATUS       PIC X(02).
000770 77  WS-RAPPIN-STATUS      PIC X(02).
000780 77  WS-EOF                PIC X(01)     VALUE 'N'.
000790     88  FIN-FICHIER                     VALUE 'Y'.
000800*   'O' TANT QUE FRAPP03 EST UTILISABLE - A 'N' LE RAPPORT EST
000810*   SEULEMENT REIMPRIME
000820 77  WS-STOCKAGE           PIC X(01)     VALUE 'O'.
000830     88  STOCKAGE-ACTIF                  VALUE 'O'.
000840 77  WS-RC                 PIC 9(02)     VALUE ZERO.
000850*   RAPPORT TRAITE (SYSIN), LIBELLE ET NIVEAU (RAPTAB)
000860 77  WS-NOM                PIC X(08).
000870 77  WS-LIBELLE            PIC X(30).
000880 77  WS-NIVEAU             PIC 9(01).
000890 77  WS-IND-RAP            PIC 9(02) COMP.
000900 77  WS-IND-TROUVE         PIC 9(02) COMP.
000910*   RETENTION EN JOURS (DEFAUT 30 SI CARTE ABSENTE/INVALIDE)
000920 77  WS-RETENTION          PIC 9(03)     VALUE 30.
000930 77  WS-DATE-JOUR          PIC 9(08).
000940 77  WS-HEURE-JOUR         PIC 9(08).
000950*   SEUIL DE PURGE : DATE DU JOUR MOINS LA RETENTION
000960 77  WS-DATE-SEUIL         PIC 9(08).
000970 77  WS-AAAA-SEUIL         PIC 9(04).
000980 77  WS-MM-SEUIL           PIC S9(04) COMP.
000990 77  WS-JJ-SEUIL           PIC S9(05) COMP.
001000 77  WS-RESTE              PIC 9(04).
001010 77  WS-NB-JOURS-MOIS      PIC 9(02).
001020 01  JOURS-MOIS-TABLE.
001030     05 FILLER PIC X(24) VALUE '312831303130313130313031'.
001040 01  JOURS-MOIS-TBL REDEFINES JOURS-MOIS-TABLE.
001050     05  JM-NB             PIC 9(02) OCCURS 12 TIMES.
001060*   COMPTEURS
001070 77  WS-NB-LIGNES          PIC 9(06) COMP VALUE ZERO.
001080 77  WS-NB-PAGES           PIC 9(04) COMP VALUE ZERO.
001090 77  WS-NB-REMPLACEES      PIC 9(06) COMP VALUE ZERO.
001100 77  WS-NB-PURGEES         PIC 9(06) COMP VALUE ZERO.
001110 77  WS-NB-VERSIONS        PIC 9(04) COMP VALUE ZERO.
001120*   DERNIER NUMERO DE LIGNE CONSERVE (999999 RESTE LIBRE POUR LE
001130*   SAUT D'UN RAPPORT A L'AUTRE DE L'ECRAN INGFCI3)
001140 77  WS-LIGNE-MAX          PIC 9(06)     VALUE 999998.
001150 77  WS-NB-ED              PIC ZZZZZ9.
001160*   TABLE DES RAPPORTS CONSERVES (LIBELLE, NIVEAU REQUIS)
001170     COPY RAPTAB.
001180*
001190 PROCEDURE DIVISION.
001200 0000-MAINLINE.
001210*----------------*
001220     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001230     PERFORM 2000-EFFACE-VERSION THRU 2000-EXIT.
001240     PERFORM 3000-STOCKAGE       THRU 3000-EXIT.
001250     PERFORM 4000-ENTETE         THRU 4000-EXIT.
001260     PERFORM 5000-PURGE          THRU 5000-EXIT.
001270     PERFORM 8000-BILAN          THRU 8000-EXIT.
001280     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001290     MOVE WS-RC TO RETURN-CODE.
001300     STOP RUN.
001310*
001320*****************************************************************
001330*  1000  -  CARTE SYSIN (COL 1-8 NOM DU RAPPORT, 10-12           *
001340*            RETENTION EN JOURS), LIBELLE ET NIVEAU DU RAPPORT   *
001350*            (RAPTAB), SEUIL DE PURGE ET OUVERTURES              *
001360*****************************************************************
001370 1000-INITIALISATION.
001380*--------------------*
001390     MOVE SPACES TO WS-NOM.
001400     OPEN INPUT  SYSIN-FILE.
001410     READ SYSIN-FILE
001420         AT END     CONTINUE
001430         NOT AT END
001440             MOVE SI-NOM TO WS-NOM
001450             IF SI-RETENTION NUMERIC AND SI-RETENTION > ZERO
001460                MOVE SI-RETENTION TO WS-RETENTION
001470             END-IF
001480     END-READ.
001490     CLOSE SYSIN-FILE.
001500     IF WS-NOM = SPACES
001510        DISPLAY 'STKRAPP - CARTE SYSIN ABSENTE OU SANS NOM DE '
001520                'RAPPORT'
001530        MOVE 16 TO RETURN-CODE
001540        STOP RUN
001550     END-IF.
001560     PERFORM 1100-CHERCHE-RAPPORT THRU 1100-EXIT.
001570     ACCEPT WS-DATE-JOUR  FROM DATE YYYYMMDD.
001580     ACCEPT WS-HEURE-JOUR FROM TIME.
001590     PERFORM 1200-CALCUL-SEUIL THRU 1200-EXIT.
001600     OPEN INPUT  RAPPIN-FILE.
001610     IF WS-RAPPIN-STATUS NOT = '00'
001620        PERFORM 9510-ERREUR-RAPPIN THRU 9510-EXIT
001630     END-IF.
001640     OPEN OUTPUT RAPPORT-FILE.
001650     OPEN I-O    FRAPP03-FILE.
001660     IF WS-FRAPP-STATUS NOT = '00'
001670        PERFORM 9500-ERREUR-FRAPP THRU 9500-EXIT
001680     END-IF.
001690 1000-EXIT.
001700     EXIT.
001710*
001720*****************************************************************
001730*  1100  -  RECHERCHE DU RAPPORT DANS RAPTAB - UN RAPPORT ABSENT *
001740*            DE LA TABLE EST CONSERVE AU NIVEAU 2 (LE PLUS       *
001750*            RESTRICTIF DES NIVEAUX DE CONSULTATION)             *
001760*****************************************************************
001770 1100-CHERCHE-RAPPORT.
001780*---------------------*
001790     MOVE ZERO TO WS-IND-TROUVE.
001800     PERFORM VARYING WS-IND-RAP FROM 1 BY 1
001810             UNTIL WS-IND-RAP > RAPTAB-MAX
001820        IF RT-NOM(WS-IND-RAP) = WS-NOM
001830           MOVE WS-IND-RAP TO WS-IND-TROUVE
001840        END-IF
001850     END-PERFORM.
001860     IF WS-IND-TROUVE = ZERO
001870        MOVE WS-NOM TO WS-LIBELLE
001880        MOVE 2      TO WS-NIVEAU
001890        DISPLAY 'STKRAPP - RAPPORT ' WS-NOM ' ABSENT DE RAPTAB - '
001900                'CONSERVE AU NIVEAU 2'
001910     ELSE
001920        MOVE RT-LIBELLE(WS-IND-TROUVE) TO WS-LIBELLE
001930        MOVE RT-NIVEAU(WS-IND-TROUVE)  TO WS-NIVEAU
001940     END-IF.
001950 1100-EXIT.
001960     EXIT.
001970*
001980*****************************************************************
001990*  1200  -  SEUIL DE PURGE = DATE DU JOUR MOINS LA RETENTION EN  *
002000*            JOURS, MOIS PAR MOIS EN ARRIERE (FEVRIER BISSEXTILE *
002010*            PAR LA REGLE SIMPLE DU DIVISIBLE PAR 4)             *
002020*****************************************************************
002030 1200-CALCUL-SEUIL.
002040*------------------*
002050     MOVE WS-DATE-JOUR(1:4) TO WS-AAAA-SEUIL.
002060     MOVE WS-DATE-JOUR(5:2) TO WS-MM-SEUIL.
002070     MOVE WS-DATE-JOUR(7:2) TO WS-JJ-SEUIL.
002080     SUBTRACT WS-RETENTION FROM WS-JJ-SEUIL.
002090     PERFORM UNTIL WS-JJ-SEUIL > ZERO
002100        SUBTRACT 1 FROM WS-MM-SEUIL
002110        IF WS-MM-SEUIL = ZERO
002120           MOVE 12 TO WS-MM-SEUIL
002130           SUBTRACT 1 FROM WS-AAAA-SEUIL
002140        END-IF
002150        MOVE JM-NB(WS-MM-SEUIL) TO WS-NB-JOURS-MOIS
002160        IF WS-MM-SEUIL = 02
002170           DIVIDE WS-AAAA-SEUIL BY 4 GIVING WS-RESTE
002180              REMAINDER WS-RESTE
002190           IF WS-RESTE = ZERO
002200              MOVE 29 TO WS-NB-JOURS-MOIS
002210           END-IF
002220        END-IF
002230        ADD WS-NB-JOURS-MOIS TO WS-JJ-SEUIL
002240     END-PERFORM.
002250     COMPUTE WS-DATE-SEUIL = WS-AAAA-SEUIL * 10000
002260        + WS-MM-SEUIL * 100 + WS-JJ-SEUIL.
002270 1200-EXIT.
002280     EXIT.
002290*
002300*****************************************************************
002310*  2000  -  REPASSAGE DU JOUR : LA VERSION DEJA CONSERVEE SOUS LA*
002320*            DATE DU JOUR ET CE NOM (EN-TETE ET LIGNES) EST      *
002330*            SUPPRIMEE AVANT D'ETRE REMPLACEE                    *
002340*****************************************************************
002350 2000-EFFACE-VERSION.
002360*--------------------*
002370     IF NOT STOCKAGE-ACTIF
002380        GO TO 2000-EXIT
002390     END-IF.
002400     MOVE WS-DATE-JOUR TO RA-DATE.
002410     MOVE WS-NOM       TO RA-NOM.
002420     MOVE ZERO         TO RA-LIGNE.
002430     START FRAPP03-FILE KEY >= RA-CLE.
002440     IF WS-FRAPP-STATUS = '23'
002450        GO TO 2000-EXIT
002460     END-IF.
002470     IF WS-FRAPP-STATUS NOT = '00'
002480        PERFORM 9500-ERREUR-FRAPP THRU 9500-EXIT
002490        GO TO 2000-EXIT
002500     END-IF.
002510     MOVE 'N' TO WS-EOF.
002520     READ FRAPP03-FILE NEXT
002530         AT END MOVE 'Y' TO WS-EOF
002540     END-READ.
002550     PERFORM UNTIL FIN-FICHIER
002560             OR NOT STOCKAGE-ACTIF
002570             OR RA-DATE NOT = WS-DATE-JOUR
002580             OR RA-NOM  NOT = WS-NOM
002590        DELETE FRAPP03-FILE
002600        IF WS-FRAPP-STATUS NOT = '00'
002610           PERFORM 9500-ERREUR-FRAPP THRU 9500-EXIT
002620        ELSE
002630           ADD 1 TO WS-NB-REMPLACEES
002640           READ FRAPP03-FILE NEXT
002650               AT END MOVE 'Y' TO WS-EOF
002660           END-READ
002670        END-IF
002680     END-PERFORM.
002690 2000-EXIT.
002700     EXIT.
002710*
002720*****************************************************************
002730*  3000  -  LECTURE DU RAPPORT : CHAQUE LIGNE EST REIMPRIMEE     *
002740*            (SAUT DE PAGE RESTITUE) ET CONSERVEE DANS FRAPP03   *
002750*            SOUS LE NUMERO DE LIGNE SUIVANT                     *
002760*****************************************************************
002770 3000-STOCKAGE.
002780*--------------*
002790     MOVE 'N' TO WS-EOF.
002800     READ RAPPIN-FILE
002810         AT END MOVE 'Y' TO WS-EOF
002820     END-READ.
002830     IF NOT FIN-FICHIER AND WS-RAPPIN-STATUS NOT = '00'
002840        PERFORM 9510-ERREUR-RAPPIN THRU 9510-EXIT
002850     END-IF.
002860     PERFORM UNTIL FIN-FICHIER
002870        PERFORM 3100-TRAITE-LIGNE THRU 3100-EXIT
002880        READ RAPPIN-FILE
002890            AT END MOVE 'Y' TO WS-EOF
002900        END-READ
002910        IF NOT FIN-FICHIER AND WS-RAPPIN-STATUS NOT = '00'
002920           PERFORM 9510-ERREUR-RAPPIN THRU 9510-EXIT
002930        END-IF
002940     END-PERFORM.
002950 3000-EXIT.
002960     EXIT.
002970*
002980*****************************************************************
002990*  3100  -  UNE LIGNE : LE CARACTERE DE SAUT DE PAGE EST RETIRE  *
003000*            ET NOTE 'P' SUR LA LIGNE - LA PREMIERE LIGNE DU     *
003010*            RAPPORT OUVRE TOUJOURS UNE PAGE                     *
003020*****************************************************************
003030 3100-TRAITE-LIGNE.
003040*------------------*
003050     ADD 1 TO WS-NB-LIGNES.
003060     MOVE SPACES TO RA-DETAIL.
003070     IF RI-SAUT-PAGE
003080        MOVE 'P'      TO RA-SAUT
003090        MOVE RI-SUITE TO RA-TEXTE
003100     ELSE
003110        MOVE RI-LIGNE TO RA-TEXTE
003120        IF WS-NB-LIGNES = 1
003130           MOVE 'P'   TO RA-SAUT
003140        END-IF
003150     END-IF.
003160     IF RA-DEBUT-PAGE
003170        ADD 1 TO WS-NB-PAGES
003180        WRITE RAPPORT-REC FROM RA-TEXTE AFTER ADVANCING PAGE
003190     ELSE
003200        WRITE RAPPORT-REC FROM RA-TEXTE AFTER ADVANCING 1
003210     END-IF.
003220     IF NOT STOCKAGE-ACTIF
003230        GO TO 3100-EXIT
003240     END-IF.
003250     IF WS-NB-LIGNES > WS-LIGNE-MAX
003260        DISPLAY 'STKRAPP - RAPPORT ' WS-NOM ' TRONQUE A '
003270                WS-LIGNE-MAX ' LIGNES DANS FRAPP03'
003280        MOVE 4   TO WS-RC
003290        MOVE 'N' TO WS-STOCKAGE
003300        GO TO 3100-EXIT
003310     END-IF.
003320     MOVE WS-DATE-JOUR TO RA-DATE.
003330     MOVE WS-NOM       TO RA-NOM.
003340     MOVE WS-NB-LIGNES TO RA-LIGNE.
003350     WRITE E-RAPPORT.
003360     IF WS-FRAPP-STATUS NOT = '00'
003370        PERFORM 9500-ERREUR-FRAPP THRU 9500-EXIT
003380     END-IF.
003390 3100-EXIT.
003400     EXIT.
003410*
003420*****************************************************************
003430*  4000  -  EN-TETE DU RAPPORT (LIGNE 000000) : LIBELLE, NIVEAU  *
003440*            REQUIS, HEURE, VOLUME ET RETENTION - ECRIT EN       *
003450*            DERNIER, IL REND LE RAPPORT VISIBLE A L'ECRAN       *
003460*****************************************************************
003470 4000-ENTETE.
003480*------------*
003490     IF NOT STOCKAGE-ACTIF
003500        GO TO 4000-EXIT
003510     END-IF.
003520     MOVE SPACES        TO RA-DETAIL.
003530     MOVE WS-DATE-JOUR  TO RA-DATE.
003540     MOVE WS-NOM        TO RA-NOM.
003550     MOVE ZERO          TO RA-LIGNE.
003560     MOVE WS-LIBELLE    TO RA-LIBELLE.
003570     MOVE WS-NIVEAU     TO RA-NIVEAU.
003580     MOVE WS-HEURE-JOUR(1:6) TO RA-HEURE.
003590     MOVE WS-NB-LIGNES  TO RA-NB-LIGNES.
003600     MOVE WS-NB-PAGES   TO RA-NB-PAGES.
003610     MOVE WS-RETENTION  TO RA-RETENTION.
003620     WRITE E-RAPPORT.
003630     IF WS-FRAPP-STATUS NOT = '00'
003640        PERFORM 9500-ERREUR-FRAPP THRU 9500-EXIT
003650     END-IF.
003660 4000-EXIT.
003670     EXIT.
003680*
003690*****************************************************************
003700*  5000  -  PURGE DES VERSIONS DE CE RAPPORT ANTERIEURES AU SEUIL*
003710*            - LE FICHIER EST PARCOURU DEPUIS LE DEBUT JUSQU'A LA*
003720*            DATE DU SEUIL (LES AUTRES RAPPORTS SONT LAISSES A   *
003730*            LEUR PROPRE RETENTION)                              *
003740*****************************************************************
003750 5000-PURGE.
003760*-----------*
003770     IF NOT STOCKAGE-ACTIF
003780        GO TO 5000-EXIT
003790     END-IF.
003800     MOVE LOW-VALUES TO RA-CLE.
003810     START FRAPP03-FILE KEY >= RA-CLE.
003820     IF WS-FRAPP-STATUS = '23'
003830        GO TO 5000-EXIT
003840     END-IF.
003850     IF WS-FRAPP-STATUS NOT = '00'
003860        PERFORM 9500-ERREUR-FRAPP THRU 9500-EXIT
003870        GO TO 5000-EXIT
003880     END-IF.
003890     MOVE 'N' TO WS-EOF.
003900     READ FRAPP03-FILE NEXT
003910         AT END MOVE 'Y' TO WS-EOF
003920     END-READ.
003930     PERFORM UNTIL FIN-FICHIER
003940             OR NOT STOCKAGE-ACTIF
003950             OR RA-DATE NOT < WS-DATE-SEUIL
003960        IF RA-NOM = WS-NOM
003970           IF RA-EST-ENTETE
003980              ADD 1 TO WS-NB-VERSIONS
003990           END-IF
004000           DELETE FRAPP03-FILE
004010           IF WS-FRAPP-STATUS NOT = '00'
004020              PERFORM 9500-ERREUR-FRAPP THRU 9500-EXIT
004030           ELSE
004040              ADD 1 TO WS-NB-PURGEES
004050           END-IF
004060        END-IF
004070        IF STOCKAGE-ACTIF
004080           READ FRAPP03-FILE NEXT
004090               AT END MOVE 'Y' TO WS-EOF
004100           END-READ
004110        END-IF
004120     END-PERFORM.
004130 5000-EXIT.
004140     EXIT.
004150*
004160*****************************************************************
004170*  8000  -  BILAN SUR SYSOUT                                     *
004180*****************************************************************
004190 8000-BILAN.
004200*-----------*
004210     DISPLAY 'STKRAPP - RAPPORT ' WS-NOM ' DU ' WS-DATE-JOUR
004220             ' NIVEAU ' WS-NIVEAU ' RETENTION ' WS-RETENTION
004230             ' JOURS'.
004240     MOVE WS-NB-LIGNES     TO WS-NB-ED.
004250     DISPLAY 'STKRAPP - LIGNES REIMPRIMEES         : ' WS-NB-ED.
004260     MOVE WS-NB-PAGES      TO WS-NB-ED.
004270     DISPLAY 'STKRAPP - PAGES                      : ' WS-NB-ED.
004280     IF STOCKAGE-ACTIF
004290        DISPLAY 'STKRAPP - RAPPORT CONSERVE DANS FRAPP03'
004300     ELSE
004310        DISPLAY 'STKRAPP - RAPPORT NON CONSERVE (OU INCOMPLET) '
004320                'DANS FRAPP03'
004330     END-IF.
004340     MOVE WS-NB-REMPLACEES TO WS-NB-ED.
004350     DISPLAY 'STKRAPP - LIGNES REMPLACEES DU JOUR  : ' WS-NB-ED.
004360     MOVE WS-NB-VERSIONS   TO WS-NB-ED.
004370     DISPLAY 'STKRAPP - VERSIONS PURGEES           : ' WS-NB-ED.
004380     MOVE WS-NB-PURGEES    TO WS-NB-ED.
004390     DISPLAY 'STKRAPP - LIGNES PURGEES             : ' WS-NB-ED.
004400 8000-EXIT.
004410     EXIT.
004420*
004430*****************************************************************
004440*  9500  -  ERREUR D'ENTREE/SORTIE SUR FRAPP03 - LE CODE STATUT  *
004450*            EST TRACE, LA CONSERVATION EST ABANDONNEE MAIS LE   *
004460*            RAPPORT CONTINUE D'ETRE REIMPRIME (RC=4, LA CHAINE  *
004470*            N'EST PAS ARRETEE)                                  *
004480*****************************************************************
004490 9500-ERREUR-FRAPP.
004500*------------------*
004510     DISPLAY 'STKRAPP - ERREUR E/S FRAPP03 - CODE STATUT '
004520             WS-FRAPP-STATUS ' - RAPPORT ' WS-NOM
004530             ' SEULEMENT REIMPRIME'.
004540     MOVE 4   TO WS-RC.
004550     MOVE 'N' TO WS-STOCKAGE.
004560 9500-EXIT.
004570     EXIT.
004580*
004590*****************************************************************
004600*  9510  -  ERREUR D'ENTREE/SORTIE SUR LE RAPPORT A CONSERVER -  *
004610*            LE CODE STATUT EST TRACE ET LE TRAITEMENT EST       *
004620*            INTERROMPU                                          *
004630*****************************************************************
004640 9510-ERREUR-RAPPIN.
004650*-------------------*
004660     DISPLAY 'STKRAPP - ERREUR E/S RAPPIN - CODE STATUT '
004670             WS-RAPPIN-STATUS.
004680     MOVE 16 TO RETURN-CODE.
004690     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
004700     STOP RUN.
004710 9510-EXIT.
004720     EXIT.
004730*
004740*****************************************************************
004750*  9000  -  FERMETURE DES FICHIERS                               *
004760*****************************************************************
004770 9000-TERMINAISON.
004780*-----------------*
004790     CLOSE RAPPIN-FILE.
004800     CLOSE RAPPORT-FILE.
004810     CLOSE FRAPP03-FILE.
004820 9000-EXIT.
004830     EXIT.
