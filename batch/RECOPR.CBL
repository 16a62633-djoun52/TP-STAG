000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RECOPR.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  RECOPR   -  RECERTIFICATION TRIMESTRIELLE DES HABILITATIONS   *
000090*               OPERATEUR (FOPER03) : LISTE CHAQUE OPERATEUR AVEC*
000100*               SON NIVEAU, SA DERNIERE MISE A JOUR (DATE, PAR   *
000110*               QUI), SA DERNIERE ACTIVITE RELEVEE DANS LA PISTE *
000120*               D'AUDIT FAUDIT03 ET SA DERNIERE RECERTIFICATION, *
000130*               AVEC LES CASES DE DECISION DU RESPONSABLE (LA    *
000140*               DECISION EST ENSUITE SAISIE DANS INFBCI3, ACTIONS*
000150*               V ET R) - UN OPERATEUR SANS ACTIVITE NI MISE A   *
000160*               JOUR DEPUIS PLUS DE N JOURS (SYSIN, DEFAUT 90)   *
000170*               PASSE AU NIVEAU 0 (ACCES RETIRE), AVEC UNE ENTREE*
000180*               D'AUDIT 'H' SCELLEE - RC=4 DES QU'UN ACCES EST   *
000190*               RETIRE (OU LE SERAIT EN SIMULATION)              *
000200*****************************************************************
000210*  HISTORIQUE DES MODIFICATIONS                                 *
000220*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-390.
000270 OBJECT-COMPUTER. IBM-390.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT FOPER03-FILE   ASSIGN TO FOPER03
000310            ORGANIZATION   INDEXED
000320            ACCESS MODE    SEQUENTIAL
000330            RECORD KEY     OP-CLE
000340            FILE STATUS    WS-FOPER-STATUS.
000350     SELECT FAUDIT03-FILE  ASSIGN TO FAUDIT03
000360            ORGANIZATION   INDEXED
000370            ACCESS MODE    DYNAMIC
000380            RECORD KEY     AK-CLE
000390            FILE STATUS    WS-FAUDIT-STATUS.
000400     SELECT FCTL03-FILE    ASSIGN TO FCTL03
000410            ORGANIZATION   INDEXED
000420            ACCESS MODE    RANDOM
000430            RECORD KEY     CT-CLE
000440            FILE STATUS    WS-FCTL-STATUS.
000450     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000460            ORGANIZATION   LINE SEQUENTIAL.
000470     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000480            ORGANIZATION   LINE SEQUENTIAL.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  FOPER03-FILE.
000530*   DESCRIPTION DU FICHIER KSD DES HABILITATIONS
000540     COPY FOPER.
000550*
000560 FD  FAUDIT03-FILE.
000570*   DESCRIPTION DU FICHIER KSD DE LA PISTE D'AUDIT
000580     COPY FAUDIT.
000590*
000600 FD  FCTL03-FILE.
000610*   ENREGISTREMENT DE CONTROLE (TETE DE CHAINE 'AUDCHAIN')
000620     COPY FCTL.
000630*
000640 FD  SYSIN-FILE
000650     RECORDING MODE F.
000660*   COL 01-03 DELAI D'INACTIVITE EN JOURS (DEFAUT 090), COL 05 'S'
000670*   POUR UNE SIMULATION (LISTE SANS RETRAIT D'ACCES)
000680 01  SYSIN-REC.
000690     05  SI-DELAI          PIC X(03).
000700     05  FILLER            PIC X(01).
000710     05  SI-SIMULATION     PIC X(01).
000720     05  FILLER            PIC X(75).
000730*
000740 FD  RAPPORT-FILE
000750     RECORDING MODE F.
000760 01  RAPPORT-REC           PIC X(133).
000770*
000780 WORKING-STORAGE SECTION.
000790 77  WS-FOPER-STATUS       PIC X(02).
000800 77  WS-FAUDIT-STATUS      PIC X(02).
000810 77  WS-FCTL-STATUS        PIC X(02).
000820 77  WS-CHAINE-STATUS      PIC X(02).
000830 77  WS-EOF                PIC X(01)     VALUE 'N'.
000840     88  FIN-FICHIER                     VALUE 'Y'.
000850 77  WS-PAGE-COMPTEUR      PIC 9(04) COMP VALUE ZERO.
000860 77  WS-LIGNE-COMPTEUR     PIC 9(02) COMP VALUE ZERO.
000870 77  WS-LIGNES-PAGE        PIC 9(02) COMP VALUE 55.
000880 77  WS-NB-AUDIT           PIC 9(08) COMP VALUE ZERO.
000890 77  WS-NB-OPERATEURS      PIC 9(04) COMP VALUE ZERO.
000900 77  WS-NB-ACTIFS          PIC 9(04) COMP VALUE ZERO.
000910 77  WS-NB-RETIRES         PIC 9(04) COMP VALUE ZERO.
000920 77  WS-NB-SANS-ACCES      PIC 9(04) COMP VALUE ZERO.
000930 77  WS-NB-JAMAIS          PIC 9(04) COMP VALUE ZERO.
000940 77  WS-DATE-JOUR          PIC 9(08).
000950 77  WS-HEURE-JOUR         PIC 9(08).
000960 77  WS-DATE-EDIT          PIC X(10).
000970*   DELAI D'INACTIVITE (JOURS) ET DATE SEUIL AAAAMMJJ DERIVEE -
000980*   LA PISTE EN LIGNE COUVRANT 24 MOIS (PRGAUDIT), UN DELAI PLUS
000990*   LONG NE VOIT PAS L'ACTIVITE DELESTEE
001000 77  WS-DELAI              PIC 9(03)     VALUE 90.
001010 77  WS-SIMULATION         PIC X(01)     VALUE 'N'.
001020     88  MODE-SIMULATION                 VALUE 'O'.
001030 77  WS-RESTE-JOURS        PIC 9(03).
001040 77  WS-SEU-AAAA           PIC 9(04).
001050 77  WS-SEU-MM             PIC 9(02).
001060 77  WS-SEU-JJ             PIC 9(02).
001070 77  WS-SEU-RESTE          PIC 9(04).
001080 77  WS-DATE-SEUIL         PIC 9(08).
001090 01  JOURS-MOIS-TABLE.
001100     05  FILLER            PIC X(24)
001110                           VALUE '312831303130313130313031'.
001120 01  JOURS-MOIS-TBL REDEFINES JOURS-MOIS-TABLE.
001130     05  JM-NB             PIC 9(02) OCCURS 12 TIMES.
001140*   DERNIERE ACTIVITE PAR OPERATEUR RELEVEE DANS FAUDIT03
001150*   (300 OPERATEURS AU PLUS - AU-DELA L'ACTIVITE N'EST PAS SUIVIE
001160*   ET L'OPERATEUR EST JUGE SUR SA DERNIERE MISE A JOUR)
001170 77  WS-NB-ACT             PIC 9(04) COMP VALUE ZERO.
001180 01  WS-ACT-TABLE.
001190     05  WS-ACT-ENTRY      OCCURS 300 TIMES.
001200         10  WA-OPERATEUR  PIC X(03).
001210         10  WA-DERNIERE   PIC 9(08).
001220 77  WS-IND                PIC 9(04) COMP.
001230 77  WS-IND-ACT            PIC 9(04) COMP.
001240*   OPERATEUR EN COURS : DERNIERE ACTIVITE, DERNIERE MISE A JOUR
001250*   ET DATE DE REFERENCE (LA PLUS RECENTE DES DEUX)
001260 77  WS-ACTIVITE           PIC 9(08).
001270 77  WS-DATE-MAJ           PIC 9(08).
001280 77  WS-DATE-REF           PIC 9(08).
001290 77  WS-ANCIEN-NIV         PIC 9(01).
001300*   HORODATAGE DES ENTREES D'AUDIT : UNE SECONDE DE PLUS A
001310*   CHAQUE COLLISION DE CLE (PLUSIEURS RETRAITS DANS LA SECONDE)
001320 01  WS-HEURE-AUDIT        PIC 9(06).
001330 01  WS-HEURE-AUDIT-R REDEFINES WS-HEURE-AUDIT.
001340     05  WS-HA-HH          PIC 9(02).
001350     05  WS-HA-MM          PIC 9(02).
001360     05  WS-HA-SS          PIC 9(02).
001370*
001380 01  LIGNE-ENTETE1.
001390     05  FILLER            PIC X(01)     VALUE SPACE.
001400     05  FILLER            PIC X(34)     VALUE
001410         'RECERTIFICATION DES HABILITATIONS'.
001420     05  FILLER            PIC X(22)     VALUE
001430         ' OPERATEUR - FOPER03 -'.
001440     05  FILLER            PIC X(04)     VALUE ' DU '.
001450     05  LE1-DATE          PIC X(10).
001460     05  FILLER            PIC X(29)     VALUE SPACE.
001470     05  FILLER            PIC X(05)     VALUE 'PAGE '.
001480     05  LE1-PAGE          PIC ZZZ9.
001490*
001500 01  LIGNE-ENTETE2.
001510     05  FILLER            PIC X(01)     VALUE SPACE.
001520     05  FILLER            PIC X(30)     VALUE
001530         'ACCES RETIRE SANS ACTIVITE NI '.
001540     05  FILLER            PIC X(25)     VALUE
001550         'MISE A JOUR DEPUIS LE '.
001560     05  LE2-SEUIL         PIC X(10).
001570     05  FILLER            PIC X(02)     VALUE ' ('.
001580     05  LE2-DELAI         PIC ZZ9.
001590     05  FILLER            PIC X(07)     VALUE ' JOURS)'.
001600     05  LE2-SIMULATION    PIC X(30).
001610*
001620 01  LIGNE-ENTETE3.
001630     05  FILLER            PIC X(01)     VALUE SPACE.
001640     05  FILLER            PIC X(05)     VALUE 'OPR'.
001650     05  FILLER            PIC X(27)     VALUE 'NOM'.
001660     05  FILLER            PIC X(03)     VALUE 'NV'.
001670     05  FILLER            PIC X(16)     VALUE 'DERNIERE MAJ'.
001680     05  FILLER            PIC X(12)     VALUE 'ACTIVITE'.
001690     05  FILLER            PIC X(18)     VALUE 'RECERTIFICATION'.
001700     05  FILLER            PIC X(26)     VALUE 'DECISION'.
001710     05  FILLER            PIC X(24)     VALUE 'OBSERVATION'.
001720*
001730 01  LIGNE-VIDE            PIC X(133)    VALUE SPACE.
001740*
001750 01  LIGNE-DETAIL.
001760     05  FILLER            PIC X(01)     VALUE SPACE.
001770     05  LD-OPERATEUR      PIC X(03).
001780     05  FILLER            PIC X(02)     VALUE SPACE.
001790     05  LD-NOM            PIC X(25).
001800     05  FILLER            PIC X(02)     VALUE SPACE.
001810     05  LD-NIV            PIC 9(01).
001820     05  FILLER            PIC X(02)     VALUE SPACE.
001830     05  LD-DATE-MAJ       PIC X(10).
001840     05  FILLER            PIC X(01)     VALUE SPACE.
001850     05  LD-MAJ-PAR        PIC X(03).
001860     05  FILLER            PIC X(02)     VALUE SPACE.
001870     05  LD-ACTIVITE       PIC X(10).
001880     05  FILLER            PIC X(02)     VALUE SPACE.
001890     05  LD-REC-ETAT       PIC X(01).
001900     05  FILLER            PIC X(01)     VALUE SPACE.
001910     05  LD-REC-DATE       PIC X(10).
001920     05  FILLER            PIC X(01)     VALUE SPACE.
001930     05  LD-REC-PAR        PIC X(03).
001940     05  FILLER            PIC X(02)     VALUE SPACE.
001950     05  LD-DECISION       PIC X(24).
001960     05  FILLER            PIC X(02)     VALUE SPACE.
001970     05  LD-OBSERVATION    PIC X(24).
001980*
001990 01  LIGNE-BILAN.
002000     05  FILLER            PIC X(01)     VALUE SPACE.
002010     05  LB-LIBELLE        PIC X(40).
002020     05  LB-NOMBRE         PIC ZZZZZZZ9.
002030*
002040 01  LIGNE-VISA.
002050     05  FILLER            PIC X(01)     VALUE SPACE.
002060     05  FILLER            PIC X(50)     VALUE
002070         'VISA DU RESPONSABLE : ...............'.
002080     05  FILLER            PIC X(30)     VALUE
002090         'DATE : ..../..../........'.
002100*
002110     COPY SCELCA.
002120*
002130 PROCEDURE DIVISION.
002140 0000-MAINLINE.
002150*----------------*
002160     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
002170     PERFORM 2000-ACTIVITE       THRU 2000-EXIT.
002180     PERFORM 3000-OPERATEURS     THRU 3000-EXIT.
002190     PERFORM 8000-BILAN          THRU 8000-EXIT.
002200     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
002210     IF WS-NB-RETIRES > ZERO
002220        MOVE 4 TO RETURN-CODE
002230     END-IF.
002240     STOP RUN.
002250*
002260*****************************************************************
002270*  1000  -  OUVERTURES, PARAMETRES (SYSIN) ET DATE SEUIL         *
002280*            D'INACTIVITE                                        *
002290*****************************************************************
002300 1000-INITIALISATION.
002310*--------------------*
002320     ACCEPT WS-DATE-JOUR  FROM DATE YYYYMMDD.
002330     ACCEPT WS-HEURE-JOUR FROM TIME.
002340     MOVE WS-HEURE-JOUR(1:6) TO WS-HEURE-AUDIT.
002350     STRING WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
002360            WS-DATE-JOUR(1:4)
002370            DELIMITED BY SIZE INTO WS-DATE-EDIT.
002380     OPEN INPUT SYSIN-FILE.
002390     READ SYSIN-FILE
002400         AT END     CONTINUE
002410         NOT AT END
002420             IF SI-DELAI NUMERIC AND SI-DELAI > ZERO
002430                MOVE SI-DELAI TO WS-DELAI
002440             END-IF
002450             IF SI-SIMULATION = 'S'
002460                MOVE 'O' TO WS-SIMULATION
002470             END-IF
002480     END-READ.
002490     CLOSE SYSIN-FILE.
002500     PERFORM 1100-DATE-SEUIL THRU 1100-EXIT.
002510     OPEN I-O    FOPER03-FILE.
002520     OPEN I-O    FAUDIT03-FILE.
002530     OPEN I-O    FCTL03-FILE.
002540     OPEN OUTPUT RAPPORT-FILE.
002550 1000-EXIT.
002560     EXIT.
002570*
002580*****************************************************************
002590*  1100  -  DATE DU JOUR MOINS LE DELAI : LES JOURS SONT RETIRES *
002600*            MOIS PAR MOIS (FEVRIER BISSEXTILE PAR LA REGLE      *
002610*            SIMPLE DU DIVISIBLE PAR 4)                          *
002620*****************************************************************
002630 1100-DATE-SEUIL.
002640*----------------*
002650     MOVE WS-DATE-JOUR(1:4) TO WS-SEU-AAAA.
002660     MOVE WS-DATE-JOUR(5:2) TO WS-SEU-MM.
002670     MOVE WS-DATE-JOUR(7:2) TO WS-SEU-JJ.
002680     MOVE WS-DELAI          TO WS-RESTE-JOURS.
002690     PERFORM UNTIL WS-RESTE-JOURS < WS-SEU-JJ
002700        SUBTRACT WS-SEU-JJ FROM WS-RESTE-JOURS
002710        SUBTRACT 1 FROM WS-SEU-MM
002720        IF WS-SEU-MM = ZERO
002730           MOVE 12 TO WS-SEU-MM
002740           SUBTRACT 1 FROM WS-SEU-AAAA
002750        END-IF
002760        MOVE JM-NB(WS-SEU-MM) TO WS-SEU-JJ
002770        IF WS-SEU-MM = 02
002780           DIVIDE WS-SEU-AAAA BY 4 GIVING WS-SEU-RESTE
002790              REMAINDER WS-SEU-RESTE
002800           IF WS-SEU-RESTE = ZERO
002810              MOVE 29 TO WS-SEU-JJ
002820           END-IF
002830        END-IF
002840     END-PERFORM.
002850     SUBTRACT WS-RESTE-JOURS FROM WS-SEU-JJ.
002860     COMPUTE WS-DATE-SEUIL = WS-SEU-AAAA * 10000
002870        + WS-SEU-MM * 100 + WS-SEU-JJ.
002880 1100-EXIT.
002890     EXIT.
002900*
002910*****************************************************************
002920*  2000  -  PARCOURS DE LA PISTE D'AUDIT : DERNIERE DATE D'ENTREE*
002930*            (MISE A JOUR OU CONSULTATION) PAR OPERATEUR         *
002940*****************************************************************
002950 2000-ACTIVITE.
002960*--------------*
002970     MOVE 'N' TO WS-EOF.
002980     READ FAUDIT03-FILE NEXT
002990         AT END MOVE 'Y' TO WS-EOF
003000     END-READ.
003010     IF NOT FIN-FICHIER AND WS-FAUDIT-STATUS NOT = '00'
003020        PERFORM 9500-ERREUR-FAUDIT THRU 9500-EXIT
003030     END-IF.
003040     PERFORM UNTIL FIN-FICHIER
003050        ADD 1 TO WS-NB-AUDIT
003060        PERFORM 2100-NOTE-ACTIVITE THRU 2100-EXIT
003070        READ FAUDIT03-FILE NEXT
003080            AT END MOVE 'Y' TO WS-EOF
003090        END-READ
003100        IF NOT FIN-FICHIER AND WS-FAUDIT-STATUS NOT = '00'
003110           PERFORM 9500-ERREUR-FAUDIT THRU 9500-EXIT
003120        END-IF
003130     END-PERFORM.
003140 2000-EXIT.
003150     EXIT.
003160*
003170 2100-NOTE-ACTIVITE.
003180*-------------------*
003190     IF AK-OPERATEUR = SPACE OR AK-DATE NOT NUMERIC
003200        GO TO 2100-EXIT
003210     END-IF.
003220     PERFORM 2200-CHERCHE-OPERATEUR THRU 2200-EXIT.
003230     IF WS-IND-ACT = ZERO
003240        IF WS-NB-ACT < 300
003250           ADD 1 TO WS-NB-ACT
003260           MOVE WS-NB-ACT    TO WS-IND-ACT
003270           MOVE AK-OPERATEUR TO WA-OPERATEUR(WS-IND-ACT)
003280           MOVE ZERO         TO WA-DERNIERE(WS-IND-ACT)
003290        ELSE
003300           GO TO 2100-EXIT
003310        END-IF
003320     END-IF.
003330     IF AK-DATE > WA-DERNIERE(WS-IND-ACT)
003340        MOVE AK-DATE TO WA-DERNIERE(WS-IND-ACT)
003350     END-IF.
003360 2100-EXIT.
003370     EXIT.
003380*
003390*   RECHERCHE DE AK-OPERATEUR DANS LA TABLE (WS-IND-ACT A ZERO SI
003400*   ABSENT)
003410 2200-CHERCHE-OPERATEUR.
003420*-----------------------*
003430     MOVE ZERO TO WS-IND-ACT.
003440     PERFORM VARYING WS-IND FROM 1 BY 1
003450             UNTIL WS-IND > WS-NB-ACT OR WS-IND-ACT > ZERO
003460        IF WA-OPERATEUR(WS-IND) = AK-OPERATEUR
003470           MOVE WS-IND TO WS-IND-ACT
003480        END-IF
003490     END-PERFORM.
003500 2200-EXIT.
003510     EXIT.
003520*
003530*****************************************************************
003540*  3000  -  PARCOURS DES HABILITATIONS : EDITION DE CHAQUE       *
003550*            OPERATEUR ET RETRAIT DES ACCES DORMANTS             *
003560*****************************************************************
003570 3000-OPERATEURS.
003580*----------------*
003590     MOVE 'N' TO WS-EOF.
003600     READ FOPER03-FILE
003610         AT END MOVE 'Y' TO WS-EOF
003620     END-READ.
003630     IF NOT FIN-FICHIER AND WS-FOPER-STATUS NOT = '00'
003640        PERFORM 9510-ERREUR-FOPER THRU 9510-EXIT
003650     END-IF.
003660     PERFORM UNTIL FIN-FICHIER
003670        ADD 1 TO WS-NB-OPERATEURS
003680        PERFORM 3100-TRAITE-OPERATEUR THRU 3100-EXIT
003690        READ FOPER03-FILE
003700            AT END MOVE 'Y' TO WS-EOF
003710        END-READ
003720        IF NOT FIN-FICHIER AND WS-FOPER-STATUS NOT = '00'
003730           PERFORM 9510-ERREUR-FOPER THRU 9510-EXIT
003740        END-IF
003750     END-PERFORM.
003760 3000-EXIT.
003770     EXIT.
003780*
003790*****************************************************************
003800*  3100  -  UN OPERATEUR : DATE DE REFERENCE = LA PLUS RECENTE   *
003810*            DE SA DERNIERE ACTIVITE ET DE SA DERNIERE MISE A    *
003820*            JOUR (UN COMPTE QUI VIENT D'ETRE CREE OU MODIFIE    *
003830*            N'EST PAS DORMANT) - NIVEAU 0 DEJA : SEULEMENT LISTE*
003840*****************************************************************
003850 3100-TRAITE-OPERATEUR.
003860*----------------------*
003870     MOVE SPACES          TO LIGNE-DETAIL.
003880     MOVE OP-CLE          TO LD-OPERATEUR.
003890     MOVE OP-NOM          TO LD-NOM.
003900     MOVE OP-NIV          TO LD-NIV.
003910     MOVE OP-DATE-MAJ     TO LD-DATE-MAJ.
003920     MOVE OP-MAJ-PAR      TO LD-MAJ-PAR.
003930     MOVE OP-CLE          TO AK-OPERATEUR.
003940     PERFORM 2200-CHERCHE-OPERATEUR THRU 2200-EXIT.
003950     MOVE ZERO TO WS-ACTIVITE.
003960     IF WS-IND-ACT > ZERO
003970        MOVE WA-DERNIERE(WS-IND-ACT) TO WS-ACTIVITE
003980     END-IF.
003990     IF WS-ACTIVITE = ZERO
004000        MOVE 'AUCUNE' TO LD-ACTIVITE
004010     ELSE
004020        STRING WS-ACTIVITE(7:2) '/' WS-ACTIVITE(5:2) '/'
004030               WS-ACTIVITE(1:4)
004040               DELIMITED BY SIZE INTO LD-ACTIVITE
004050     END-IF.
004060     MOVE ZERO TO WS-DATE-MAJ.
004070     IF OP-DATE-MAJ(1:2) NUMERIC AND OP-DATE-MAJ(4:2) NUMERIC
004080        AND OP-DATE-MAJ(7:4) NUMERIC
004090        STRING OP-DATE-MAJ(7:4) OP-DATE-MAJ(4:2) OP-DATE-MAJ(1:2)
004100               DELIMITED BY SIZE INTO WS-DATE-MAJ
004110     END-IF.
004120     MOVE WS-ACTIVITE TO WS-DATE-REF.
004130     IF WS-DATE-MAJ > WS-DATE-REF
004140        MOVE WS-DATE-MAJ TO WS-DATE-REF
004150     END-IF.
004160     IF OP-REC-ETAT = SPACE
004170        MOVE 'JAMAIS'     TO LD-REC-DATE
004180        ADD 1 TO WS-NB-JAMAIS
004190     ELSE
004200        MOVE OP-REC-ETAT  TO LD-REC-ETAT
004210        MOVE OP-REC-DATE  TO LD-REC-DATE
004220        MOVE OP-REC-PAR   TO LD-REC-PAR
004230     END-IF.
004240     IF OP-NIV = ZERO
004250        MOVE 'SANS ACCES' TO LD-OBSERVATION
004260        ADD 1 TO WS-NB-SANS-ACCES
004270        PERFORM 3900-IMPRIME-LIGNE THRU 3900-EXIT
004280        GO TO 3100-EXIT
004290     END-IF.
004300     IF WS-DATE-REF NOT < WS-DATE-SEUIL
004310        MOVE '[ ] CERTIFIE [ ] REJETE' TO LD-DECISION
004320        ADD 1 TO WS-NB-ACTIFS
004330        PERFORM 3900-IMPRIME-LIGNE THRU 3900-EXIT
004340        GO TO 3100-EXIT
004350     END-IF.
004360     ADD 1 TO WS-NB-RETIRES.
004370     IF MODE-SIMULATION
004380        MOVE 'A RETIRER (INACTIF)' TO LD-OBSERVATION
004390        PERFORM 3900-IMPRIME-LIGNE THRU 3900-EXIT
004400        GO TO 3100-EXIT
004410     END-IF.
004420     PERFORM 3200-RETRAIT-ACCES THRU 3200-EXIT.
004430     MOVE ZERO                 TO LD-NIV.
004440     MOVE OP-DATE-MAJ          TO LD-DATE-MAJ.
004450     MOVE OP-MAJ-PAR           TO LD-MAJ-PAR.
004460     MOVE OP-REC-ETAT          TO LD-REC-ETAT.
004470     MOVE OP-REC-DATE          TO LD-REC-DATE.
004480     MOVE OP-REC-PAR           TO LD-REC-PAR.
004490     MOVE 'NIVEAU   RETIRE-INACTIF' TO LD-OBSERVATION.
004500     MOVE WS-ANCIEN-NIV        TO LD-OBSERVATION(8:1).
004510     PERFORM 3900-IMPRIME-LIGNE THRU 3900-EXIT.
004520 3100-EXIT.
004530     EXIT.
004540*
004550*****************************************************************
004560*  3200  -  RETRAIT D'UN ACCES DORMANT : NIVEAU 0, MARQUE 'I' DE *
004570*            RECERTIFICATION (PAR 'BAT') ET ENTREE D'AUDIT 'H'   *
004580*            PORTANT L'ANCIENNE ET LA NOUVELLE SITUATION, AU     *
004590*            FORMAT DES ENTREES D'INFBCI3                        *
004600*****************************************************************
004610 3200-RETRAIT-ACCES.
004620*-------------------*
004630     MOVE OP-NIV       TO WS-ANCIEN-NIV.
004640     MOVE ZERO         TO OP-NIV.
004650     MOVE WS-DATE-EDIT TO OP-DATE-MAJ.
004660     MOVE 'BAT'        TO OP-MAJ-PAR.
004670     MOVE 'I'          TO OP-REC-ETAT.
004680     MOVE WS-DATE-EDIT TO OP-REC-DATE.
004690     MOVE 'BAT'        TO OP-REC-PAR.
004700     REWRITE E-OPERATEUR.
004710     IF WS-FOPER-STATUS NOT = '00'
004720        PERFORM 9510-ERREUR-FOPER THRU 9510-EXIT
004730     END-IF.
004740     MOVE SPACES             TO E-AUDIT.
004750     MOVE ZERO               TO AK-NUMERO.
004760     MOVE WS-DATE-JOUR       TO AK-DATE.
004770     MOVE 'H'                TO AK-ACTION.
004780     MOVE 'BAT'              TO AK-OPERATEUR.
004790     MOVE 'BTCH'             TO AK-TERMINAL.
004800     STRING 'OPERATEUR ' OP-CLE ' NIVEAU ' WS-ANCIEN-NIV
004810            DELIMITED BY SIZE INTO AK-IMAGE-AVANT.
004820     STRING 'OPERATEUR ' OP-CLE ' NIVEAU 0 INACTIF DEPUIS LE '
004830            LD-ACTIVITE
004840            DELIMITED BY SIZE INTO AK-IMAGE-APRES.
004850     PERFORM 6000-ECRIT-AUDIT THRU 6000-EXIT.
004860 3200-EXIT.
004870     EXIT.
004880*
004890*****************************************************************
004900*  3900  -  IMPRESSION D'UNE LIGNE, AVEC SAUT DE PAGE AUTOMATIQUE*
004910*****************************************************************
004920 3900-IMPRIME-LIGNE.
004930*------------------*
004940     IF WS-PAGE-COMPTEUR = ZERO
004950        OR WS-LIGNE-COMPTEUR > WS-LIGNES-PAGE
004960        PERFORM 3950-NOUVELLE-PAGE THRU 3950-EXIT
004970     END-IF.
004980     WRITE RAPPORT-REC FROM LIGNE-DETAIL AFTER ADVANCING 1.
004990     ADD 1 TO WS-LIGNE-COMPTEUR.
005000 3900-EXIT.
005010     EXIT.
005020*
005030 3950-NOUVELLE-PAGE.
005040*------------------*
005050     ADD 1 TO WS-PAGE-COMPTEUR.
005060     MOVE WS-PAGE-COMPTEUR TO LE1-PAGE.
005070     MOVE WS-DATE-EDIT     TO LE1-DATE.
005080     STRING WS-DATE-SEUIL(7:2) '/' WS-DATE-SEUIL(5:2) '/'
005090            WS-DATE-SEUIL(1:4)
005100            DELIMITED BY SIZE INTO LE2-SEUIL.
005110     MOVE WS-DELAI         TO LE2-DELAI.
005120     MOVE SPACES           TO LE2-SIMULATION.
005130     IF MODE-SIMULATION
005140        MOVE ' - SIMULATION, AUCUN RETRAIT' TO LE2-SIMULATION
005150     END-IF.
005160     WRITE RAPPORT-REC FROM LIGNE-ENTETE1 AFTER ADVANCING PAGE.
005170     WRITE RAPPORT-REC FROM LIGNE-ENTETE2 AFTER ADVANCING 1.
005180     WRITE RAPPORT-REC FROM LIGNE-VIDE    AFTER ADVANCING 1.
005190     WRITE RAPPORT-REC FROM LIGNE-ENTETE3 AFTER ADVANCING 1.
005200     WRITE RAPPORT-REC FROM LIGNE-VIDE    AFTER ADVANCING 1.
005210     MOVE 5 TO WS-LIGNE-COMPTEUR.
005220 3950-EXIT.
005230     EXIT.
005240*
005250*****************************************************************
005260*  6000  -  ECRITURE SCELLEE D'UNE ENTREE D'AUDIT : RANG         *
005270*            SUIVANT ET EMPREINTE DU DERNIER MAILLON LUS DANS LA *
005280*            TETE DE CHAINE ('AUDCHAIN' DE FCTL03), EMPREINTES   *
005290*            CALCULEES PAR SCELAUD - SUR UNE CLE DEJA PRISE      *
005300*            (RETRAITS DANS LA MEME SECONDE) L'HEURE AVANCE D'UNE*
005310*            SECONDE ET L'ENTREE EST RESCELLEE                   *
005320*****************************************************************
005330 6000-ECRIT-AUDIT.
005340*-----------------*
005350     MOVE 'AUDCHAIN' TO CT-CLE.
005360     READ FCTL03-FILE.
005370     MOVE WS-FCTL-STATUS TO WS-CHAINE-STATUS.
005380     EVALUATE WS-FCTL-STATUS
005390         WHEN '00'
005400             COMPUTE AK-SEQUENCE = CT-SEQUENCE-EVT + 1
005410             MOVE CT-EMPREINTE TO AK-EMPREINTE-PREC
005420         WHEN '23'
005430             MOVE 1            TO AK-SEQUENCE
005440             MOVE ZERO         TO AK-EMPREINTE-PREC
005450         WHEN OTHER
005460             PERFORM 9520-ERREUR-FCTL THRU 9520-EXIT
005470     END-EVALUATE.
005480 6000-SCELLE.
005490     MOVE WS-HEURE-AUDIT    TO AK-HEURE.
005500     MOVE ZERO              TO AK-EMPREINTE-IMAGES.
005510     MOVE ZERO              TO AK-EMPREINTE.
005520     MOVE ZERO              TO AK-NUMERO-ORIGINE.
005530     MOVE SPACE             TO AK-ANONYMISE.
005540     MOVE E-AUDIT           TO SC-ENTREE.
005550     CALL 'SCELAUD' USING SCELAUD-COMMAREA.
005560     MOVE SC-CALC-IMAGES    TO AK-EMPREINTE-IMAGES.
005570     MOVE SC-CALC-EMPREINTE TO AK-EMPREINTE.
005580     WRITE E-AUDIT.
005590     IF WS-FAUDIT-STATUS = '22'
005600        PERFORM 6100-SECONDE-SUIVANTE THRU 6100-EXIT
005610        GO TO 6000-SCELLE
005620     END-IF.
005630     IF WS-FAUDIT-STATUS NOT = '00'
005640        PERFORM 9500-ERREUR-FAUDIT THRU 9500-EXIT
005650     END-IF.
005660     IF WS-CHAINE-STATUS = '23'
005670        MOVE SPACES     TO E-CONTROLE
005680        MOVE 'AUDCHAIN' TO CT-CLE
005690        MOVE ZERO       TO CT-SEQUENCE
005700        MOVE 'T'        TO CT-ETAT
005710     END-IF.
005720     MOVE AK-SEQUENCE  TO CT-SEQUENCE-EVT.
005730     MOVE AK-EMPREINTE TO CT-EMPREINTE.
005740     MOVE AK-DATE      TO CT-DATE.
005750     MOVE AK-HEURE     TO CT-HEURE.
005760     IF WS-CHAINE-STATUS = '00'
005770        REWRITE E-CONTROLE
005780     ELSE
005790        WRITE E-CONTROLE
005800     END-IF.
005810     IF WS-FCTL-STATUS NOT = '00'
005820        PERFORM 9520-ERREUR-FCTL THRU 9520-EXIT
005830     END-IF.
005840     PERFORM 6100-SECONDE-SUIVANTE THRU 6100-EXIT.
005850 6000-EXIT.
005860     EXIT.
005870*
005880 6100-SECONDE-SUIVANTE.
005890*----------------------*
005900     ADD 1 TO WS-HA-SS.
005910     IF WS-HA-SS > 59
005920        MOVE ZERO TO WS-HA-SS
005930        ADD 1 TO WS-HA-MM
005940        IF WS-HA-MM > 59
005950           MOVE ZERO TO WS-HA-MM
005960           ADD 1 TO WS-HA-HH
005970        END-IF
005980     END-IF.
005990 6100-EXIT.
006000     EXIT.
006010*
006020*****************************************************************
006030*  8000  -  BILAN ET VISA DU RESPONSABLE                         *
006040*****************************************************************
006050 8000-BILAN.
006060*-----------*
006070     IF WS-PAGE-COMPTEUR = ZERO
006080        PERFORM 3950-NOUVELLE-PAGE THRU 3950-EXIT
006090     END-IF.
006100     WRITE RAPPORT-REC FROM LIGNE-VIDE AFTER ADVANCING 2.
006110     MOVE 'OPERATEURS LISTES                     :' TO LB-LIBELLE.
006120     MOVE WS-NB-OPERATEURS TO LB-NOMBRE.
006130     WRITE RAPPORT-REC FROM LIGNE-BILAN AFTER ADVANCING 1.
006140     MOVE 'ACCES A CERTIFIER                     :' TO LB-LIBELLE.
006150     MOVE WS-NB-ACTIFS     TO LB-NOMBRE.
006160     WRITE RAPPORT-REC FROM LIGNE-BILAN AFTER ADVANCING 1.
006170     IF MODE-SIMULATION
006180        MOVE 'ACCES A RETIRER (INACTIVITE)          :'
006190             TO LB-LIBELLE
006200     ELSE
006210        MOVE 'ACCES RETIRES (INACTIVITE)            :'
006220             TO LB-LIBELLE
006230     END-IF.
006240     MOVE WS-NB-RETIRES    TO LB-NOMBRE.
006250     WRITE RAPPORT-REC FROM LIGNE-BILAN AFTER ADVANCING 1.
006260     MOVE 'OPERATEURS DEJA SANS ACCES (NIVEAU 0) :' TO LB-LIBELLE.
006270     MOVE WS-NB-SANS-ACCES TO LB-NOMBRE.
006280     WRITE RAPPORT-REC FROM LIGNE-BILAN AFTER ADVANCING 1.
006290     MOVE 'JAMAIS RECERTIFIES                    :' TO LB-LIBELLE.
006300     MOVE WS-NB-JAMAIS     TO LB-NOMBRE.
006310     WRITE RAPPORT-REC FROM LIGNE-BILAN AFTER ADVANCING 1.
006320     MOVE 'ENTREES D''AUDIT EXAMINEES             :'
006330          TO LB-LIBELLE.
006340     MOVE WS-NB-AUDIT      TO LB-NOMBRE.
006350     WRITE RAPPORT-REC FROM LIGNE-BILAN AFTER ADVANCING 1.
006360     WRITE RAPPORT-REC FROM LIGNE-VIDE AFTER ADVANCING 2.
006370     WRITE RAPPORT-REC FROM LIGNE-VISA AFTER ADVANCING 1.
006380 8000-EXIT.
006390     EXIT.
006400*
006410*****************************************************************
006420*  9500  -  ERREURS D'ENTREE/SORTIE - LE CODE STATUT EST TRACE   *
006430*            ET LE TRAITEMENT EST INTERROMPU                     *
006440*****************************************************************
006450 9500-ERREUR-FAUDIT.
006460*-------------------*
006470     DISPLAY 'RECOPR - ERREUR E/S FAUDIT03 - CODE STATUT '
006480             WS-FAUDIT-STATUS.
006490     MOVE 16 TO RETURN-CODE.
006500     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
006510     STOP RUN.
006520 9500-EXIT.
006530     EXIT.
006540*
006550 9510-ERREUR-FOPER.
006560*------------------*
006570     DISPLAY 'RECOPR - ERREUR E/S FOPER03 - CODE STATUT '
006580             WS-FOPER-STATUS.
006590     MOVE 16 TO RETURN-CODE.
006600     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
006610     STOP RUN.
006620 9510-EXIT.
006630     EXIT.
006640*
006650 9520-ERREUR-FCTL.
006660*-----------------*
006670     DISPLAY 'RECOPR - ERREUR E/S FCTL03 - CODE STATUT '
006680             WS-FCTL-STATUS.
006690     MOVE 16 TO RETURN-CODE.
006700     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
006710     STOP RUN.
006720 9520-EXIT.
006730     EXIT.
006740*
006750*****************************************************************
006760*  9000  -  BILAN ET FERMETURE DES FICHIERS                      *
006770*****************************************************************
006780 9000-TERMINAISON.
006790*-----------------*
006800     DISPLAY 'RECOPR - OPERATEURS ' WS-NB-OPERATEURS
006810             ' RETIRES ' WS-NB-RETIRES
006820             ' SEUIL ' WS-DATE-SEUIL.
006830     CLOSE FOPER03-FILE.
006840     CLOSE FAUDIT03-FILE.
006850     CLOSE FCTL03-FILE.
006860     CLOSE RAPPORT-FILE.
006870 9000-EXIT.
006880     EXIT.
