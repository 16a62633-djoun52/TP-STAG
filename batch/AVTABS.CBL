000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AVTABS.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  AVTABS   -  AVERTISSEMENTS GRADUES POUR ABSENCES INJUSTIFIEES*
000090*               (REGLEMENT INTERIEUR) - UNE FOIS PAR MOIS, LE   *
000100*               MOIS CIVIL ECOULE EST EXAMINE : CHAQUE STAGIAIRE*
000110*               ACTIF DONT LES JOURS D'ABSENCE INJUSTIFIEE ('I' *
000120*               DANS FPRES03) ATTEIGNENT LE SEUIL DE SON ETAPE  *
000130*               SUIVANTE FRANCHIT CETTE ETAPE : 1 = AVERTISSE-  *
000140*               MENT, 2 = MISE EN DEMEURE, 3 = PROPOSITION DE   *
000150*               SUSPENSION - L'ETAPE EST INSCRITE A L'HISTORIQUE*
000160*               FAVER03 (LA GRADUATION REPART A ZERO SUR UNE    *
000170*               NOUVELLE SESSION) ET LA LETTRE DE L'ETAPE EST   *
000180*               EDITEE D'APRES LE MODELE FMODL03 (TYPES AVT1 A  *
000190*               AVT3, TEXTE STANDARD A DEFAUT) - LES PROPOSI-   *
000200*               TIONS DE SUSPENSION EN ATTENTE SONT LISTEES EN  *
000210*               FIN D'ETAT POUR DECISION DE NIVEAU 2 SUR L'ECRAN*
000220*               DE MODIFICATION (INF3CI3) ; TANT QU'UNE PROPOSI-*
000230*               TION ATTEND, AUCUNE NOUVELLE ETAPE N'EST POSEE  *
000240*               LE DERNIER MOIS TRAITE EST CONSIGNE DANS FCTL03 *
000250*               ('AVTABS  ') : LANCE CHAQUE NUIT PAR LA CHAINE, *
000260*               LE PROGRAMME NE TRAVAILLE QU'UNE FOIS PAR MOIS  *
000270*  SYSIN : COL 1-6   MOIS AAAAMM A (RE)EXAMINER (DEFAUT = MOIS  *
000280*                    PRECEDENT, S'IL N'EST PAS DEJA TRAITE)     *
000290*          COL 8-9   SEUIL DE L'AVERTISSEMENT (DEF 03 JOURS)    *
000300*          COL 11-12 SEUIL DE LA MISE EN DEMEURE (DEF 03 JOURS) *
000310*          COL 14-15 SEUIL DE LA PROPOSITION (DEF 03 JOURS)     *
000320*  RC=4 QUAND DES PROPOSITIONS DE SUSPENSION ATTENDENT DECISION *
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
000480     SELECT FPRES03-FILE   ASSIGN TO FPRES03
000490            ORGANIZATION   INDEXED
000500            ACCESS MODE    DYNAMIC
000510            RECORD KEY     PR-CLE
000520            FILE STATUS    WS-FPRES-STATUS.
000530     SELECT FAVER03-FILE   ASSIGN TO FAVER03
000540            ORGANIZATION   INDEXED
000550            ACCESS MODE    DYNAMIC
000560            RECORD KEY     AV-CLE
000570            FILE STATUS    WS-FAVER-STATUS.
000580     SELECT FMODL03-FILE   ASSIGN TO FMODL03
000590            ORGANIZATION   INDEXED
000600            ACCESS MODE    DYNAMIC
000610            RECORD KEY     MD-CLE
000620            FILE STATUS    WS-FMODL-STATUS.
000630     SELECT FCTL03-FILE    ASSIGN TO FCTL03
000640            ORGANIZATION   INDEXED
000650            ACCESS MODE    RANDOM
000660            RECORD KEY     CT-CLE
000670            FILE STATUS    WS-FCTL-STATUS.
000680     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000690            ORGANIZATION   LINE SEQUENTIAL.
000700     SELECT LETTRE-FILE    ASSIGN TO LETTRES
000710            ORGANIZATION   LINE SEQUENTIAL.
000720     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000730            ORGANIZATION   LINE SEQUENTIAL.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  FSTAG03-FILE.
000780*   DESCRIPTION DU FICHIER KSD DES STAGIAIRES
000790     COPY FSTAG.
000800*
000810 FD  FPRES03-FILE.
000820*   DESCRIPTION DU FICHIER KSD DES ABSENCES
000830     COPY FPRES.
000840*
000850 FD  FAVER03-FILE.
000860*   DESCRIPTION DE L'HISTORIQUE DES AVERTISSEMENTS
000870     COPY FAVER.
000880*
000890 FD  FMODL03-FILE.
000900*   DESCRIPTION DE LA BIBLIOTHEQUE DES MODELES
000910     COPY FMODL.
000920*
000930 FD  FCTL03-FILE.
000940*   ENREGISTREMENTS DE CONTROLE (DERNIER MOIS TRAITE)
000950     COPY FCTL.
000960*
000970 FD  SYSIN-FILE
000980     RECORDING MODE F.
000990 01  SYSIN-REC.
001000     05  SI-MOIS           PIC X(06).
001010     05  FILLER            PIC X(01).
001020     05  SI-SEUIL1         PIC X(02).
001030     05  FILLER            PIC X(01).
001040     05  SI-SEUIL2         PIC X(02).
001050     05  FILLER            PIC X(01).
001060     05  SI-SEUIL3         PIC X(02).
001070     05  FILLER            PIC X(65).
001080*
001090 FD  LETTRE-FILE
001100     RECORDING MODE F.
001110 01  LETTRE-REC            PIC X(80).
001120*
001130 FD  RAPPORT-FILE
001140     RECORDING MODE F.
001150 01  RAPPORT-REC           PIC X(133).
001160*
001170 WORKING-STORAGE SECTION.
001180 77  WS-FSTAG-STATUS       PIC X(02).
001190 77  WS-FPRES-STATUS       PIC X(02).
001200 77  WS-FAVER-STATUS       PIC X(02).
001210 77  WS-FMODL-STATUS       PIC X(02).
001220 77  WS-FCTL-STATUS        PIC X(02).
001230 77  WS-EOF                PIC X(01)     VALUE 'N'.
001240     88  FIN-FICHIER                     VALUE 'Y'.
001250 77  WS-EOF-PRES           PIC X(01)     VALUE 'N'.
001260     88  FIN-PRES                        VALUE 'Y'.
001270 77  WS-EOF-AVER           PIC X(01)     VALUE 'N'.
001280     88  FIN-AVER                        VALUE 'Y'.
001290 77  WS-DATE-JOUR          PIC 9(08).
001300 77  WS-HEURE-JOUR         PIC 9(08).
001310*   MOIS EXAMINE (AAAAMM) ET DERNIER MOIS DEJA TRAITE (FCTL03)
001320 77  WS-MOIS-CIBLE         PIC 9(06)     VALUE ZERO.
001330 77  WS-MOIS-TRAITE        PIC 9(06)     VALUE ZERO.
001340 77  WS-MARQUE-EXISTE      PIC X(01)     VALUE 'N'.
001350 01  WS-MOIS-DEC.
001360     05  WS-MOIS-AAAA      PIC 9(04).
001370     05  WS-MOIS-MM        PIC 9(02).
001380 01  WS-MOIS-NUM REDEFINES WS-MOIS-DEC
001390                           PIC 9(06).
001400 77  WS-MOIS-EDIT          PIC X(07).
001410 77  WS-DATE-DEB-MOIS      PIC 9(08).
001420 77  WS-DATE-FIN-MOIS      PIC 9(08).
001430*   SEUILS DE JOURS INJUSTIFIES PAR ETAPE (SYSIN, SINON DEFAUT)
001440 01  WS-SEUILS.
001450     05  WS-SEUIL1         PIC 9(02)     VALUE 03.
001460     05  WS-SEUIL2         PIC 9(02)     VALUE 03.
001470     05  WS-SEUIL3         PIC 9(02)     VALUE 03.
001480 01  WS-SEUILS-TBL REDEFINES WS-SEUILS.
001490     05  WS-SEUIL          PIC 9(02)     OCCURS 3 TIMES.
001500*   SITUATION DU STAGIAIRE COURANT
001510 77  WS-NB-INJ             PIC 9(02).
001520 77  WS-ETAPE-PREC         PIC 9(01).
001530 77  WS-ETAPE-SUIV         PIC 9(01).
001540 77  WS-MOIS-DEJA          PIC X(01).
001550 77  WS-PROP-ATTENTE       PIC X(01).
001560 77  WS-PROP-MOIS          PIC 9(06).
001570 77  WS-PROP-JOURS         PIC 9(02).
001580 77  WS-PROP-SESSION       PIC X(10).
001590 77  WS-ADRESSE-OK         PIC X(01).
001600*   PROPOSITIONS DE SUSPENSION EN ATTENTE, LISTEES EN FIN D'ETAT
001610 77  WS-NB-ATTENTES        PIC 9(04) COMP VALUE ZERO.
001620 77  WS-ATT-MAX            PIC 9(04) COMP VALUE 500.
001630 01  WS-ATTENTES.
001640     05  WS-ATT OCCURS 500 TIMES.
001650         10  WA-NUMERO     PIC 9(04).
001660         10  WA-NOM        PIC X(25).
001670         10  WA-PRENOM     PIC X(25).
001680         10  WA-SESSION    PIC X(10).
001690         10  WA-MOIS       PIC 9(06).
001700         10  WA-JOURS      PIC 9(02).
001710 77  WS-IND                PIC 9(04) COMP.
001720*   COMPTEURS DU BILAN
001730 77  WS-NB-EXAMINES        PIC 9(06) COMP VALUE ZERO.
001740 77  WS-NB-ETAPE1          PIC 9(06) COMP VALUE ZERO.
001750 77  WS-NB-ETAPE2          PIC 9(06) COMP VALUE ZERO.
001760 77  WS-NB-ETAPE3          PIC 9(06) COMP VALUE ZERO.
001770 77  WS-NB-LETTRES         PIC 9(06) COMP VALUE ZERO.
001780 77  WS-NB-SANS-ADRESSE    PIC 9(06) COMP VALUE ZERO.
001790 77  WS-NB-DEJA            PIC 9(06) COMP VALUE ZERO.
001800 77  WS-NB-ED              PIC ZZZZZ9.
001810 01  LIGNE                 PIC X(133).
001820 01  LETTRE-VIDE           PIC X(80)     VALUE SPACE.
001830 77  WS-JOURS-ED           PIC Z9.
001840 77  WS-SEUIL-ED           PIC Z9.
001850*   CORPS PRIS DANS LA BIBLIOTHEQUE DES MODELES (FMODL03) -
001860*   MODELE DE LA SESSION S'IL EXISTE, MODELE GENERAL SINON,
001870*   TEXTE STANDARD A DEFAUT DE TOUT MODELE
001880 77  WS-NB-LIGNES-BIB      PIC 9(02) COMP VALUE ZERO.
001890 01  WS-BIB.
001900     05  WS-BIB-LIGNE      PIC X(72) OCCURS 20 TIMES.
001910 77  WS-IND-BIB            PIC 9(02) COMP.
001920 77  WS-MOD-TYPE           PIC X(04).
001930 77  WS-MOD-SESSION        PIC X(10).
001940 77  WS-EOF-BIB            PIC X(01).
001950*   ZONE D'ECHANGE DU SOUS-PROGRAMME DE SUBSTITUTION
001960     COPY MODSUBCA.
001970*
001980 01  LIGNE-DETAIL.
001990     05  FILLER            PIC X(01)     VALUE SPACE.
002000     05  LD-NUMERO         PIC 9(04).
002010     05  FILLER            PIC X(02)     VALUE SPACE.
002020     05  LD-NOM            PIC X(25).
002030     05  FILLER            PIC X(01)     VALUE SPACE.
002040     05  LD-PRENOM         PIC X(15).
002050     05  FILLER            PIC X(01)     VALUE SPACE.
002060     05  LD-SESSION        PIC X(10).
002070     05  FILLER            PIC X(03)     VALUE SPACE.
002080     05  LD-MOIS           PIC X(07).
002090     05  FILLER            PIC X(03)     VALUE SPACE.
002100     05  LD-JOURS          PIC Z9.
002110     05  FILLER            PIC X(04)     VALUE SPACE.
002120     05  LD-ETAPE          PIC X(26).
002130     05  FILLER            PIC X(01)     VALUE SPACE.
002140     05  LD-LETTRE         PIC X(14).
002150     05  FILLER            PIC X(14)     VALUE SPACE.
002160*
002170 PROCEDURE DIVISION.
002180 0000-MAINLINE.
002190*----------------*
002200     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
002210     PERFORM 2000-TRAITEMENT     THRU 2000-EXIT.
002220     PERFORM 3000-ATTENTES       THRU 3000-EXIT.
002230     PERFORM 4000-MARQUE-MOIS    THRU 4000-EXIT.
002240     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
002250     STOP RUN.
002260*
002270*****************************************************************
002280*  1000  -  MOIS A EXAMINER ET SEUILS (SYSIN), CONTROLE DU      *
002290*            DERNIER MOIS TRAITE (FCTL03) ET OUVERTURES         *
002300*****************************************************************
002310 1000-INITIALISATION.
002320*--------------------*
002330     ACCEPT WS-DATE-JOUR  FROM DATE YYYYMMDD.
002340     ACCEPT WS-HEURE-JOUR FROM TIME.
002350     OPEN INPUT  SYSIN-FILE.
002360     READ SYSIN-FILE
002370         AT END     CONTINUE
002380         NOT AT END PERFORM 1100-PARAMETRES THRU 1100-EXIT
002390     END-READ.
002400     CLOSE SYSIN-FILE.
002410     OPEN I-O FCTL03-FILE.
002420     IF WS-FCTL-STATUS NOT = '00'
002430        PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
002440     END-IF.
002450     MOVE 'AVTABS  ' TO CT-CLE.
002460     READ FCTL03-FILE.
002470     IF WS-FCTL-STATUS = '00'
002480        MOVE CT-SEQUENCE TO WS-MOIS-TRAITE
002490        MOVE 'O' TO WS-MARQUE-EXISTE
002500     ELSE
002510        IF WS-FCTL-STATUS NOT = '23'
002520           PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
002530        END-IF
002540     END-IF.
002550*   PAR DEFAUT LE MOIS CIVIL ECOULE, UNE SEULE FOIS : LES NUITS
002560*   SUIVANTES DU MOIS N'ONT RIEN A FAIRE
002570     IF WS-MOIS-CIBLE = ZERO
002580        MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-NUM
002590        IF WS-MOIS-MM = 01
002600           MOVE 12 TO WS-MOIS-MM
002610           SUBTRACT 1 FROM WS-MOIS-AAAA
002620        ELSE
002630           SUBTRACT 1 FROM WS-MOIS-MM
002640        END-IF
002650        MOVE WS-MOIS-NUM TO WS-MOIS-CIBLE
002660        IF WS-MOIS-CIBLE NOT > WS-MOIS-TRAITE
002670           DISPLAY 'AVTABS - MOIS ' WS-MOIS-CIBLE
002680                   ' DEJA TRAITE - RIEN A FAIRE'
002690           CLOSE FCTL03-FILE
002700           STOP RUN
002710        END-IF
002720     END-IF.
002730     MOVE WS-MOIS-CIBLE TO WS-MOIS-NUM.
002740     IF WS-MOIS-MM < 01 OR WS-MOIS-MM > 12
002750        OR WS-MOIS-CIBLE NOT < WS-DATE-JOUR(1:6)
002760        DISPLAY 'AVTABS - MOIS DEMANDE INVALIDE OU NON ECOULE : '
002770                WS-MOIS-CIBLE
002780        MOVE 8 TO RETURN-CODE
002790        CLOSE FCTL03-FILE
002800        STOP RUN
002810     END-IF.
002820     MOVE SPACE TO WS-MOIS-EDIT.
002830     STRING WS-MOIS-MM '/' WS-MOIS-AAAA
002840            DELIMITED BY SIZE INTO WS-MOIS-EDIT.
002850     COMPUTE WS-DATE-DEB-MOIS = WS-MOIS-CIBLE * 100.
002860     COMPUTE WS-DATE-FIN-MOIS = WS-MOIS-CIBLE * 100 + 31.
002870     OPEN INPUT  FSTAG03-FILE.
002880     OPEN INPUT  FPRES03-FILE.
002890     OPEN I-O    FAVER03-FILE.
002900     IF WS-FAVER-STATUS NOT = '00'
002910        PERFORM 9520-ERREUR-FAVER THRU 9520-EXIT
002920     END-IF.
002930     OPEN INPUT  FMODL03-FILE.
002940     OPEN OUTPUT LETTRE-FILE.
002950     OPEN OUTPUT RAPPORT-FILE.
002960     MOVE SPACE TO LIGNE.
002970     STRING ' AVERTISSEMENTS POUR ABSENCES INJUSTIFIEES - MOIS '
002980            WS-MOIS-EDIT ' - SEUILS ' WS-SEUIL1 ' / ' WS-SEUIL2
002990            ' / ' WS-SEUIL3 ' JOURS'
003000            DELIMITED BY SIZE INTO LIGNE.
003010     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
003020     MOVE SPACE TO LIGNE.
003030     STRING ' NUM   NOM                       PRENOM          '
003040            'SESSION      MOIS     JOURS  ETAPE'
003050            DELIMITED BY SIZE INTO LIGNE.
003060     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
003070     MOVE SPACE TO LIGNE.
003080     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003090 1000-EXIT.
003100     EXIT.
003110*
003120 1100-PARAMETRES.
003130*----------------*
003140     IF SI-MOIS NUMERIC
003150        MOVE SI-MOIS   TO WS-MOIS-CIBLE
003160     END-IF.
003170     IF SI-SEUIL1 NUMERIC AND SI-SEUIL1 > ZERO
003180        MOVE SI-SEUIL1 TO WS-SEUIL1
003190     END-IF.
003200     IF SI-SEUIL2 NUMERIC AND SI-SEUIL2 > ZERO
003210        MOVE SI-SEUIL2 TO WS-SEUIL2
003220     END-IF.
003230     IF SI-SEUIL3 NUMERIC AND SI-SEUIL3 > ZERO
003240        MOVE SI-SEUIL3 TO WS-SEUIL3
003250     END-IF.
003260 1100-EXIT.
003270     EXIT.
003280*
003290*****************************************************************
003300*  2000  -  PARCOURS DES STAGIAIRES EN COURS DE SESSION         *
003310*****************************************************************
003320 2000-TRAITEMENT.
003330*----------------*
003340     MOVE 'N' TO WS-EOF.
003350     READ FSTAG03-FILE
003360         AT END MOVE 'Y' TO WS-EOF
003370     END-READ.
003380     PERFORM UNTIL FIN-FICHIER
003390        IF (E-ACTIF OR E-SUSPENDU) AND E-NUMERO > ZERO
003400           ADD 1 TO WS-NB-EXAMINES
003410           PERFORM 2100-STAGIAIRE THRU 2100-EXIT
003420        END-IF
003430        READ FSTAG03-FILE
003440            AT END MOVE 'Y' TO WS-EOF
003450        END-READ
003460     END-PERFORM.
003470 2000-EXIT.
003480     EXIT.
003490*
003500*****************************************************************
003510*  2100  -  ETAPE SUIVANTE DU STAGIAIRE : UNE PROPOSITION DE    *
003520*            SUSPENSION EN ATTENTE BLOQUE LA GRADUATION ET EST  *
003530*            SEULEMENT RELISTEE ; UN STAGIAIRE DEJA SUSPENDU OU *
003540*            DEJA TRAITE POUR LE MOIS N'EST PAS REEXAMINE       *
003550*****************************************************************
003560 2100-STAGIAIRE.
003570*---------------*
003580     PERFORM 2200-HISTORIQUE THRU 2200-EXIT.
003590     IF WS-PROP-ATTENTE = 'O'
003600        PERFORM 2700-NOTE-ATTENTE THRU 2700-EXIT
003610        GO TO 2100-EXIT
003620     END-IF.
003630     IF E-SUSPENDU
003640        GO TO 2100-EXIT
003650     END-IF.
003660     IF WS-MOIS-DEJA = 'O'
003670        ADD 1 TO WS-NB-DEJA
003680        GO TO 2100-EXIT
003690     END-IF.
003700     PERFORM 2300-ABSENCES-MOIS THRU 2300-EXIT.
003710     IF WS-ETAPE-PREC < 3
003720        COMPUTE WS-ETAPE-SUIV = WS-ETAPE-PREC + 1
003730     ELSE
003740        MOVE 3 TO WS-ETAPE-SUIV
003750     END-IF.
003760     IF WS-NB-INJ < WS-SEUIL(WS-ETAPE-SUIV)
003770        GO TO 2100-EXIT
003780     END-IF.
003790     IF E-ADR1 = SPACE OR E-CODEP = SPACE OR E-VILLE = SPACE
003800        MOVE 'N' TO WS-ADRESSE-OK
003810     ELSE
003820        MOVE 'O' TO WS-ADRESSE-OK
003830     END-IF.
003840     PERFORM 2400-ENREGISTRE-ETAPE THRU 2400-EXIT.
003850     IF WS-FAVER-STATUS = '22'
003860        ADD 1 TO WS-NB-DEJA
003870        GO TO 2100-EXIT
003880     END-IF.
003890     IF WS-ADRESSE-OK = 'O'
003900        PERFORM 2500-EDITE-LETTRE THRU 2500-EXIT
003910        ADD 1 TO WS-NB-LETTRES
003920     ELSE
003930        ADD 1 TO WS-NB-SANS-ADRESSE
003940     END-IF.
003950     PERFORM 2600-LIGNE-ETAPE THRU 2600-EXIT.
003960     IF WS-ETAPE-SUIV = 3
003970        MOVE WS-MOIS-CIBLE  TO WS-PROP-MOIS
003980        MOVE WS-NB-INJ      TO WS-PROP-JOURS
003990        MOVE E-CODE-SESSION TO WS-PROP-SESSION
004000        PERFORM 2700-NOTE-ATTENTE THRU 2700-EXIT
004010     END-IF.
004020 2100-EXIT.
004030     EXIT.
004040*
004050*****************************************************************
004060*  2200  -  HISTORIQUE DU STAGIAIRE (FAVER03) : DERNIERE ETAPE  *
004070*            FRANCHIE SUR SA SESSION ACTUELLE, PROPOSITION EN   *
004080*            ATTENTE DE DECISION, MOIS CIBLE DEJA TRAITE        *
004090*****************************************************************
004100 2200-HISTORIQUE.
004110*----------------*
004120     MOVE ZERO TO WS-ETAPE-PREC.
004130     MOVE 'N'  TO WS-MOIS-DEJA WS-PROP-ATTENTE.
004140     MOVE E-NUMERO TO AV-NUMERO.
004150     MOVE ZERO     TO AV-MOIS.
004160     MOVE 'N' TO WS-EOF-AVER.
004170     START FAVER03-FILE KEY >= AV-CLE
004180         INVALID KEY MOVE 'Y' TO WS-EOF-AVER
004190     END-START.
004200     IF NOT FIN-AVER
004210        READ FAVER03-FILE NEXT
004220            AT END MOVE 'Y' TO WS-EOF-AVER
004230        END-READ
004240     END-IF.
004250     PERFORM UNTIL FIN-AVER
004260        IF AV-NUMERO NOT = E-NUMERO
004270           MOVE 'Y' TO WS-EOF-AVER
004280        ELSE
004290           IF AV-MOIS = WS-MOIS-CIBLE
004300              MOVE 'O' TO WS-MOIS-DEJA
004310           END-IF
004320           IF AV-CODE-SESSION = E-CODE-SESSION
004330              AND AV-ETAPE NUMERIC
004340              AND AV-ETAPE > WS-ETAPE-PREC
004350              MOVE AV-ETAPE TO WS-ETAPE-PREC
004360           END-IF
004370           IF AV-PROPOSITION-SUSP AND AV-A-DECIDER
004380              MOVE 'O'             TO WS-PROP-ATTENTE
004390              MOVE AV-MOIS         TO WS-PROP-MOIS
004400              MOVE AV-NB-JOURS     TO WS-PROP-JOURS
004410              MOVE AV-CODE-SESSION TO WS-PROP-SESSION
004420           END-IF
004430           READ FAVER03-FILE NEXT
004440               AT END MOVE 'Y' TO WS-EOF-AVER
004450           END-READ
004460        END-IF
004470     END-PERFORM.
004480 2200-EXIT.
004490     EXIT.
004500*
004510*****************************************************************
004520*  2300  -  JOURS D'ABSENCE INJUSTIFIEE ('I') DU MOIS EXAMINE   *
004530*****************************************************************
004540 2300-ABSENCES-MOIS.
004550*-------------------*
004560     MOVE ZERO TO WS-NB-INJ.
004570     MOVE E-NUMERO         TO PR-NUMERO.
004580     MOVE WS-DATE-DEB-MOIS TO PR-DATE.
004590     MOVE 'N' TO WS-EOF-PRES.
004600     START FPRES03-FILE KEY > PR-CLE
004610         INVALID KEY MOVE 'Y' TO WS-EOF-PRES
004620     END-START.
004630     IF NOT FIN-PRES
004640        READ FPRES03-FILE NEXT
004650            AT END MOVE 'Y' TO WS-EOF-PRES
004660        END-READ
004670     END-IF.
004680     PERFORM UNTIL FIN-PRES
004690        IF PR-NUMERO NOT = E-NUMERO
004700           OR PR-DATE > WS-DATE-FIN-MOIS
004710           MOVE 'Y' TO WS-EOF-PRES
004720        ELSE
004730           IF PR-INJUSTIFIEE AND WS-NB-INJ < 99
004740              ADD 1 TO WS-NB-INJ
004750           END-IF
004760           READ FPRES03-FILE NEXT
004770               AT END MOVE 'Y' TO WS-EOF-PRES
004780           END-READ
004790        END-IF
004800     END-PERFORM.
004810 2300-EXIT.
004820     EXIT.
004830*
004840*****************************************************************
004850*  2400  -  INSCRIPTION DE L'ETAPE A L'HISTORIQUE - UN DOUBLON  *
004860*            ('22') SIGNIFIE QUE LE MOIS A DEJA ETE TRAITE      *
004870*****************************************************************
004880 2400-ENREGISTRE-ETAPE.
004890*----------------------*
004900     MOVE SPACES                 TO E-AVERTISSEMENT.
004910     MOVE E-NUMERO               TO AV-NUMERO.
004920     MOVE WS-MOIS-CIBLE          TO AV-MOIS.
004930     MOVE E-CODE-SESSION         TO AV-CODE-SESSION.
004940     MOVE WS-ETAPE-SUIV          TO AV-ETAPE.
004950     MOVE WS-NB-INJ              TO AV-NB-JOURS.
004960     MOVE WS-SEUIL(WS-ETAPE-SUIV) TO AV-SEUIL.
004970     MOVE WS-DATE-JOUR           TO AV-DATE-EMIS.
004980     MOVE WS-ADRESSE-OK          TO AV-LETTRE.
004990     MOVE SPACE                  TO AV-DECISION.
005000     MOVE ZERO                   TO AV-DATE-DECISION.
005010     MOVE SPACES                 TO AV-DECIDE-PAR.
005020     WRITE E-AVERTISSEMENT.
005030     EVALUATE WS-FAVER-STATUS
005040         WHEN '00'
005050             EVALUATE WS-ETAPE-SUIV
005060                 WHEN 1
005070                     ADD 1 TO WS-NB-ETAPE1
005080                 WHEN 2
005090                     ADD 1 TO WS-NB-ETAPE2
005100                 WHEN OTHER
005110                     ADD 1 TO WS-NB-ETAPE3
005120             END-EVALUATE
005130         WHEN '22'
005140             CONTINUE
005150         WHEN OTHER
005160             PERFORM 9520-ERREUR-FAVER THRU 9520-EXIT
005170     END-EVALUATE.
005180 2400-EXIT.
005190     EXIT.
005200*
005210*****************************************************************
005220*  2500  -  LETTRE DE L'ETAPE : BLOC ADRESSE (COMME LTRREFUS),  *
005230*            OBJET, CORPS DU MODELE AVTN OU TEXTE STANDARD      *
005240*****************************************************************
005250 2500-EDITE-LETTRE.
005260*------------------*
005270     MOVE LETTRE-VIDE TO LETTRE-REC.
005280     STRING E-PRENOM DELIMITED BY SPACE ' '
005290            E-NOM    DELIMITED BY SIZE INTO LETTRE-REC.
005300     WRITE LETTRE-REC AFTER ADVANCING PAGE.
005310     MOVE LETTRE-VIDE TO LETTRE-REC.
005320     MOVE E-ADR1 TO LETTRE-REC.
005330     WRITE LETTRE-REC.
005340     IF E-ADR2 NOT = SPACE
005350        MOVE LETTRE-VIDE TO LETTRE-REC
005360        MOVE E-ADR2 TO LETTRE-REC
005370        WRITE LETTRE-REC
005380     END-IF.
005390     MOVE LETTRE-VIDE TO LETTRE-REC.
005400     STRING E-CODEP DELIMITED BY SIZE ' '
005410            E-VILLE DELIMITED BY SIZE INTO LETTRE-REC.
005420     WRITE LETTRE-REC.
005430     MOVE LETTRE-VIDE TO LETTRE-REC.
005440     WRITE LETTRE-REC.
005450     MOVE LETTRE-VIDE TO LETTRE-REC.
005460     EVALUATE WS-ETAPE-SUIV
005470         WHEN 1
005480             STRING 'OBJET : AVERTISSEMENT - ABSENCES NON '
005490                    'JUSTIFIEES' DELIMITED BY SIZE INTO LETTRE-REC
005500         WHEN 2
005510             STRING 'OBJET : MISE EN DEMEURE - ABSENCES NON '
005520                    'JUSTIFIEES' DELIMITED BY SIZE INTO LETTRE-REC
005530         WHEN OTHER
005540             STRING 'OBJET : PROPOSITION DE SUSPENSION DE VOTRE '
005550                    'STAGE' DELIMITED BY SIZE INTO LETTRE-REC
005560     END-EVALUATE.
005570     WRITE LETTRE-REC.
005580     MOVE LETTRE-VIDE TO LETTRE-REC.
005590     WRITE LETTRE-REC.
005600     MOVE WS-NB-INJ TO WS-JOURS-ED.
005610     MOVE WS-SEUIL(WS-ETAPE-SUIV) TO WS-SEUIL-ED.
005620     MOVE SPACES TO WS-MOD-TYPE.
005630     STRING 'AVT' WS-ETAPE-SUIV
005640            DELIMITED BY SIZE INTO WS-MOD-TYPE.
005650     MOVE E-CODE-SESSION TO WS-MOD-SESSION.
005660     PERFORM 7000-CHARGE-MODELE THRU 7000-EXIT.
005670     IF WS-NB-LIGNES-BIB > ZERO
005680        MOVE 6 TO MS-NB-VARS
005690        MOVE '&NOM'         TO MS-NOM(1)
005700        MOVE E-NOM          TO MS-VALEUR(1)
005710        MOVE '&PRENOM'      TO MS-NOM(2)
005720        MOVE E-PRENOM       TO MS-VALEUR(2)
005730        MOVE '&SESSION'     TO MS-NOM(3)
005740        MOVE E-CODE-SESSION TO MS-VALEUR(3)
005750        MOVE '&NBJOURS'     TO MS-NOM(4)
005760        MOVE WS-JOURS-ED    TO MS-VALEUR(4)
005770        MOVE '&MOIS'        TO MS-NOM(5)
005780        MOVE WS-MOIS-EDIT   TO MS-VALEUR(5)
005790        MOVE '&SEUIL'       TO MS-NOM(6)
005800        MOVE WS-SEUIL-ED    TO MS-VALEUR(6)
005810        PERFORM 7100-EDITE-MODELE THRU 7100-EXIT
005820        GO TO 2500-EXIT
005830     END-IF.
005840     MOVE LETTRE-VIDE TO LETTRE-REC.
005850     STRING 'NOUS AVONS RELEVE ' WS-JOURS-ED
005860            ' JOUR(S) D''ABSENCE NON JUSTIFIEE AU MOIS DE '
005870            WS-MOIS-EDIT '.' DELIMITED BY SIZE INTO LETTRE-REC.
005880     WRITE LETTRE-REC.
005890     MOVE LETTRE-VIDE TO LETTRE-REC.
005900     MOVE 'LE REGLEMENT INTERIEUR DE LA FORMATION IMPOSE LA'
005910          TO LETTRE-REC.
005920     WRITE LETTRE-REC.
005930     MOVE LETTRE-VIDE TO LETTRE-REC.
005940     MOVE 'JUSTIFICATION DE TOUTE ABSENCE.' TO LETTRE-REC.
005950     WRITE LETTRE-REC.
005960     MOVE LETTRE-VIDE TO LETTRE-REC.
005970     EVALUATE WS-ETAPE-SUIV
005980         WHEN 1
005990             MOVE 'CE COURRIER VAUT PREMIER AVERTISSEMENT.'
006000                  TO LETTRE-REC
006010         WHEN 2
006020             MOVE 'MALGRE UN PREMIER AVERTISSEMENT, VOS ABSENCES'
006030                  TO LETTRE-REC
006040         WHEN OTHER
006050             MOVE 'MALGRE LA MISE EN DEMEURE ADRESSEE,'
006060                  TO LETTRE-REC
006070     END-EVALUATE.
006080     WRITE LETTRE-REC.
006090     MOVE LETTRE-VIDE TO LETTRE-REC.
006100     EVALUATE WS-ETAPE-SUIV
006110         WHEN 1
006120             CONTINUE
006130         WHEN 2
006140             MOVE 'PERSISTENT : VOUS DEVEZ ASSURER SANS DELAI'
006150                  TO LETTRE-REC
006160         WHEN OTHER
006170             MOVE 'LA SUSPENSION DE VOTRE STAGE EST PROPOSEE A LA'
006180                  TO LETTRE-REC
006190     END-EVALUATE.
006200     WRITE LETTRE-REC.
006210     MOVE LETTRE-VIDE TO LETTRE-REC.
006220     EVALUATE WS-ETAPE-SUIV
006230         WHEN 1
006240             CONTINUE
006250         WHEN 2
006260             MOVE 'UNE PRESENCE REGULIERE, FAUTE DE QUOI UNE'
006270                  TO LETTRE-REC
006280         WHEN OTHER
006290             MOVE 'DIRECTION. LA DECISION VOUS SERA NOTIFIEE.'
006300                  TO LETTRE-REC
006310     END-EVALUATE.
006320     WRITE LETTRE-REC.
006330     IF WS-ETAPE-SUIV = 2
006340        MOVE LETTRE-VIDE TO LETTRE-REC
006350        MOVE 'SUSPENSION POURRA ETRE PROPOSEE.' TO LETTRE-REC
006360        WRITE LETTRE-REC
006370     END-IF.
006380     MOVE LETTRE-VIDE TO LETTRE-REC.
006390     WRITE LETTRE-REC.
006400     MOVE 'CORDIALEMENT, LE SERVICE FORMATION.' TO LETTRE-REC.
006410     WRITE LETTRE-REC.
006420 2500-EXIT.
006430     EXIT.
006440*
006450 2600-LIGNE-ETAPE.
006460*-----------------*
006470     MOVE E-NUMERO       TO LD-NUMERO.
006480     MOVE E-NOM          TO LD-NOM.
006490     MOVE E-PRENOM       TO LD-PRENOM.
006500     MOVE E-CODE-SESSION TO LD-SESSION.
006510     MOVE WS-MOIS-EDIT   TO LD-MOIS.
006520     MOVE WS-NB-INJ      TO LD-JOURS.
006530     EVALUATE WS-ETAPE-SUIV
006540         WHEN 1
006550             MOVE '1 - AVERTISSEMENT'         TO LD-ETAPE
006560         WHEN 2
006570             MOVE '2 - MISE EN DEMEURE'       TO LD-ETAPE
006580         WHEN OTHER
006590             MOVE '3 - PROPOSITION SUSPENSION' TO LD-ETAPE
006600     END-EVALUATE.
006610     IF WS-ADRESSE-OK = 'O'
006620        MOVE 'LETTRE EDITEE' TO LD-LETTRE
006630     ELSE
006640        MOVE 'SANS ADRESSE'  TO LD-LETTRE
006650     END-IF.
006660     WRITE RAPPORT-REC FROM LIGNE-DETAIL AFTER ADVANCING 1.
006670 2600-EXIT.
006680     EXIT.
006690*
006700 2700-NOTE-ATTENTE.
006710*------------------*
006720     IF WS-NB-ATTENTES >= WS-ATT-MAX
006730        GO TO 2700-EXIT
006740     END-IF.
006750     ADD 1 TO WS-NB-ATTENTES.
006760     MOVE E-NUMERO        TO WA-NUMERO(WS-NB-ATTENTES).
006770     MOVE E-NOM           TO WA-NOM(WS-NB-ATTENTES).
006780     MOVE E-PRENOM        TO WA-PRENOM(WS-NB-ATTENTES).
006790     MOVE WS-PROP-SESSION TO WA-SESSION(WS-NB-ATTENTES).
006800     MOVE WS-PROP-MOIS    TO WA-MOIS(WS-NB-ATTENTES).
006810     MOVE WS-PROP-JOURS   TO WA-JOURS(WS-NB-ATTENTES).
006820 2700-EXIT.
006830     EXIT.
006840*
006850*****************************************************************
006860*  3000  -  PROPOSITIONS DE SUSPENSION EN ATTENTE DE DECISION   *
006870*            (NIVEAU 2, ECRAN DE MODIFICATION INF3CI3)          *
006880*****************************************************************
006890 3000-ATTENTES.
006900*--------------*
006910     MOVE SPACE TO LIGNE.
006920     STRING ' PROPOSITIONS DE SUSPENSION EN ATTENTE DE DECISION '
006930            '(NIVEAU 2 - ECRAN DE MODIFICATION, PF11 = SUIVANTE)'
006940            DELIMITED BY SIZE INTO LIGNE.
006950     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 3.
006960     MOVE SPACE TO LIGNE.
006970     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
006980     IF WS-NB-ATTENTES = ZERO
006990        MOVE ' AUCUNE' TO LIGNE
007000        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
007010        GO TO 3000-EXIT
007020     END-IF.
007030     PERFORM VARYING WS-IND FROM 1 BY 1
007040             UNTIL WS-IND > WS-NB-ATTENTES
007050        MOVE WA-NUMERO(WS-IND)  TO LD-NUMERO
007060        MOVE WA-NOM(WS-IND)     TO LD-NOM
007070        MOVE WA-PRENOM(WS-IND)  TO LD-PRENOM
007080        MOVE WA-SESSION(WS-IND) TO LD-SESSION
007090        MOVE WA-MOIS(WS-IND)    TO WS-MOIS-NUM
007100        MOVE SPACE TO LD-MOIS
007110        STRING WS-MOIS-MM '/' WS-MOIS-AAAA
007120               DELIMITED BY SIZE INTO LD-MOIS
007130        MOVE WA-JOURS(WS-IND)   TO LD-JOURS
007140        MOVE '3 - PROPOSITION SUSPENSION' TO LD-ETAPE
007150        MOVE 'A DECIDER'        TO LD-LETTRE
007160        WRITE RAPPORT-REC FROM LIGNE-DETAIL AFTER ADVANCING 1
007170     END-PERFORM.
007180     IF WS-NB-ATTENTES >= WS-ATT-MAX
007190        MOVE SPACE TO LIGNE
007200        STRING ' LISTE LIMITEE AUX 500 PREMIERES PROPOSITIONS'
007210               DELIMITED BY SIZE INTO LIGNE
007220        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
007230     END-IF.
007240     MOVE 4 TO RETURN-CODE.
007250 3000-EXIT.
007260     EXIT.
007270*
007280*****************************************************************
007290*  4000  -  DERNIER MOIS TRAITE (FCTL03 'AVTABS  ') - UN MOIS   *
007300*            ANTERIEUR REEXAMINE A LA DEMANDE NE LE FAIT PAS    *
007310*            RECULER                                            *
007320*****************************************************************
007330 4000-MARQUE-MOIS.
007340*-----------------*
007350     IF WS-MOIS-CIBLE NOT > WS-MOIS-TRAITE
007360        GO TO 4000-EXIT
007370     END-IF.
007380     MOVE 'AVTABS  '         TO CT-CLE.
007390     MOVE WS-DATE-JOUR       TO CT-DATE.
007400     MOVE WS-HEURE-JOUR(1:6) TO CT-HEURE.
007410     MOVE WS-MOIS-CIBLE      TO CT-SEQUENCE.
007420     MOVE 'T'                TO CT-ETAT.
007430     IF WS-MARQUE-EXISTE = 'O'
007440        REWRITE E-CONTROLE
007450     ELSE
007460        MOVE ZERO TO CT-SEQUENCE-EVT
007470        WRITE E-CONTROLE
007480     END-IF.
007490     IF WS-FCTL-STATUS NOT = '00'
007500        PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
007510     END-IF.
007520 4000-EXIT.
007530     EXIT.
007540*
007550*****************************************************************
007560*  7000  -  CHARGEMENT DU MODELE (TYPE WS-MOD-TYPE) : MODELE DE *
007570*            LA SESSION S'IL EXISTE, MODELE GENERAL SINON       *
007580*****************************************************************
007590 7000-CHARGE-MODELE.
007600*-------------------*
007610     MOVE ZERO TO WS-NB-LIGNES-BIB.
007620     PERFORM 7050-LIT-MODELE THRU 7050-EXIT.
007630     IF WS-NB-LIGNES-BIB = ZERO
007640        AND WS-MOD-SESSION NOT = SPACES
007650        MOVE SPACES TO WS-MOD-SESSION
007660        PERFORM 7050-LIT-MODELE THRU 7050-EXIT
007670     END-IF.
007680 7000-EXIT.
007690     EXIT.
007700*
007710 7050-LIT-MODELE.
007720*----------------*
007730     MOVE WS-MOD-TYPE    TO MD-TYPE.
007740     MOVE WS-MOD-SESSION TO MD-SESSION.
007750     MOVE ZERO           TO MD-LIGNE.
007760     START FMODL03-FILE KEY >= MD-CLE.
007770     IF WS-FMODL-STATUS NOT = '00'
007780        GO TO 7050-EXIT
007790     END-IF.
007800     MOVE 'N' TO WS-EOF-BIB.
007810     READ FMODL03-FILE NEXT
007820         AT END MOVE 'Y' TO WS-EOF-BIB
007830     END-READ.
007840     PERFORM UNTIL WS-EOF-BIB = 'Y'
007850             OR WS-NB-LIGNES-BIB >= 20
007860        IF MD-TYPE = WS-MOD-TYPE
007870           AND MD-SESSION = WS-MOD-SESSION
007880           ADD 1 TO WS-NB-LIGNES-BIB
007890           MOVE MD-TEXTE TO WS-BIB-LIGNE(WS-NB-LIGNES-BIB)
007900           READ FMODL03-FILE NEXT
007910               AT END MOVE 'Y' TO WS-EOF-BIB
007920           END-READ
007930        ELSE
007940           MOVE 'Y' TO WS-EOF-BIB
007950        END-IF
007960     END-PERFORM.
007970 7050-EXIT.
007980     EXIT.
007990*
008000 7100-EDITE-MODELE.
008010*------------------*
008020     PERFORM VARYING WS-IND-BIB FROM 1 BY 1
008030             UNTIL WS-IND-BIB > WS-NB-LIGNES-BIB
008040        MOVE SPACES TO MS-LIGNE
008050        MOVE WS-BIB-LIGNE(WS-IND-BIB) TO MS-LIGNE
008060        CALL 'MODSUB' USING MODSUB-ZONE
008070        MOVE MS-LIGNE TO LETTRE-REC
008080        WRITE LETTRE-REC
008090     END-PERFORM.
008100 7100-EXIT.
008110     EXIT.
008120*
008130*****************************************************************
008140*  9520  -  ERREUR D'ENTREE/SORTIE SUR FAVER03 - LE CODE STATUT *
008150*            EST TRACE ET LE TRAITEMENT EST INTERROMPU          *
008160*****************************************************************
008170 9520-ERREUR-FAVER.
008180*------------------*
008190     DISPLAY 'AVTABS - ERREUR E/S FAVER03 - CODE STATUT '
008200             WS-FAVER-STATUS.
008210     MOVE 16 TO RETURN-CODE.
008220     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
008230     STOP RUN.
008240 9520-EXIT.
008250     EXIT.
008260*
008270 9530-ERREUR-FCTL.
008280*-----------------*
008290     DISPLAY 'AVTABS - ERREUR E/S FCTL03 - CODE STATUT '
008300             WS-FCTL-STATUS.
008310     MOVE 16 TO RETURN-CODE.
008320     CLOSE FCTL03-FILE.
008330     STOP RUN.
008340 9530-EXIT.
008350     EXIT.
008360*
008370*****************************************************************
008380*  9000  -  BILAN ET FERMETURE DES FICHIERS                     *
008390*****************************************************************
008400 9000-TERMINAISON.
008410*-----------------*
008420     MOVE SPACE TO LIGNE.
008430     MOVE WS-NB-EXAMINES TO WS-NB-ED.
008440     STRING ' STAGIAIRES EXAMINES   : ' WS-NB-ED
008450            DELIMITED BY SIZE INTO LIGNE.
008460     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 3.
008470     MOVE SPACE TO LIGNE.
008480     MOVE WS-NB-ETAPE1 TO WS-NB-ED.
008490     STRING ' AVERTISSEMENTS        : ' WS-NB-ED
008500            DELIMITED BY SIZE INTO LIGNE.
008510     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
008520     MOVE SPACE TO LIGNE.
008530     MOVE WS-NB-ETAPE2 TO WS-NB-ED.
008540     STRING ' MISES EN DEMEURE      : ' WS-NB-ED
008550            DELIMITED BY SIZE INTO LIGNE.
008560     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
008570     MOVE SPACE TO LIGNE.
008580     MOVE WS-NB-ETAPE3 TO WS-NB-ED.
008590     STRING ' PROPOSITIONS SUSP.    : ' WS-NB-ED
008600            DELIMITED BY SIZE INTO LIGNE.
008610     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
008620     MOVE SPACE TO LIGNE.
008630     MOVE WS-NB-LETTRES TO WS-NB-ED.
008640     STRING ' LETTRES EDITEES       : ' WS-NB-ED
008650            DELIMITED BY SIZE INTO LIGNE.
008660     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
008670     MOVE SPACE TO LIGNE.
008680     MOVE WS-NB-SANS-ADRESSE TO WS-NB-ED.
008690     STRING ' SANS ADRESSE          : ' WS-NB-ED
008700            DELIMITED BY SIZE INTO LIGNE.
008710     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
008720     MOVE SPACE TO LIGNE.
008730     MOVE WS-NB-DEJA TO WS-NB-ED.
008740     STRING ' DEJA TRAITES (MOIS)   : ' WS-NB-ED
008750            DELIMITED BY SIZE INTO LIGNE.
008760     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
008770     MOVE SPACE TO LIGNE.
008780     MOVE WS-NB-ATTENTES TO WS-NB-ED.
008790     STRING ' EN ATTENTE DE DECISION: ' WS-NB-ED
008800            DELIMITED BY SIZE INTO LIGNE.
008810     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
008820     DISPLAY 'AVTABS - MOIS ' WS-MOIS-EDIT ' EXAMINE'.
008830     CLOSE FSTAG03-FILE.
008840     CLOSE FPRES03-FILE.
008850     CLOSE FAVER03-FILE.
008860     CLOSE FMODL03-FILE.
008870     CLOSE FCTL03-FILE.
008880     CLOSE LETTRE-FILE.
008890     CLOSE RAPPORT-FILE.
008900 9000-EXIT.
008910     EXIT.
