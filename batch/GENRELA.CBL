000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GENRELA.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  GENRELA  -  POSE ET CLOTURE DES RELANCES (FRELA03) PAR LES   *
000090*               BATCHS DE NUIT : PIECES MANQUANTES (RPTDOCS),   *
000100*               CONVENTION NON SIGNEE A L'APPROCHE DU DEBUT     *
000110*               (GENCONV, CLOTUREE PAR SIGCONV), OFFRE DE PLACE *
000120*               A RAPPELER (APPATTE), ADRESSE EN ERREUR         *
000130*               (IMPBOUNC), REJET DE LA PAIE (IMPPAIE) - LA     *
000140*               RELANCE EST CHARGEE AU COORDINATEUR DE LA       *
000150*               SESSION, RECONNU DANS FOPER03 PAR SON CODE OU   *
000160*               SON NOM (A DEFAUT, PREMIER OPERATEUR DE NIVEAU  *
000170*               2), AVEC UNE NOTE STANDARD - PAS DE DOUBLON :   *
000180*               LES RELANCES AUTOMATIQUES OUVERTES SONT CHARGEES*
000190*               EN TABLE AU PREMIER APPEL (UNE PAR ORIGINE ET   *
000200*               NUMERO) - LA CLOTURE EST TRACEE 'BAT' -         *
000210*               ZONE D'ECHANGE CF RELACA.cpy                    *
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
000320     SELECT FRELA03-FILE   ASSIGN TO FRELA03
000330            ORGANIZATION   INDEXED
000340            ACCESS MODE    DYNAMIC
000350            RECORD KEY     RL-CLE
000360            FILE STATUS    WS-FRELA-STATUS.
000370     SELECT FSESS03-FILE   ASSIGN TO FSESS03
000380            ORGANIZATION   INDEXED
000390            ACCESS MODE    RANDOM
000400            RECORD KEY     S-CODE
000410            FILE STATUS    WS-FSESS-STATUS.
000420     SELECT FOPER03-FILE   ASSIGN TO FOPER03
000430            ORGANIZATION   INDEXED
000440            ACCESS MODE    SEQUENTIAL
000450            RECORD KEY     OP-CLE
000460            FILE STATUS    WS-FOPER-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  FRELA03-FILE.
000510*   DESCRIPTION DU FICHIER KSD DES RELANCES
000520     COPY FRELA.
000530*
000540 FD  FSESS03-FILE.
000550*   DESCRIPTION DU FICHIER KSD DES SESSIONS
000560     COPY FSESS.
000570*
000580 FD  FOPER03-FILE.
000590*   DESCRIPTION DU FICHIER KSD DES OPERATEURS
000600     COPY FOPER.
000610*
000620 WORKING-STORAGE SECTION.
000630 77  WS-FRELA-STATUS       PIC X(02).
000640 77  WS-FSESS-STATUS       PIC X(02).
000650 77  WS-FOPER-STATUS       PIC X(02).
000660 77  WS-EOF                PIC X(01)     VALUE 'N'.
000670     88  FIN-FICHIER                     VALUE 'Y'.
000680*   FICHIERS DU MODULE OUVERTS (PREMIER APPEL) O/N
000690 77  WS-OUVERT             PIC X(01)     VALUE 'N'.
000700 77  WS-DATE-EDIT          PIC X(10).
000710 77  WS-IND                PIC S9(04) COMP.
000720 77  WS-IND-TROUVE         PIC S9(04) COMP.
000730 77  WS-ESSAI              PIC S9(04) COMP.
000740*   OPERATEUR PAR DEFAUT : PREMIER OPERATEUR DE NIVEAU 2
000750 77  WS-OPR-DEFAUT         PIC X(03)     VALUE 'BAT'.
000760*   CALCUL DE L'ECHEANCE (REPORT DE FIN DE MOIS ET D'ANNEE)
000770 77  WS-ECHEANCE           PIC 9(08).
000780 77  WS-CAL-AAAA           PIC 9(04).
000790 77  WS-CAL-MM             PIC 9(02).
000800 77  WS-CAL-JJ             PIC S9(03) COMP.
000810 77  WS-CAL-RESTE          PIC 9(04).
000820 77  WS-NB-JOURS-MOIS      PIC 9(02).
000830 01  JOURS-MOIS-TABLE.
000840     05 FILLER PIC X(24) VALUE '312831303130313130313031'.
000850 01  JOURS-MOIS-TBL REDEFINES JOURS-MOIS-TABLE.
000860     05  JM-NB             PIC 9(02) OCCURS 12 TIMES.
000870*   TABLE DES OPERATEURS (FOPER03) POUR RECONNAITRE LE
000880*   COORDINATEUR DE LA SESSION
000890 77  WS-NB-OPER            PIC S9(04) COMP VALUE ZERO.
000900 01  WS-OPER-TABLE.
000910     05  WS-OPER-ENTRY     OCCURS 100 TIMES.
000920         10  WO-CLE        PIC X(03).
000930         10  WO-NOM        PIC X(25).
000940*   TABLE DES RELANCES AUTOMATIQUES OUVERTES (CLE FRELA03) - UNE
000950*   ENTREE CLOTUREE EST REMISE A BLANC
000960 77  WS-NB-RELA            PIC S9(04) COMP VALUE ZERO.
000970 77  WS-MAX-RELA           PIC S9(04) COMP VALUE 5000.
000980 01  WS-RELA-TABLE.
000990     05  WS-RELA-ENTRY     OCCURS 5000 TIMES.
001000         10  WR-ORIGINE    PIC X(04).
001010         10  WR-NUMERO     PIC 9(04).
001020         10  WR-CLE        PIC X(15).
001030*
001040 LINKAGE SECTION.
001050*   ZONE D'ECHANGE (CF RELACA.cpy)
001060     COPY RELACA.
001070*
001080 PROCEDURE DIVISION USING GENRELA-COMMAREA.
001090 0000-MAINLINE.
001100*----------------*
001110     MOVE SPACES TO RA-CODE-RETOUR RA-OPERATEUR.
001120     MOVE ZERO   TO RA-ECHEANCE.
001130     IF RA-FIN
001140        IF WS-OUVERT = 'O'
001150           CLOSE FRELA03-FILE
001160           CLOSE FSESS03-FILE
001170           MOVE 'N' TO WS-OUVERT
001180        END-IF
001190        GOBACK
001200     END-IF.
001210     IF WS-OUVERT = 'N'
001220        PERFORM 1000-INITIALISATION THRU 1000-EXIT
001230     END-IF.
001240     STRING RA-DATE-JOUR(7:2) '/' RA-DATE-JOUR(5:2) '/'
001250            RA-DATE-JOUR(1:4)
001260            DELIMITED BY SIZE INTO WS-DATE-EDIT.
001270     EVALUATE TRUE
001280         WHEN RA-POSE
001290             PERFORM 2000-POSE    THRU 2000-EXIT
001300         WHEN RA-CLOTURE
001310             PERFORM 3000-CLOTURE THRU 3000-EXIT
001320     END-EVALUATE.
001330     GOBACK.
001340*
001350*****************************************************************
001360*  1000  -  PREMIER APPEL : OUVERTURES, TABLE DES OPERATEURS ET *
001370*            TABLE DES RELANCES AUTOMATIQUES OUVERTES           *
001380*****************************************************************
001390 1000-INITIALISATION.
001400*--------------------*
001410     OPEN I-O   FRELA03-FILE.
001420     IF WS-FRELA-STATUS NOT = '00'
001430        PERFORM 9500-ERREUR-FRELA THRU 9500-EXIT
001440     END-IF.
001450     OPEN INPUT FSESS03-FILE.
001460     MOVE 'O' TO WS-OUVERT.
001470*   OPERATEURS : FICHIER LU UNE FOIS PUIS REFERME
001480     OPEN INPUT FOPER03-FILE.
001490     IF WS-FOPER-STATUS = '00'
001500        MOVE 'N' TO WS-EOF
001510        READ FOPER03-FILE
001520            AT END MOVE 'Y' TO WS-EOF
001530        END-READ
001540        PERFORM UNTIL FIN-FICHIER OR WS-NB-OPER >= 100
001550           ADD 1 TO WS-NB-OPER
001560           MOVE OP-CLE TO WO-CLE(WS-NB-OPER)
001570           MOVE OP-NOM TO WO-NOM(WS-NB-OPER)
001580           IF OP-NIV = 2 AND WS-OPR-DEFAUT = 'BAT'
001590              MOVE OP-CLE TO WS-OPR-DEFAUT
001600           END-IF
001610           READ FOPER03-FILE
001620               AT END MOVE 'Y' TO WS-EOF
001630           END-READ
001640        END-PERFORM
001650        CLOSE FOPER03-FILE
001660     END-IF.
001670*   RELANCES AUTOMATIQUES ENCORE OUVERTES
001680     MOVE LOW-VALUES TO RL-CLE.
001690     START FRELA03-FILE KEY >= RL-CLE
001700         INVALID KEY MOVE 'Y' TO WS-EOF
001710         NOT INVALID KEY MOVE 'N' TO WS-EOF
001720     END-START.
001730     IF NOT FIN-FICHIER
001740        READ FRELA03-FILE NEXT
001750            AT END MOVE 'Y' TO WS-EOF
001760        END-READ
001770     END-IF.
001780     PERFORM UNTIL FIN-FICHIER
001790        IF RL-OUVERTE AND RL-ORIGINE NOT = SPACES
001800           IF WS-NB-RELA < WS-MAX-RELA
001810              ADD 1 TO WS-NB-RELA
001820              MOVE RL-ORIGINE TO WR-ORIGINE(WS-NB-RELA)
001830              MOVE RL-NUMERO  TO WR-NUMERO(WS-NB-RELA)
001840              MOVE RL-CLE     TO WR-CLE(WS-NB-RELA)
001850           ELSE
001860              DISPLAY 'GENRELA - PLUS DE 5000 RELANCES '
001870                      'AUTOMATIQUES OUVERTES, TABLE PLEINE'
001880              MOVE 'Y' TO WS-EOF
001890           END-IF
001900        END-IF
001910        IF NOT FIN-FICHIER
001920           READ FRELA03-FILE NEXT
001930               AT END MOVE 'Y' TO WS-EOF
001940           END-READ
001950        END-IF
001960     END-PERFORM.
001970 1000-EXIT.
001980     EXIT.
001990*
002000*****************************************************************
002010*  2000  -  POSE D'UNE RELANCE, SAUF SI UNE RELANCE DE MEME     *
002020*            ORIGINE EST DEJA OUVERTE POUR CE NUMERO - UNE      *
002030*            ECHEANCE DEJA PRISE POUR L'OPERATEUR ET LE NUMERO  *
002040*            (RELANCE MANUELLE, AUTRE ORIGINE) DECALE LA POSE AU*
002050*            JOUR SUIVANT                                       *
002060*****************************************************************
002070 2000-POSE.
002080*----------*
002090     PERFORM 2100-RECHERCHE THRU 2100-EXIT.
002100     IF WS-IND-TROUVE > ZERO
002110        MOVE 'D' TO RA-CODE-RETOUR
002120        MOVE WR-CLE(WS-IND-TROUVE)(1:3) TO RA-OPERATEUR
002130        MOVE WR-CLE(WS-IND-TROUVE)(4:8) TO RA-ECHEANCE
002140        GO TO 2000-EXIT
002150     END-IF.
002160     IF WS-NB-RELA >= WS-MAX-RELA
002170        MOVE 'X' TO RA-CODE-RETOUR
002180        GO TO 2000-EXIT
002190     END-IF.
002200     PERFORM 2200-COORDINATEUR THRU 2200-EXIT.
002210     MOVE RA-DATE-JOUR TO WS-ECHEANCE.
002220     PERFORM 2300-JOUR-SUIVANT THRU 2300-EXIT RA-DELAI TIMES.
002230     MOVE ZERO TO WS-ESSAI.
002240 2000-ECRITURE.
002250     MOVE SPACES       TO E-RELANCE.
002260     MOVE RA-OPERATEUR TO RL-OPERATEUR.
002270     MOVE WS-ECHEANCE  TO RL-DATE-ECHEANCE.
002280     MOVE RA-NUMERO    TO RL-NUMERO.
002290     MOVE RA-NOTE      TO RL-NOTE.
002300     MOVE 'O'          TO RL-ETAT.
002310     MOVE 'BAT'        TO RL-SAISI-PAR.
002320     MOVE WS-DATE-EDIT TO RL-DATE-SAISIE.
002330     MOVE RA-ORIGINE   TO RL-ORIGINE.
002340     WRITE E-RELANCE.
002350     IF WS-FRELA-STATUS = '22'
002360        ADD 1 TO WS-ESSAI
002370        IF WS-ESSAI > 10
002380           MOVE 'X' TO RA-CODE-RETOUR
002390           GO TO 2000-EXIT
002400        END-IF
002410        PERFORM 2300-JOUR-SUIVANT THRU 2300-EXIT
002420        GO TO 2000-ECRITURE
002430     END-IF.
002440     IF WS-FRELA-STATUS NOT = '00'
002450        PERFORM 9500-ERREUR-FRELA THRU 9500-EXIT
002460     END-IF.
002470     ADD 1 TO WS-NB-RELA.
002480     MOVE RA-ORIGINE TO WR-ORIGINE(WS-NB-RELA).
002490     MOVE RA-NUMERO  TO WR-NUMERO(WS-NB-RELA).
002500     MOVE RL-CLE     TO WR-CLE(WS-NB-RELA).
002510     MOVE 'P'         TO RA-CODE-RETOUR.
002520     MOVE WS-ECHEANCE TO RA-ECHEANCE.
002530 2000-EXIT.
002540     EXIT.
002550*
002560 2100-RECHERCHE.
002570*---------------*
002580     MOVE ZERO TO WS-IND-TROUVE.
002590     PERFORM VARYING WS-IND FROM 1 BY 1
002600             UNTIL WS-IND > WS-NB-RELA OR WS-IND-TROUVE > ZERO
002610        IF WR-ORIGINE(WS-IND) = RA-ORIGINE
002620           AND WR-NUMERO(WS-IND) = RA-NUMERO
002630           MOVE WS-IND TO WS-IND-TROUVE
002640        END-IF
002650     END-PERFORM.
002660 2100-EXIT.
002670     EXIT.
002680*
002690*   COORDINATEUR DE LA SESSION : SAISI DANS INF6CI3 SOUS SON CODE
002700*   OPERATEUR OU SOUS SON NOM
002710 2200-COORDINATEUR.
002720*------------------*
002730     MOVE WS-OPR-DEFAUT TO RA-OPERATEUR.
002740     IF RA-SESSION = SPACES
002750        GO TO 2200-EXIT
002760     END-IF.
002770     MOVE RA-SESSION TO S-CODE.
002780     READ FSESS03-FILE.
002790     IF WS-FSESS-STATUS NOT = '00'
002800        OR S-COORDINATEUR = SPACES
002810        GO TO 2200-EXIT
002820     END-IF.
002830     PERFORM VARYING WS-IND FROM 1 BY 1
002840             UNTIL WS-IND > WS-NB-OPER
002850        IF WO-NOM(WS-IND) = S-COORDINATEUR
002860           OR (WO-CLE(WS-IND) = S-COORDINATEUR(1:3)
002870               AND S-COORDINATEUR(4:) = SPACES)
002880           MOVE WO-CLE(WS-IND) TO RA-OPERATEUR
002890           MOVE WS-NB-OPER TO WS-IND
002900        END-IF
002910     END-PERFORM.
002920 2200-EXIT.
002930     EXIT.
002940*
002950 2300-JOUR-SUIVANT.
002960*------------------*
002970     MOVE WS-ECHEANCE(1:4) TO WS-CAL-AAAA.
002980     MOVE WS-ECHEANCE(5:2) TO WS-CAL-MM.
002990     MOVE WS-ECHEANCE(7:2) TO WS-CAL-JJ.
003000     ADD 1 TO WS-CAL-JJ.
003010     MOVE JM-NB(WS-CAL-MM) TO WS-NB-JOURS-MOIS.
003020*   FEVRIER BISSEXTILE (REGLE SIMPLE DU DIVISIBLE PAR 4)
003030     IF WS-CAL-MM = 02
003040        DIVIDE WS-CAL-AAAA BY 4 GIVING WS-CAL-RESTE
003050           REMAINDER WS-CAL-RESTE
003060        IF WS-CAL-RESTE = ZERO
003070           MOVE 29 TO WS-NB-JOURS-MOIS
003080        END-IF
003090     END-IF.
003100     IF WS-CAL-JJ > WS-NB-JOURS-MOIS
003110        MOVE 1 TO WS-CAL-JJ
003120        ADD 1 TO WS-CAL-MM
003130        IF WS-CAL-MM > 12
003140           MOVE 01 TO WS-CAL-MM
003150           ADD 1 TO WS-CAL-AAAA
003160        END-IF
003170     END-IF.
003180     COMPUTE WS-ECHEANCE = WS-CAL-AAAA * 10000
003190        + WS-CAL-MM * 100 + WS-CAL-JJ.
003200 2300-EXIT.
003210     EXIT.
003220*
003230*****************************************************************
003240*  3000  -  CLOTURE DE LA RELANCE OUVERTE DE CETTE ORIGINE POUR *
003250*            CE NUMERO (UNE RELANCE DEJA CLOSE A L'ECRAN EST    *
003260*            SEULEMENT RETIREE DE LA TABLE)                     *
003270*****************************************************************
003280 3000-CLOTURE.
003290*-------------*
003300     MOVE 'N' TO RA-CODE-RETOUR.
003310     PERFORM 2100-RECHERCHE THRU 2100-EXIT.
003320     IF WS-IND-TROUVE = ZERO
003330        GO TO 3000-EXIT
003340     END-IF.
003350     MOVE WR-CLE(WS-IND-TROUVE) TO RL-CLE.
003360     MOVE SPACES TO WR-ORIGINE(WS-IND-TROUVE).
003370     READ FRELA03-FILE.
003380     IF WS-FRELA-STATUS = '23'
003390        GO TO 3000-EXIT
003400     END-IF.
003410     IF WS-FRELA-STATUS NOT = '00'
003420        PERFORM 9500-ERREUR-FRELA THRU 9500-EXIT
003430     END-IF.
003440     IF NOT RL-OUVERTE
003450        GO TO 3000-EXIT
003460     END-IF.
003470     MOVE 'C'          TO RL-ETAT.
003480     MOVE 'BAT'        TO RL-CLOS-PAR.
003490     MOVE WS-DATE-EDIT TO RL-DATE-CLOTURE.
003500     REWRITE E-RELANCE.
003510     IF WS-FRELA-STATUS NOT = '00'
003520        PERFORM 9500-ERREUR-FRELA THRU 9500-EXIT
003530     END-IF.
003540     MOVE 'C'              TO RA-CODE-RETOUR.
003550     MOVE RL-OPERATEUR     TO RA-OPERATEUR.
003560     MOVE RL-DATE-ECHEANCE TO RA-ECHEANCE.
003570 3000-EXIT.
003580     EXIT.
003590*
003600*****************************************************************
003610*  9500  -  ERREUR D'ENTREE/SORTIE SUR FRELA03 - LE CODE STATUT *
003620*            EST TRACE ET LE TRAITEMENT EST INTERROMPU          *
003630*****************************************************************
003640 9500-ERREUR-FRELA.
003650*------------------*
003660     DISPLAY 'GENRELA - ERREUR E/S FRELA03 - CODE STATUT '
003670             WS-FRELA-STATUS.
003680     MOVE 16 TO RETURN-CODE.
003690     STOP RUN.
003700 9500-EXIT.
003710     EXIT.
