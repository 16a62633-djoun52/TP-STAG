000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCTROP.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  CALCTROP -  CHIFFRAGE DES TROP-PERCUS D'INDEMNITE - PARCOURT *
000090*               LE GRAND LIVRE FTROP03 ET CHIFFRE CHAQUE DEPART  *
000100*               SIGNALE (MOUVEMENT 'D' ECRIT PAR FINSTAG,        *
000110*               INF4CI3 OU TRFSESS) : SI L'INDEMNITE DU MOIS DU  *
000120*               DEPART EST DEJA PARTIE EN PAIE (POINT DE REPRISE *
000130*               'EXPPAIE ' DE FCTL03), LES JOURS OUVRES PAYES    *
000140*               APRES LE DEPART X LE TAUX JOURNALIER DE LA       *
000150*               SESSION SONT UNE CREANCE ('C') ET LA DEMANDE DE  *
000160*               REMBOURSEMENT EST EDITEE (MODELE FMODL03 DE TYPE *
000170*               'TROP', TEXTE D'ORIGINE A DEFAUT) - SINON LE     *
000180*               DEPART EST CLASSE SANS OBJET ('N') - L'ETAT DU   *
000190*               GRAND LIVRE (DU, REMBOURSE, ABANDONNE, SOLDE PAR *
000200*               STAGIAIRE) EST EDITE EN FIN DE PASSAGE - LE      *
000210*               RECOUVREMENT SE FAIT PAR RETENUE SUR LES         *
000220*               INDEMNITES SUIVANTES (EXPPAIE) OU PAR SAISIE     *
000230*               D'UN VERSEMENT OU D'UN ABANDON (INFUCI3)         *
000240*****************************************************************
000250*  HISTORIQUE DES MODIFICATIONS                                 *
000260*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000263*  15/10/2026  SE  CHIFFRAGE AU TAUX EN VIGUEUR CHAQUE JOUR     *
000266*                  (HISTORIQUE DES TAUX FTAUX03)                *
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-390.
000310 OBJECT-COMPUTER. IBM-390.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT FTROP03-FILE   ASSIGN TO FTROP03
000350            ORGANIZATION   INDEXED
000360            ACCESS MODE    DYNAMIC
000370            RECORD KEY     TP-CLE
000380            FILE STATUS    WS-FTROP-STATUS.
000390     SELECT FSESS03-FILE   ASSIGN TO FSESS03
000400            ORGANIZATION   INDEXED
000410            ACCESS MODE    RANDOM
000420            RECORD KEY     S-CODE
000430            FILE STATUS    WS-FSESS-STATUS.
000440     SELECT FJOUR03-FILE   ASSIGN TO FJOUR03
000450            ORGANIZATION   INDEXED
000460            ACCESS MODE    RANDOM
000470            RECORD KEY     JF-DATE
000480            FILE STATUS    WS-FJOUR-STATUS.
000490     SELECT FCTL03-FILE    ASSIGN TO FCTL03
000500            ORGANIZATION   INDEXED
000510            ACCESS MODE    RANDOM
000520            RECORD KEY     CT-CLE
000530            FILE STATUS    WS-FCTL-STATUS.
000531     SELECT FTAUX03-FILE   ASSIGN TO FTAUX03
000532            ORGANIZATION   INDEXED
000533            ACCESS MODE    DYNAMIC
000534            RECORD KEY     TX-CLE
000535            FILE STATUS    WS-FTAUX-STATUS.
000540     SELECT FMODL03-FILE   ASSIGN TO FMODL03
000550            ORGANIZATION   INDEXED
000560            ACCESS MODE    DYNAMIC
000570            RECORD KEY     MD-CLE
000580            FILE STATUS    WS-FMODL-STATUS.
000590     SELECT LETTRE-FILE    ASSIGN TO LETTRES
000600            ORGANIZATION   LINE SEQUENTIAL.
000610     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000620            ORGANIZATION   LINE SEQUENTIAL.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  FTROP03-FILE.
000670*   DESCRIPTION DU GRAND LIVRE DES TROP-PERCUS
000680     COPY FTROP.
000690*
000700 FD  FSESS03-FILE.
000710*   DESCRIPTION DU FICHIER KSD DES SESSIONS
000720     COPY FSESS.
000730*
000740 FD  FJOUR03-FILE.
000750*   CALENDRIER DES JOURS FERIES / FERMETURES DE SITE
000760     COPY FJOUR.
000770*
000780 FD  FCTL03-FILE.
000790*   ENREGISTREMENT DE CONTROLE (RUN-CONTROL)
000800     COPY FCTL.
000810*
000812 FD  FTAUX03-FILE.
000814*   HISTORIQUE DES TAUX JOURNALIERS PAR SESSION
000816     COPY FTAUX.
000818*
000820 FD  FMODL03-FILE.
000830*   DESCRIPTION DE LA BIBLIOTHEQUE DES MODELES
000840     COPY FMODL.
000850*
000860 FD  LETTRE-FILE
000870     RECORDING MODE F.
000880 01  LETTRE-REC            PIC X(80).
000890*
000900 FD  RAPPORT-FILE
000910     RECORDING MODE F.
000920 01  RAPPORT-REC           PIC X(133).
000930*
000940 WORKING-STORAGE SECTION.
000950 77  WS-FTROP-STATUS       PIC X(02).
000960 77  WS-FSESS-STATUS       PIC X(02).
000970 77  WS-FJOUR-STATUS       PIC X(02).
000980 77  WS-FCTL-STATUS        PIC X(02).
000985 77  WS-FTAUX-STATUS       PIC X(02).
000990 77  WS-EOF                PIC X(01)     VALUE 'N'.
001000     88  FIN-FICHIER                     VALUE 'Y'.
001010 77  WS-DATE-JOUR          PIC 9(08).
001020*   DERNIER MOIS PARTI EN PAIE (AAAAMM DU POINT DE REPRISE
001030*   'EXPPAIE ' DE FCTL03) - UN DEPART D'UN MOIS POSTERIEUR N'A
001040*   PAS ETE PAYE, IL N'Y A RIEN A RECOUVRER
001050 77  WS-MOIS-PAYE          PIC 9(06)     VALUE ZERO.
001060*   COMPTEURS DU BILAN
001070 77  WS-NB-CHIFFRES        PIC 9(06) COMP VALUE ZERO.
001080 77  WS-NB-CREANCES        PIC 9(06) COMP VALUE ZERO.
001090 77  WS-NB-SANS-OBJET      PIC 9(06) COMP VALUE ZERO.
001100 77  WS-NB-LETTRES         PIC 9(06) COMP VALUE ZERO.
001110 77  WS-NB-ECARTES         PIC 9(06) COMP VALUE ZERO.
001120 77  WS-TOT-CREANCES       PIC 9(07)V99  VALUE ZERO.
001130 77  WS-NB-ED              PIC ZZZZZ9.
001140*   JOURS OUVRES PAYES APRES LE DEPART (CONGRUENCE DE ZELLER
001150*   COMME EXPPAIE, JOURS FERIES FJOUR03 EXCLUS)
001160 77  WS-AAAAMM             PIC 9(06).
001170 77  WS-JOUR-DEB           PIC 9(02).
001180 77  WS-NB-JOURS           PIC 9(02) COMP.
001190 77  WS-ZEL-AAAA           PIC 9(04).
001200 77  WS-ZEL-MM             PIC 9(02).
001210 77  WS-ZEL-JJ             PIC 9(02).
001220 77  WS-ZEL-K              PIC 9(04).
001230 77  WS-ZEL-J              PIC 9(04).
001240 77  WS-ZEL-H              PIC 9(04).
001250 77  WS-NB-JOURS-MOIS      PIC 9(02).
001251*   TAUX DE CHAQUE JOUR : HISTORIQUE FTAUX03 DE LA SESSION,
001252*   A DEFAUT LE TAUX DE LA FICHE FSESS03 - LE MONTANT DU EST
001253*   LA SOMME DES TAUX DES JOURS PAYES APRES LE DEPART
001254 77  WS-TAUX-FICHE         PIC 9(3)V99.
001255 77  WS-TAUX               PIC 9(3)V99.
001256 77  WS-DATE-TAUX          PIC 9(08).
001257 77  WS-MONTANT-DU         PIC 9(5)V99.
001260 01  JOURS-MOIS-TABLE.
001270     05 FILLER PIC X(24) VALUE '312831303130313130313031'.
001280 01  JOURS-MOIS-TBL REDEFINES JOURS-MOIS-TABLE.
001290     05  JM-NB             PIC 9(02) OCCURS 12 TIMES.
001300*   ZONES EDITEES (RAPPORT ET LETTRE)
001310 77  WS-DATE-EDIT          PIC X(10).
001320 77  WS-MOIS-EDIT          PIC X(07).
001330 77  WS-JOURS-ED           PIC Z9.
001340 77  WS-MONTANT-ED         PIC ZZZZ9.99.
001350 77  WS-TOTAL-ED           PIC ZZZZZZ9.99.
001360 77  WS-SOLDE-ED           PIC -ZZZZZZ9.99.
001370 01  LIGNE                 PIC X(133).
001380 01  LETTRE-VIDE           PIC X(80)     VALUE SPACE.
001390*   ETAT DU GRAND LIVRE : CUMULS DU STAGIAIRE EN COURS (RUPTURE
001400*   SUR LE NUMERO, LE FICHIER EST DANS L'ORDRE DE LA CLE) ET
001410*   CUMULS GENERAUX
001420 77  WS-NUM-COUR           PIC 9(04).
001430 77  WS-NOM-COUR           PIC X(25).
001440 77  WS-PRENOM-COUR        PIC X(25).
001450 77  WS-STAG-DU            PIC 9(07)V99.
001460 77  WS-STAG-REMB          PIC 9(07)V99.
001470 77  WS-STAG-ABAND         PIC 9(07)V99.
001480 77  WS-SOLDE              PIC S9(07)V99.
001490 77  WS-GEN-DU             PIC 9(07)V99  VALUE ZERO.
001500 77  WS-GEN-REMB           PIC 9(07)V99  VALUE ZERO.
001510 77  WS-GEN-ABAND          PIC 9(07)V99  VALUE ZERO.
001520 77  WS-GEN-SOLDE          PIC S9(07)V99 VALUE ZERO.
001530 77  WS-NB-DEBITEURS       PIC 9(06) COMP VALUE ZERO.
001540*   CORPS PRIS DANS LA BIBLIOTHEQUE DES MODELES (FMODL03) -
001550*   MODELE DE LA SESSION S'IL EXISTE, MODELE GENERAL SINON,
001560*   TEXTE D'ORIGINE A DEFAUT DE TOUT MODELE
001570 77  WS-FMODL-STATUS       PIC X(02).
001580 77  WS-NB-LIGNES-BIB      PIC 9(02) COMP VALUE ZERO.
001590 01  WS-BIB.
001600     05  WS-BIB-LIGNE      PIC X(72) OCCURS 20 TIMES.
001610 77  WS-IND                PIC 9(02) COMP.
001620 77  WS-MOD-TYPE           PIC X(04).
001630 77  WS-MOD-SESSION        PIC X(10).
001640 77  WS-EOF-BIB            PIC X(01).
001650*   ZONE D'ECHANGE DU SOUS-PROGRAMME DE SUBSTITUTION
001660     COPY MODSUBCA.
001670*
001680 PROCEDURE DIVISION.
001690 0000-MAINLINE.
001700*----------------*
001710     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001720     PERFORM 2000-TRAITEMENT     THRU 2000-EXIT.
001730     PERFORM 3000-ETAT-GRAND-LIVRE THRU 3000-EXIT.
001740     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001750     STOP RUN.
001760*
001770*****************************************************************
001780*  1000  -  LECTURE DU DERNIER MOIS PAYE ET OUVERTURE DES        *
001790*            FICHIERS                                            *
001800*****************************************************************
001810 1000-INITIALISATION.
001820*--------------------*
001830     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001840     OPEN INPUT  FCTL03-FILE.
001850     MOVE 'EXPPAIE ' TO CT-CLE.
001860     READ FCTL03-FILE.
001870     IF WS-FCTL-STATUS = '00'
001880        MOVE CT-DATE(1:6) TO WS-MOIS-PAYE
001890     ELSE
001900        IF WS-FCTL-STATUS NOT = '23'
001910           PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
001920        END-IF
001930     END-IF.
001940     CLOSE FCTL03-FILE.
001950     OPEN I-O    FTROP03-FILE.
001960     OPEN INPUT  FSESS03-FILE.
001965     OPEN INPUT  FTAUX03-FILE.
001970     OPEN INPUT  FJOUR03-FILE.
001980     OPEN INPUT  FMODL03-FILE.
001990     OPEN OUTPUT LETTRE-FILE.
002000     OPEN OUTPUT RAPPORT-FILE.
002010     MOVE SPACE TO LIGNE.
002020     STRING ' TROP-PERCUS D''INDEMNITE - CHIFFRAGE DES DEPARTS'
002030            ' - FTROP03' DELIMITED BY SIZE INTO LIGNE.
002040     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
002050     MOVE SPACE TO LIGNE.
002060     STRING ' NUM  NOM                       DEPART     JOURS'
002070            '  MONTANT ISSUE'
002080            DELIMITED BY SIZE INTO LIGNE.
002090     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
002100 1000-EXIT.
002110     EXIT.
002120*
002130*****************************************************************
002140*  2000  -  PARCOURS DU GRAND LIVRE : CHAQUE DEPART SIGNALE      *
002150*            ('D') EST CHIFFRE, EDITE AU RAPPORT ET REECRIT      *
002160*            AVEC SON ISSUE ('C' OU 'N')                         *
002170*****************************************************************
002180 2000-TRAITEMENT.
002190*----------------*
002200     MOVE 'N' TO WS-EOF.
002210     MOVE LOW-VALUES TO TP-CLE.
002220     START FTROP03-FILE KEY >= TP-CLE.
002230     IF WS-FTROP-STATUS = '23'
002240        GO TO 2000-EXIT
002250     END-IF.
002260     IF WS-FTROP-STATUS NOT = '00'
002270        PERFORM 9500-ERREUR-FTROP THRU 9500-EXIT
002280     END-IF.
002290     READ FTROP03-FILE NEXT
002300         AT END MOVE 'Y' TO WS-EOF
002310     END-READ.
002320     IF NOT FIN-FICHIER AND WS-FTROP-STATUS NOT = '00'
002330        PERFORM 9500-ERREUR-FTROP THRU 9500-EXIT
002340     END-IF.
002350     PERFORM UNTIL FIN-FICHIER
002360        IF TP-A-CHIFFRER
002370           PERFORM 2100-CHIFFRE-DEPART THRU 2100-EXIT
002380           PERFORM 2400-LIGNE-RAPPORT  THRU 2400-EXIT
002390           REWRITE E-TROP-PERCU
002400           IF WS-FTROP-STATUS NOT = '00'
002410              PERFORM 9500-ERREUR-FTROP THRU 9500-EXIT
002420           END-IF
002430        END-IF
002440        READ FTROP03-FILE NEXT
002450            AT END MOVE 'Y' TO WS-EOF
002460        END-READ
002470        IF NOT FIN-FICHIER AND WS-FTROP-STATUS NOT = '00'
002480           PERFORM 9500-ERREUR-FTROP THRU 9500-EXIT
002490        END-IF
002500     END-PERFORM.
002510 2000-EXIT.
002520     EXIT.
002530*
002540*****************************************************************
002550*  2100  -  CHIFFRAGE D'UN DEPART : MOIS NON ENCORE PAYE, AUCUN  *
002560*            JOUR OUVRE APRES LE DEPART OU SESSION NON INDEMNI-  *
002570*            SEE SUR CES JOURS = SANS OBJET ; SINON CREANCE ET   *
002580*            DEMANDE DE REMBOURSEMENT (SI L'ADRESSE EST          *
002585*            EXPLOITABLE) - TP-TAUX EST LE TAUX EN VIGUEUR AU    *
002587*            DEPART, LE MONTANT SUIT LE TAUX DE CHAQUE JOUR      *
002590*****************************************************************
002600 2100-CHIFFRE-DEPART.
002610*--------------------*
002620     ADD 1 TO WS-NB-CHIFFRES.
002630     MOVE ZERO TO TP-NB-JOURS TP-TAUX TP-MONTANT.
002640     MOVE 'N'  TO TP-TYPE.
002650     IF TP-MOIS > WS-MOIS-PAYE
002660        MOVE 'MOIS NON ENCORE PAYE' TO TP-LIBELLE
002670        ADD 1 TO WS-NB-SANS-OBJET
002680        GO TO 2100-EXIT
002690     END-IF.
002700     MOVE TP-CODE-SESSION TO S-CODE.
002705     MOVE ZERO TO WS-TAUX-FICHE.
002710     READ FSESS03-FILE.
002720     IF WS-FSESS-STATUS = '00'
002730        MOVE S-TAUX-JOUR TO WS-TAUX-FICHE
002740     ELSE
002750        IF WS-FSESS-STATUS NOT = '23'
002760           PERFORM 9520-ERREUR-FSESS THRU 9520-EXIT
002770        END-IF
002780     END-IF.
002790     MOVE TP-DATE-EFFET TO WS-DATE-TAUX.
002800     PERFORM 2150-TAUX-A-DATE THRU 2150-EXIT.
002810     MOVE WS-TAUX TO TP-TAUX.
002840     PERFORM 2200-JOURS-APRES-DEPART THRU 2200-EXIT.
002850     IF WS-NB-JOURS = ZERO
002860        MOVE 'AUCUN JOUR PAYE APRES DEPART' TO TP-LIBELLE
002870        ADD 1 TO WS-NB-SANS-OBJET
002880        GO TO 2100-EXIT
002890     END-IF.
002891     IF WS-MONTANT-DU = ZERO
002892        MOVE 'SESSION NON INDEMNISEE' TO TP-LIBELLE
002893        ADD 1 TO WS-NB-SANS-OBJET
002894        GO TO 2100-EXIT
002895     END-IF.
002900     MOVE WS-NB-JOURS TO TP-NB-JOURS.
002910     MOVE WS-MONTANT-DU TO TP-MONTANT.
002920     MOVE 'C' TO TP-TYPE.
002930     MOVE 'TROP-PERCU CONSTATE' TO TP-LIBELLE.
002940     ADD 1 TO WS-NB-CREANCES.
002950     ADD TP-MONTANT TO WS-TOT-CREANCES.
002960     IF TP-NOM = SPACE OR TP-ADR1 = SPACE
002970        OR TP-CODEP = SPACE OR TP-VILLE = SPACE
002980        ADD 1 TO WS-NB-ECARTES
002990        GO TO 2100-EXIT
003000     END-IF.
003010     PERFORM 2300-EDITE-LETTRE THRU 2300-EXIT.
003020     MOVE 'O' TO TP-LETTRE.
003030     ADD 1 TO WS-NB-LETTRES.
003040 2100-EXIT.
003050     EXIT.
003060*
003061*****************************************************************
003062*  2150  -  TAUX DE LA SESSION TP-CODE-SESSION EN VIGUEUR A LA  *
003063*            DATE WS-DATE-TAUX : ENTREE FTAUX03 DE PLUS GRANDE  *
003064*            DATE D'EFFET NE LA DEPASSANT PAS, A DEFAUT LE TAUX *
003065*            DE LA FICHE                                        *
003066*****************************************************************
003067 2150-TAUX-A-DATE.
003068*-----------------*
003069     MOVE WS-TAUX-FICHE   TO WS-TAUX.
003070     MOVE TP-CODE-SESSION TO TX-CODE-SESSION.
003071     MOVE ZERO            TO TX-DATE-EFFET.
003072     START FTAUX03-FILE KEY >= TX-CLE.
003073     IF WS-FTAUX-STATUS = '23'
003074        GO TO 2150-EXIT
003075     END-IF.
003076     IF WS-FTAUX-STATUS NOT = '00'
003077        PERFORM 9540-ERREUR-FTAUX THRU 9540-EXIT
003078     END-IF.
003079     READ FTAUX03-FILE NEXT.
003080     PERFORM UNTIL WS-FTAUX-STATUS NOT = '00'
003081             OR TX-CODE-SESSION NOT = TP-CODE-SESSION
003082             OR TX-DATE-EFFET > WS-DATE-TAUX
003083        MOVE TX-TAUX TO WS-TAUX
003084        READ FTAUX03-FILE NEXT
003085     END-PERFORM.
003086     IF WS-FTAUX-STATUS NOT = '00' AND NOT = '10'
003087        PERFORM 9540-ERREUR-FTAUX THRU 9540-EXIT
003088     END-IF.
003089 2150-EXIT.
003090     EXIT.
003091*
003092*****************************************************************
003093*  2200  -  JOURS OUVRES (LUNDI-VENDREDI, HORS FJOUR03) DU MOIS  *
003094*            DU DEPART STRICTEMENT APRES LA DATE D'EFFET - CE    *
003100*            SONT LES JOURS QUE L'EXPORT DU MOIS ENTIER A PAYES  *
003110*            A TORT - ET SOMME DE LEURS TAUX JOURNALIERS         *
003120*****************************************************************
003130 2200-JOURS-APRES-DEPART.
003140*------------------------*
003150     MOVE ZERO TO WS-NB-JOURS WS-MONTANT-DU.
003160     MOVE TP-DATE-EFFET(1:6) TO WS-AAAAMM.
003170     MOVE WS-AAAAMM(5:2) TO WS-NB-JOURS-MOIS.
003180     MOVE JM-NB(WS-NB-JOURS-MOIS) TO WS-NB-JOURS-MOIS.
003190*   ANNEE BISSEXTILE : REGLE SIMPLE DU DIVISIBLE PAR 4,
003200*   SUFFISANTE SUR LA PLAGE DE DATES DE L'APPLICATION
003210     IF WS-AAAAMM(5:2) = 02
003220        MOVE WS-AAAAMM(1:4) TO WS-ZEL-AAAA
003230        DIVIDE WS-ZEL-AAAA BY 4 GIVING WS-ZEL-K
003240           REMAINDER WS-ZEL-H
003250        IF WS-ZEL-H = ZERO
003260           MOVE 29 TO WS-NB-JOURS-MOIS
003270        END-IF
003280     END-IF.
003290     MOVE TP-DATE-EFFET(7:2) TO WS-JOUR-DEB.
003300     ADD 1 TO WS-JOUR-DEB.
003310     PERFORM VARYING WS-ZEL-JJ FROM WS-JOUR-DEB BY 1
003320             UNTIL WS-ZEL-JJ > WS-NB-JOURS-MOIS
003330        PERFORM 2250-JOUR-SEMAINE THRU 2250-EXIT
003340        IF WS-ZEL-H >= 2 AND WS-ZEL-H <= 6
003350          COMPUTE JF-DATE = WS-AAAAMM * 100 + WS-ZEL-JJ
003360          READ FJOUR03-FILE
003370          IF WS-FJOUR-STATUS NOT = '00'
003380              ADD 1 TO WS-NB-JOURS
003382              MOVE JF-DATE TO WS-DATE-TAUX
003384              PERFORM 2150-TAUX-A-DATE THRU 2150-EXIT
003386              ADD WS-TAUX TO WS-MONTANT-DU
003390          END-IF
003400        END-IF
003410     END-PERFORM.
003420 2200-EXIT.
003430     EXIT.
003440*
003450*****************************************************************
003460*  2250  -  JOUR DE LA SEMAINE DU WS-ZEL-JJ DU MOIS WS-AAAAMM    *
003470*            (CONGRUENCE DE ZELLER - H : 0 = SAMEDI,             *
003480*            1 = DIMANCHE, 2 = LUNDI ... - JANVIER ET FEVRIER    *
003490*            SONT COMPTES MOIS 13 ET 14 DE L'ANNEE PRECEDENTE)   *
003500*****************************************************************
003510 2250-JOUR-SEMAINE.
003520*------------------*
003530     MOVE WS-AAAAMM(1:4) TO WS-ZEL-AAAA.
003540     MOVE WS-AAAAMM(5:2) TO WS-ZEL-MM.
003550     IF WS-ZEL-MM < 3
003560        ADD 12 TO WS-ZEL-MM
003570        SUBTRACT 1 FROM WS-ZEL-AAAA
003580     END-IF.
003590     DIVIDE WS-ZEL-AAAA BY 100 GIVING WS-ZEL-J
003600        REMAINDER WS-ZEL-K.
003610     COMPUTE WS-ZEL-H = WS-ZEL-JJ
003620        + ((13 * (WS-ZEL-MM + 1)) / 5)
003630        + WS-ZEL-K + (WS-ZEL-K / 4) + (WS-ZEL-J / 4)
003640        + (5 * WS-ZEL-J).
003650     DIVIDE WS-ZEL-H BY 7 GIVING WS-ZEL-AAAA
003660        REMAINDER WS-ZEL-H.
003670 2250-EXIT.
003680     EXIT.
003690*
003700*****************************************************************
003710*  2300  -  DEMANDE DE REMBOURSEMENT : BLOC ADRESSE (COMME       *
003720*            LTRREFUS), OBJET, CORPS PRIS DANS LA BIBLIOTHEQUE   *
003730*            (TYPE 'TROP') OU TEXTE D'ORIGINE - SAUT DE PAGE     *
003740*            PAR LETTRE                                          *
003750*****************************************************************
003760 2300-EDITE-LETTRE.
003770*------------------*
003780     PERFORM 2350-ZONES-EDITEES THRU 2350-EXIT.
003790     MOVE LETTRE-VIDE TO LETTRE-REC.
003800     STRING TP-PRENOM DELIMITED BY SPACE ' '
003810            TP-NOM    DELIMITED BY SIZE INTO LETTRE-REC.
003820     WRITE LETTRE-REC AFTER ADVANCING PAGE.
003830     MOVE LETTRE-VIDE TO LETTRE-REC.
003840     MOVE TP-ADR1 TO LETTRE-REC.
003850     WRITE LETTRE-REC.
003860     IF TP-ADR2 NOT = SPACE
003870        MOVE LETTRE-VIDE TO LETTRE-REC
003880        MOVE TP-ADR2 TO LETTRE-REC
003890        WRITE LETTRE-REC
003900     END-IF.
003910     MOVE LETTRE-VIDE TO LETTRE-REC.
003920     STRING TP-CODEP DELIMITED BY SIZE ' '
003930            TP-VILLE DELIMITED BY SIZE INTO LETTRE-REC.
003940     WRITE LETTRE-REC.
003950     MOVE LETTRE-VIDE TO LETTRE-REC.
003960     WRITE LETTRE-REC.
003970     MOVE LETTRE-VIDE TO LETTRE-REC.
003980     STRING 'OBJET : DEMANDE DE REMBOURSEMENT D''UN TROP-PERCU '
003990            'D''INDEMNITE' DELIMITED BY SIZE INTO LETTRE-REC.
004000     WRITE LETTRE-REC.
004010     MOVE LETTRE-VIDE TO LETTRE-REC.
004020     WRITE LETTRE-REC.
004030     MOVE 'TROP'          TO WS-MOD-TYPE.
004040     MOVE TP-CODE-SESSION TO WS-MOD-SESSION.
004050     PERFORM 7000-CHARGE-MODELE THRU 7000-EXIT.
004060     IF WS-NB-LIGNES-BIB > ZERO
004070        MOVE 6 TO MS-NB-VARS
004080        MOVE '&MONTANT'      TO MS-NOM(1)
004090        MOVE WS-MONTANT-ED   TO MS-VALEUR(1)
004100        MOVE '&MOIS'         TO MS-NOM(2)
004110        MOVE WS-MOIS-EDIT    TO MS-VALEUR(2)
004120        MOVE '&DATEFIN'      TO MS-NOM(3)
004130        MOVE WS-DATE-EDIT    TO MS-VALEUR(3)
004140        MOVE '&JOURS'        TO MS-NOM(4)
004150        MOVE WS-JOURS-ED     TO MS-VALEUR(4)
004160        MOVE '&SESSION'      TO MS-NOM(5)
004170        MOVE TP-CODE-SESSION TO MS-VALEUR(5)
004180        MOVE '&NUMERO'       TO MS-NOM(6)
004190        MOVE TP-NUMERO       TO MS-VALEUR(6)
004200        PERFORM 7100-EDITE-MODELE THRU 7100-EXIT
004210        GO TO 2300-EXIT
004220     END-IF.
004230     MOVE LETTRE-VIDE TO LETTRE-REC.
004240     STRING 'L''INDEMNITE DE STAGE DU MOIS DE ' WS-MOIS-EDIT
004250            ' VOUS A ETE VERSEE EN TOTALITE,'
004260            DELIMITED BY SIZE INTO LETTRE-REC.
004270     WRITE LETTRE-REC.
004280     MOVE LETTRE-VIDE TO LETTRE-REC.
004290     STRING 'ALORS QUE VOTRE STAGE (SESSION ' TP-CODE-SESSION
004300            ') A PRIS FIN LE ' WS-DATE-EDIT '.'
004310            DELIMITED BY SIZE INTO LETTRE-REC.
004320     WRITE LETTRE-REC.
004330     MOVE LETTRE-VIDE TO LETTRE-REC.
004340     STRING 'LES ' WS-JOURS-ED ' JOURS OUVRES PAYES APRES CETTE '
004350            'DATE REPRESENTENT UN TROP-PERCU DE'
004360            DELIMITED BY SIZE INTO LETTRE-REC.
004370     WRITE LETTRE-REC.
004380     MOVE LETTRE-VIDE TO LETTRE-REC.
004390     STRING WS-MONTANT-ED ' EUROS, QUE NOUS VOUS REMERCIONS DE '
004400            'BIEN VOULOIR NOUS REMBOURSER.'
004410            DELIMITED BY SIZE INTO LETTRE-REC.
004420     WRITE LETTRE-REC.
004430     MOVE LETTRE-VIDE TO LETTRE-REC.
004440     STRING 'SI VOUS PERCEVEZ ENCORE UNE INDEMNITE, LA SOMME '
004450            'SERA RETENUE SUR LES'
004460            DELIMITED BY SIZE INTO LETTRE-REC.
004470     WRITE LETTRE-REC.
004480     MOVE LETTRE-VIDE TO LETTRE-REC.
004490     MOVE 'VERSEMENTS SUIVANTS.' TO LETTRE-REC.
004500     WRITE LETTRE-REC.
004510     MOVE LETTRE-VIDE TO LETTRE-REC.
004520     WRITE LETTRE-REC.
004530     MOVE 'CORDIALEMENT, LE SERVICE FORMATION.' TO LETTRE-REC.
004540     WRITE LETTRE-REC.
004550 2300-EXIT.
004560     EXIT.
004570*
004580*****************************************************************
004590*  2350  -  ZONES EDITEES DU MOUVEMENT COURANT (DATE DE DEPART   *
004600*            JJ/MM/AAAA, MOIS MM/AAAA, JOURS, MONTANT)           *
004610*****************************************************************
004620 2350-ZONES-EDITEES.
004630*-------------------*
004640     MOVE SPACES TO WS-DATE-EDIT WS-MOIS-EDIT.
004650     STRING TP-DATE-EFFET(7:2) '/' TP-DATE-EFFET(5:2) '/'
004660            TP-DATE-EFFET(1:4) DELIMITED BY SIZE
004670            INTO WS-DATE-EDIT.
004680     STRING TP-MOIS(5:2) '/' TP-MOIS(1:4) DELIMITED BY SIZE
004690            INTO WS-MOIS-EDIT.
004700     MOVE TP-NB-JOURS TO WS-JOURS-ED.
004710     MOVE TP-MONTANT  TO WS-MONTANT-ED.
004720 2350-EXIT.
004730     EXIT.
004740*
004750*****************************************************************
004760*  2400  -  LIGNE DU RAPPORT POUR LE DEPART CHIFFRE              *
004770*****************************************************************
004780 2400-LIGNE-RAPPORT.
004790*-------------------*
004800     PERFORM 2350-ZONES-EDITEES THRU 2350-EXIT.
004810     MOVE SPACE TO LIGNE.
004820     STRING ' ' TP-NUMERO ' ' TP-NOM ' ' WS-DATE-EDIT
004830            '  ' WS-JOURS-ED '  ' WS-MONTANT-ED '  ' TP-TYPE
004840            ' ' TP-LIBELLE
004850            DELIMITED BY SIZE INTO LIGNE.
004860     IF TP-CREANCE AND TP-LETTRE NOT = 'O'
004870        MOVE 'SANS ADRESSE - LETTRE NON EDITEE' TO LIGNE(100:32)
004880     END-IF.
004890     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004900 2400-EXIT.
004910     EXIT.
004920*
004930*****************************************************************
004940*  3000  -  ETAT DU GRAND LIVRE : PAR STAGIAIRE, TOTAL DU        *
004950*            (CREANCES), REMBOURSE (RETENUES ET VERSEMENTS),     *
004960*            ABANDONNE ET SOLDE RESTANT DU                       *
004970*****************************************************************
004980 3000-ETAT-GRAND-LIVRE.
004990*----------------------*
005000     MOVE SPACE TO LIGNE.
005010     MOVE ' ETAT DU GRAND LIVRE DES TROP-PERCUS' TO LIGNE.
005020     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
005030     MOVE SPACE TO LIGNE.
005040     STRING ' NUM  NOM                       PRENOM          '
005050            '                 DU  REMBOURSE    ABANDON'
005060            '      SOLDE'
005070            DELIMITED BY SIZE INTO LIGNE.
005080     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
005090     MOVE 'N'  TO WS-EOF.
005100     MOVE ZERO TO WS-NUM-COUR.
005110     MOVE LOW-VALUES TO TP-CLE.
005120     START FTROP03-FILE KEY >= TP-CLE.
005130     IF WS-FTROP-STATUS = '23'
005140        GO TO 3000-EXIT
005150     END-IF.
005160     IF WS-FTROP-STATUS NOT = '00'
005170        PERFORM 9500-ERREUR-FTROP THRU 9500-EXIT
005180     END-IF.
005190     READ FTROP03-FILE NEXT
005200         AT END MOVE 'Y' TO WS-EOF
005210     END-READ.
005220     IF NOT FIN-FICHIER AND WS-FTROP-STATUS NOT = '00'
005230        PERFORM 9500-ERREUR-FTROP THRU 9500-EXIT
005240     END-IF.
005250     PERFORM UNTIL FIN-FICHIER
005260        IF TP-NUMERO NOT = WS-NUM-COUR
005270           PERFORM 3200-LIGNE-STAGIAIRE THRU 3200-EXIT
005280           MOVE TP-NUMERO TO WS-NUM-COUR
005290           MOVE TP-NOM    TO WS-NOM-COUR
005300           MOVE TP-PRENOM TO WS-PRENOM-COUR
005310           MOVE ZERO TO WS-STAG-DU WS-STAG-REMB WS-STAG-ABAND
005320        END-IF
005330        PERFORM 3100-CUMULE THRU 3100-EXIT
005340        READ FTROP03-FILE NEXT
005350            AT END MOVE 'Y' TO WS-EOF
005360        END-READ
005370        IF NOT FIN-FICHIER AND WS-FTROP-STATUS NOT = '00'
005380           PERFORM 9500-ERREUR-FTROP THRU 9500-EXIT
005390        END-IF
005400     END-PERFORM.
005410     PERFORM 3200-LIGNE-STAGIAIRE THRU 3200-EXIT.
005420     MOVE SPACE TO LIGNE.
005430     MOVE ' TOTAL' TO LIGNE.
005440     MOVE WS-GEN-DU    TO WS-TOTAL-ED.
005450     MOVE WS-TOTAL-ED  TO LIGNE(58:10).
005460     MOVE WS-GEN-REMB  TO WS-TOTAL-ED.
005470     MOVE WS-TOTAL-ED  TO LIGNE(69:10).
005480     MOVE WS-GEN-ABAND TO WS-TOTAL-ED.
005490     MOVE WS-TOTAL-ED  TO LIGNE(80:10).
005500     MOVE WS-GEN-SOLDE TO WS-SOLDE-ED.
005510     MOVE WS-SOLDE-ED  TO LIGNE(90:11).
005520     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
005530 3000-EXIT.
005540     EXIT.
005550*
005560*****************************************************************
005570*  3100  -  CUMUL DU MOUVEMENT COURANT ('D' ET 'N' NE PESENT     *
005580*            PAS SUR LE SOLDE)                                   *
005590*****************************************************************
005600 3100-CUMULE.
005610*------------*
005620     EVALUATE TRUE
005630         WHEN TP-CREANCE
005640             ADD TP-MONTANT TO WS-STAG-DU
005650         WHEN TP-REMBOURSEMENT
005660             ADD TP-MONTANT TO WS-STAG-REMB
005670         WHEN TP-ABANDON
005680             ADD TP-MONTANT TO WS-STAG-ABAND
005690         WHEN OTHER
005700             CONTINUE
005710     END-EVALUATE.
005720 3100-EXIT.
005730     EXIT.
005740*
005750*****************************************************************
005760*  3200  -  LIGNE DU STAGIAIRE QUI SE TERMINE (SEULS CEUX QUI    *
005770*            ONT UNE CREANCE SONT EDITES) ET CUMULS GENERAUX     *
005780*****************************************************************
005790 3200-LIGNE-STAGIAIRE.
005800*---------------------*
005810     IF WS-NUM-COUR = ZERO OR WS-STAG-DU = ZERO
005820        GO TO 3200-EXIT
005830     END-IF.
005840     COMPUTE WS-SOLDE = WS-STAG-DU - WS-STAG-REMB - WS-STAG-ABAND.
005850     ADD WS-STAG-DU    TO WS-GEN-DU.
005860     ADD WS-STAG-REMB  TO WS-GEN-REMB.
005870     ADD WS-STAG-ABAND TO WS-GEN-ABAND.
005880     ADD WS-SOLDE      TO WS-GEN-SOLDE.
005890     IF WS-SOLDE > ZERO
005900        ADD 1 TO WS-NB-DEBITEURS
005910     END-IF.
005920     MOVE SPACE TO LIGNE.
005930     STRING ' ' WS-NUM-COUR ' ' WS-NOM-COUR ' ' WS-PRENOM-COUR
005940            DELIMITED BY SIZE INTO LIGNE.
005950     MOVE WS-STAG-DU    TO WS-TOTAL-ED.
005960     MOVE WS-TOTAL-ED   TO LIGNE(58:10).
005970     MOVE WS-STAG-REMB  TO WS-TOTAL-ED.
005980     MOVE WS-TOTAL-ED   TO LIGNE(69:10).
005990     MOVE WS-STAG-ABAND TO WS-TOTAL-ED.
006000     MOVE WS-TOTAL-ED   TO LIGNE(80:10).
006010     MOVE WS-SOLDE      TO WS-SOLDE-ED.
006020     MOVE WS-SOLDE-ED   TO LIGNE(90:11).
006030     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
006040 3200-EXIT.
006050     EXIT.
006060*
006070*****************************************************************
006080*  7000  -  CHARGEMENT DU MODELE (TYPE WS-MOD-TYPE) : MODELE DE  *
006090*            LA SESSION S'IL EXISTE, MODELE GENERAL SINON        *
006100*****************************************************************
006110 7000-CHARGE-MODELE.
006120*-------------------*
006130     MOVE ZERO TO WS-NB-LIGNES-BIB.
006140     PERFORM 7050-LIT-MODELE THRU 7050-EXIT.
006150     IF WS-NB-LIGNES-BIB = ZERO
006160        AND WS-MOD-SESSION NOT = SPACES
006170        MOVE SPACES TO WS-MOD-SESSION
006180        PERFORM 7050-LIT-MODELE THRU 7050-EXIT
006190     END-IF.
006200 7000-EXIT.
006210     EXIT.
006220*
006230*****************************************************************
006240*  7050  -  LECTURE DES LIGNES DU MODELE DEMANDE                 *
006250*****************************************************************
006260 7050-LIT-MODELE.
006270*----------------*
006280     MOVE WS-MOD-TYPE    TO MD-TYPE.
006290     MOVE WS-MOD-SESSION TO MD-SESSION.
006300     MOVE ZERO           TO MD-LIGNE.
006310     START FMODL03-FILE KEY >= MD-CLE.
006320     IF WS-FMODL-STATUS NOT = '00'
006330        GO TO 7050-EXIT
006340     END-IF.
006350     MOVE 'N' TO WS-EOF-BIB.
006360     READ FMODL03-FILE NEXT
006370         AT END MOVE 'Y' TO WS-EOF-BIB
006380     END-READ.
006390     PERFORM UNTIL WS-EOF-BIB = 'Y'
006400             OR WS-NB-LIGNES-BIB >= 20
006410        IF MD-TYPE = WS-MOD-TYPE
006420           AND MD-SESSION = WS-MOD-SESSION
006430           ADD 1 TO WS-NB-LIGNES-BIB
006440           MOVE MD-TEXTE TO WS-BIB-LIGNE(WS-NB-LIGNES-BIB)
006450           READ FMODL03-FILE NEXT
006460               AT END MOVE 'Y' TO WS-EOF-BIB
006470           END-READ
006480        ELSE
006490           MOVE 'Y' TO WS-EOF-BIB
006500        END-IF
006510     END-PERFORM.
006520 7050-EXIT.
006530     EXIT.
006540*
006550*****************************************************************
006560*  7100  -  EDITION DU MODELE CHARGE, VARIABLES SUBSTITUEES PAR  *
006570*            MODSUB (LA TABLE MS-VARS EST REMPLIE PAR L'APPELANT)*
006580*****************************************************************
006590 7100-EDITE-MODELE.
006600*------------------*
006610     PERFORM VARYING WS-IND FROM 1 BY 1
006620             UNTIL WS-IND > WS-NB-LIGNES-BIB
006630        MOVE SPACES TO MS-LIGNE
006640        MOVE WS-BIB-LIGNE(WS-IND) TO MS-LIGNE
006650        CALL 'MODSUB' USING MODSUB-ZONE
006660        MOVE MS-LIGNE TO LETTRE-REC
006670        WRITE LETTRE-REC
006680     END-PERFORM.
006690 7100-EXIT.
006700     EXIT.
006710*
006720*****************************************************************
006730*  9500  -  ERREUR D'ENTREE/SORTIE SUR FTROP03 - LE CODE STATUT  *
006740*            EST TRACE ET LE TRAITEMENT EST INTERROMPU           *
006750*****************************************************************
006760 9500-ERREUR-FTROP.
006770*------------------*
006780     DISPLAY 'CALCTROP - ERREUR E/S FTROP03 - CODE STATUT '
006790             WS-FTROP-STATUS.
006800     MOVE 16 TO RETURN-CODE.
006810     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
006820     STOP RUN.
006830 9500-EXIT.
006840     EXIT.
006850*
006860 9520-ERREUR-FSESS.
006870*------------------*
006880     DISPLAY 'CALCTROP - ERREUR E/S FSESS03 - CODE STATUT '
006890             WS-FSESS-STATUS.
006900     MOVE 16 TO RETURN-CODE.
006910     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
006920     STOP RUN.
006930 9520-EXIT.
006940     EXIT.
006950*
006960 9530-ERREUR-FCTL.
006970*-----------------*
006980     DISPLAY 'CALCTROP - ERREUR E/S FCTL03 - CODE STATUT '
006990             WS-FCTL-STATUS.
007000     MOVE 16 TO RETURN-CODE.
007010     CLOSE FCTL03-FILE.
007020     STOP RUN.
007030 9530-EXIT.
007040     EXIT.
007050*
007051 9540-ERREUR-FTAUX.
007052*------------------*
007053     DISPLAY 'CALCTROP - ERREUR E/S FTAUX03 - CODE STATUT '
007054             WS-FTAUX-STATUS.
007055     MOVE 16 TO RETURN-CODE.
007056     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
007057     STOP RUN.
007058 9540-EXIT.
007059     EXIT.
007060*
007061*****************************************************************
007070*  9000  -  BILAN ET FERMETURE DES FICHIERS                      *
007080*****************************************************************
007090 9000-TERMINAISON.
007100*-----------------*
007110     MOVE SPACE TO LIGNE.
007120     MOVE WS-NB-CHIFFRES TO WS-NB-ED.
007130     STRING ' DEPARTS CHIFFRES  : ' WS-NB-ED
007140            DELIMITED BY SIZE INTO LIGNE.
007150     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
007160     MOVE SPACE TO LIGNE.
007170     MOVE WS-NB-CREANCES TO WS-NB-ED.
007180     MOVE WS-TOT-CREANCES TO WS-TOTAL-ED.
007190     STRING ' TROP-PERCUS       : ' WS-NB-ED
007200            '  POUR ' WS-TOTAL-ED ' EUROS'
007210            DELIMITED BY SIZE INTO LIGNE.
007220     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
007230     MOVE SPACE TO LIGNE.
007240     MOVE WS-NB-SANS-OBJET TO WS-NB-ED.
007250     STRING ' SANS OBJET        : ' WS-NB-ED
007260            DELIMITED BY SIZE INTO LIGNE.
007270     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
007280     MOVE SPACE TO LIGNE.
007290     MOVE WS-NB-LETTRES TO WS-NB-ED.
007300     STRING ' LETTRES EDITEES   : ' WS-NB-ED
007310            DELIMITED BY SIZE INTO LIGNE.
007320     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
007330     MOVE SPACE TO LIGNE.
007340     MOVE WS-NB-ECARTES TO WS-NB-ED.
007350     STRING ' SANS ADRESSE      : ' WS-NB-ED
007360            DELIMITED BY SIZE INTO LIGNE.
007370     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
007380     MOVE SPACE TO LIGNE.
007390     MOVE WS-NB-DEBITEURS TO WS-NB-ED.
007400     STRING ' DEBITEURS         : ' WS-NB-ED
007410            DELIMITED BY SIZE INTO LIGNE.
007420     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
007430     CLOSE FTROP03-FILE.
007440     CLOSE FSESS03-FILE.
007445     CLOSE FTAUX03-FILE.
007450     CLOSE FJOUR03-FILE.
007460     CLOSE FMODL03-FILE.
007470     CLOSE LETTRE-FILE.
007480     CLOSE RAPPORT-FILE.
007490 9000-EXIT.
007500     EXIT.
