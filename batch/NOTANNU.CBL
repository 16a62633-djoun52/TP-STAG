000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    NOTANNU.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  NOTANNU  -  NOTIFICATION DES JOURNEES DE COURS ANNULEES POUR  *
000090*               LA PASSERELLE DE MESSAGERIE DU SITE - LES        *
000100*               ANNULATIONS SAISIES SUR L'ECRAN DES FORMATEURS   *
000110*               (FANNU03, FORMATEUR ABSENT SANS REMPLACANT) ET   *
000120*               NON ENCORE NOTIFIEES SONT CHARGEES, UN MESSAGE   *
000130*               EST CONSTRUIT POUR CHAQUE STAGIAIRE INSCRIT A LA *
000140*               SESSION (FSTAG03, HORS STAGES TERMINES) PUIS     *
000150*               L'ANNULATION EST MARQUEE NOTIFIEE - MEMES REGLES *
000160*               D'ENVOI QUE MAILCONF (CONSENTEMENT, ADRESSES EN  *
000170*               ERREUR OU SANS FORME D'EMAIL ECARTEES)           *
000180*****************************************************************
000190*  HISTORIQUE DES MODIFICATIONS                                 *
000200*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-390.
000250 OBJECT-COMPUTER. IBM-390.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT FANNU03-FILE   ASSIGN TO FANNU03
000290            ORGANIZATION   INDEXED
000300            ACCESS MODE    DYNAMIC
000310            RECORD KEY     AN-CLE
000320            FILE STATUS    WS-FANNU-STATUS.
000330     SELECT FSTAG03-FILE   ASSIGN TO FSTAG03
000340            ORGANIZATION   INDEXED
000350            ACCESS MODE    SEQUENTIAL
000360            RECORD KEY     E-NUMERO
000370            FILE STATUS    WS-FSTAG-STATUS.
000380     SELECT FMODL03-FILE   ASSIGN TO FMODL03
000390            ORGANIZATION   INDEXED
000400            ACCESS MODE    DYNAMIC
000410            RECORD KEY     MD-CLE
000420            FILE STATUS    WS-FMODL-STATUS.
000430     SELECT MAIL-FILE      ASSIGN TO MAILOUT
000440            ORGANIZATION   LINE SEQUENTIAL.
000450     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000460            ORGANIZATION   LINE SEQUENTIAL.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  FANNU03-FILE.
000510*   DESCRIPTION DES JOURNEES DE COURS ANNULEES
000520     COPY FANNU.
000530*
000540 FD  FSTAG03-FILE.
000550*   DESCRIPTION DU FICHIER KSD DES STAGIAIRES
000560     COPY FSTAG.
000570*
000580 FD  FMODL03-FILE.
000590*   DESCRIPTION DE LA BIBLIOTHEQUE DES MODELES
000600     COPY FMODL.
000610*
000620 FD  MAIL-FILE
000630     RECORDING MODE F.
000640 01  MAIL-REC              PIC X(80).
000650*
000660 FD  RAPPORT-FILE
000670     RECORDING MODE F.
000680 01  RAPPORT-REC           PIC X(133).
000690*
000700 WORKING-STORAGE SECTION.
000710 77  WS-FANNU-STATUS       PIC X(02).
000720 77  WS-FSTAG-STATUS       PIC X(02).
000730 77  WS-EOF                PIC X(01)     VALUE 'N'.
000740     88  FIN-FICHIER                     VALUE 'Y'.
000750 77  WS-DATE-JOUR          PIC 9(08).
000760 77  WS-NB-MESSAGES        PIC 9(06) COMP VALUE ZERO.
000770 77  WS-NB-ECARTES         PIC 9(06) COMP VALUE ZERO.
000780 77  WS-NB-OPPOSES         PIC 9(06) COMP VALUE ZERO.
000790 77  WS-NB-INVALIDES       PIC 9(06) COMP VALUE ZERO.
000800 77  WS-NB-HORS-TABLE      PIC 9(06) COMP VALUE ZERO.
000810 77  CPT-AROBASE           PIC 99.
000820*   ANNULATIONS A NOTIFIER (SESSION, DATE AAAAMMJJ) ET NOMBRE
000830*   DE MESSAGES PRODUITS POUR CHACUNE - AU-DELA DE LA TABLE,
000840*   LES ANNULATIONS RESTENT A NOTIFIER POUR LE PASSAGE SUIVANT
000850 77  WS-NB-ANN             PIC 9(03) COMP VALUE ZERO.
000860 77  WS-IND-ANN            PIC 9(03) COMP.
000870 77  WS-IND-TROUVE         PIC 9(03) COMP.
000880 01  WS-ANN-TABLE.
000890     05  WS-ANN-ENTRY OCCURS 100 TIMES.
000900         10  WS-ANN-SESSION    PIC X(10).
000910         10  WS-ANN-DATE       PIC 9(08).
000920         10  WS-ANN-NB-MSG     PIC 9(05) COMP.
000930 01  WS-DATEANN-EDIT       PIC X(10).
000940*   CORPS PRIS DANS LA BIBLIOTHEQUE DES MODELES (FMODL03, TYPE
000950*   ANNU), MODELE DE LA SESSION S'IL EXISTE, MODELE GENERAL
000960*   SINON, TEXTE STANDARD A DEFAUT DE TOUT MODELE
000970 77  WS-FMODL-STATUS       PIC X(02).
000980 77  WS-NB-LIGNES-BIB      PIC 9(02) COMP VALUE ZERO.
000990 01  WS-BIB.
001000     05  WS-BIB-LIGNE      PIC X(72) OCCURS 20 TIMES.
001010 77  WS-IND-BIB            PIC 9(02) COMP.
001020 77  WS-MOD-TYPE           PIC X(04).
001030 77  WS-MOD-SESSION        PIC X(10).
001040 77  WS-EOF-BIB            PIC X(01).
001050*   ZONE D'ECHANGE DU SOUS-PROGRAMME DE SUBSTITUTION
001060     COPY MODSUBCA.
001070 77  WS-NB-ED              PIC ZZZZZ9.
001080 01  LIGNE                 PIC X(133).
001090*
001100 PROCEDURE DIVISION.
001110 0000-MAINLINE.
001120*----------------*
001130     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001140     PERFORM 2000-CHARGE-ANNULATIONS THRU 2000-EXIT.
001150     IF WS-NB-ANN > ZERO
001160        PERFORM 3000-PARCOURS-STAGIAIRES THRU 3000-EXIT
001170        PERFORM 4000-MARQUE-NOTIFIEES THRU 4000-EXIT
001180     END-IF.
001190     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001200     STOP RUN.
001210*
001220*****************************************************************
001230*  1000  -  OUVERTURE DES FICHIERS                               *
001240*****************************************************************
001250 1000-INITIALISATION.
001260*--------------------*
001270     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001280     OPEN I-O    FANNU03-FILE.
001290     IF WS-FANNU-STATUS NOT = '00'
001300        PERFORM 9500-ERREUR-FANNU THRU 9500-EXIT
001310     END-IF.
001320     OPEN INPUT  FMODL03-FILE.
001330     OPEN INPUT  FSTAG03-FILE.
001340     OPEN OUTPUT MAIL-FILE.
001350     OPEN OUTPUT RAPPORT-FILE.
001360     MOVE ' JOURNEES DE COURS ANNULEES - PASSERELLE MESSAGERIE'
001370          TO LIGNE.
001380     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
001390     MOVE SPACE TO LIGNE.
001400     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
001410 1000-EXIT.
001420     EXIT.
001430*
001440*****************************************************************
001450*  2000  -  CHARGEMENT DES ANNULATIONS NON ENCORE NOTIFIEES      *
001460*****************************************************************
001470 2000-CHARGE-ANNULATIONS.
001480*------------------------*
001490     MOVE 'N' TO WS-EOF.
001500     READ FANNU03-FILE NEXT
001510         AT END MOVE 'Y' TO WS-EOF
001520     END-READ.
001530     PERFORM UNTIL FIN-FICHIER
001540        IF AN-A-NOTIFIER
001550           IF WS-NB-ANN >= 100
001560              ADD 1 TO WS-NB-HORS-TABLE
001570           ELSE
001580              ADD 1 TO WS-NB-ANN
001590              MOVE AN-CODE-SESSION TO WS-ANN-SESSION(WS-NB-ANN)
001600              MOVE AN-DATE         TO WS-ANN-DATE(WS-NB-ANN)
001610              MOVE ZERO            TO WS-ANN-NB-MSG(WS-NB-ANN)
001620           END-IF
001630        END-IF
001640        READ FANNU03-FILE NEXT
001650            AT END MOVE 'Y' TO WS-EOF
001660        END-READ
001670     END-PERFORM.
001680 2000-EXIT.
001690     EXIT.
001700*
001710*****************************************************************
001720*  3000  -  PARCOURS DES STAGIAIRES : CEUX DONT LA SESSION A UNE *
001730*            JOURNEE ANNULEE A NOTIFIER RECOIVENT UN MESSAGE PAR *
001740*            JOURNEE (LES STAGES TERMINES NE SONT PAS PREVENUS)  *
001750*****************************************************************
001760 3000-PARCOURS-STAGIAIRES.
001770*-------------------------*
001780     MOVE 'N' TO WS-EOF.
001790     READ FSTAG03-FILE
001800         AT END MOVE 'Y' TO WS-EOF
001810     END-READ.
001820     PERFORM UNTIL FIN-FICHIER
001830        IF NOT E-TERMINE
001840           PERFORM 3100-TRAITE-STAGIAIRE THRU 3100-EXIT
001850        END-IF
001860        READ FSTAG03-FILE
001870            AT END MOVE 'Y' TO WS-EOF
001880        END-READ
001890     END-PERFORM.
001900 3000-EXIT.
001910     EXIT.
001920*
001930 3100-TRAITE-STAGIAIRE.
001940*----------------------*
001950     MOVE ZERO TO WS-IND-TROUVE.
001960     PERFORM VARYING WS-IND-ANN FROM 1 BY 1
001970             UNTIL WS-IND-ANN > WS-NB-ANN OR WS-IND-TROUVE > ZERO
001980        IF WS-ANN-SESSION(WS-IND-ANN) = E-CODE-SESSION
001990           MOVE WS-IND-ANN TO WS-IND-TROUVE
002000        END-IF
002010     END-PERFORM.
002020     IF WS-IND-TROUVE = ZERO
002030        GO TO 3100-EXIT
002040     END-IF.
002050*   OPPOSITION EXPLICITE AU MAILING : LE STAGIAIRE EST ECARTE
002060*   ET COMPTE (UN BLANC - PERSONNE JAMAIS INTERROGEE - RESTE
002070*   SERVI)
002080     IF E-CONSENT-MAIL = 'N'
002090        ADD 1 TO WS-NB-OPPOSES
002100        GO TO 3100-EXIT
002110     END-IF.
002120*   ADRESSE DEJA REVENUE EN ERREUR DE LA PASSERELLE
002130     IF E-EMAIL-INVALIDE = 'O'
002140        ADD 1 TO WS-NB-INVALIDES
002150        GO TO 3100-EXIT
002160     END-IF.
002170*   ADRESSE ABSENTE OU SANS FORME D'EMAIL (UN SEUL @, PAS EN
002180*   PREMIERE POSITION) : LE STAGIAIRE EST ECARTE ET LISTE
002190     MOVE ZERO TO CPT-AROBASE.
002200     INSPECT E-EMAIL TALLYING CPT-AROBASE FOR ALL '@'.
002210     IF E-EMAIL = SPACE OR CPT-AROBASE NOT = 1
002220        OR E-EMAIL(1:1) = '@'
002230        MOVE SPACE TO LIGNE
002240        STRING ' ECARTE : ' E-NUMERO ' ' E-NOM
002250               ' (EMAIL ABSENT OU INVALIDE)'
002260               DELIMITED BY SIZE INTO LIGNE
002270        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
002280        ADD 1 TO WS-NB-ECARTES
002290        GO TO 3100-EXIT
002300     END-IF.
002310     PERFORM VARYING WS-IND-ANN FROM WS-IND-TROUVE BY 1
002320             UNTIL WS-IND-ANN > WS-NB-ANN
002330        IF WS-ANN-SESSION(WS-IND-ANN) = E-CODE-SESSION
002340           PERFORM 3200-ECRIT-MESSAGE THRU 3200-EXIT
002350           ADD 1 TO WS-ANN-NB-MSG(WS-IND-ANN)
002360           ADD 1 TO WS-NB-MESSAGES
002370        END-IF
002380     END-PERFORM.
002390 3100-EXIT.
002400     EXIT.
002410*
002420*****************************************************************
002430*  3200  -  MESSAGE POUR LA PASSERELLE : ENTETES A:/OBJET: PUIS  *
002440*            CORPS (MODELE ANNU OU TEXTE STANDARD), TERMINE PAR  *
002450*            UNE LIGNE POINT                                     *
002460*****************************************************************
002470 3200-ECRIT-MESSAGE.
002480*-------------------*
002490     MOVE SPACES TO WS-DATEANN-EDIT.
002500     STRING WS-ANN-DATE(WS-IND-ANN)(7:2) '/'
002510            WS-ANN-DATE(WS-IND-ANN)(5:2) '/'
002520            WS-ANN-DATE(WS-IND-ANN)(1:4)
002530            DELIMITED BY SIZE INTO WS-DATEANN-EDIT.
002540     MOVE SPACE TO MAIL-REC.
002550     STRING 'A: ' E-EMAIL DELIMITED BY SIZE INTO MAIL-REC.
002560     WRITE MAIL-REC.
002570     MOVE SPACE TO MAIL-REC.
002580     STRING 'OBJET: COURS DU ' WS-DATEANN-EDIT
002590            ' ANNULE - SESSION ' E-CODE-SESSION
002600            DELIMITED BY SIZE INTO MAIL-REC.
002610     WRITE MAIL-REC.
002620     MOVE 'ANNU'          TO WS-MOD-TYPE.
002630     MOVE E-CODE-SESSION  TO WS-MOD-SESSION.
002640     PERFORM 7000-CHARGE-MODELE THRU 7000-EXIT.
002650     IF WS-NB-LIGNES-BIB > ZERO
002660        MOVE 3 TO MS-NB-VARS
002670        MOVE '&PRENOM'        TO MS-NOM(1)
002680        MOVE E-PRENOM         TO MS-VALEUR(1)
002690        MOVE '&SESSION'       TO MS-NOM(2)
002700        MOVE E-CODE-SESSION   TO MS-VALEUR(2)
002710        MOVE '&DATEANN'       TO MS-NOM(3)
002720        MOVE WS-DATEANN-EDIT  TO MS-VALEUR(3)
002730        PERFORM 7100-EDITE-MODELE THRU 7100-EXIT
002740        MOVE '.' TO MAIL-REC
002750        WRITE MAIL-REC
002760        GO TO 3200-EXIT
002770     END-IF.
002780     MOVE SPACE TO MAIL-REC.
002790     STRING 'BONJOUR ' E-PRENOM DELIMITED BY SIZE
002800            INTO MAIL-REC.
002810     WRITE MAIL-REC.
002820     MOVE SPACE TO MAIL-REC.
002830     STRING 'LA JOURNEE DE COURS DU ' WS-DATEANN-EDIT
002840            ' DE LA SESSION ' E-CODE-SESSION ' EST ANNULEE.'
002850            DELIMITED BY SIZE INTO MAIL-REC.
002860     WRITE MAIL-REC.
002870     MOVE 'CETTE JOURNEE NE VOUS SERA PAS COMPTEE EN ABSENCE.'
002880          TO MAIL-REC.
002890     WRITE MAIL-REC.
002900     MOVE 'CORDIALEMENT, LE SERVICE FORMATION.' TO MAIL-REC.
002910     WRITE MAIL-REC.
002920     MOVE '.' TO MAIL-REC.
002930     WRITE MAIL-REC.
002940 3200-EXIT.
002950     EXIT.
002960*
002970*****************************************************************
002980*  4000  -  LES ANNULATIONS CHARGEES SONT MARQUEES NOTIFIEES DU  *
002990*            JOUR ET LISTEES AVEC LEUR NOMBRE DE MESSAGES        *
003000*****************************************************************
003010 4000-MARQUE-NOTIFIEES.
003020*----------------------*
003030     MOVE SPACE TO LIGNE.
003040     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003050     PERFORM VARYING WS-IND-ANN FROM 1 BY 1
003060             UNTIL WS-IND-ANN > WS-NB-ANN
003070        MOVE WS-ANN-SESSION(WS-IND-ANN) TO AN-CODE-SESSION
003080        MOVE WS-ANN-DATE(WS-IND-ANN)    TO AN-DATE
003090        READ FANNU03-FILE
003100        IF WS-FANNU-STATUS NOT = '00'
003110           PERFORM 9500-ERREUR-FANNU THRU 9500-EXIT
003120        END-IF
003130        MOVE 'O'          TO AN-NOTIFIE
003140        MOVE WS-DATE-JOUR TO AN-DATE-NOTIF
003150        REWRITE E-ANNULATION
003160        IF WS-FANNU-STATUS NOT = '00'
003170           PERFORM 9500-ERREUR-FANNU THRU 9500-EXIT
003180        END-IF
003190        MOVE SPACE TO LIGNE
003200        MOVE WS-ANN-NB-MSG(WS-IND-ANN) TO WS-NB-ED
003210        STRING ' SESSION ' AN-CODE-SESSION '  JOURNEE DU '
003220               AN-DATE(7:2) '/' AN-DATE(5:2) '/' AN-DATE(1:4)
003230               '  FORMATEUR ' AN-CODE-FORM
003240               '  MESSAGES : ' WS-NB-ED
003250               DELIMITED BY SIZE INTO LIGNE
003260        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
003270     END-PERFORM.
003280 4000-EXIT.
003290     EXIT.
003300*
003310*****************************************************************
003320*  7000  -  CHARGEMENT DU MODELE (TYPE WS-MOD-TYPE) : MODELE DE  *
003330*            LA SESSION S'IL EXISTE, MODELE GENERAL SINON        *
003340*****************************************************************
003350 7000-CHARGE-MODELE.
003360*-------------------*
003370     MOVE ZERO TO WS-NB-LIGNES-BIB.
003380     PERFORM 7050-LIT-MODELE THRU 7050-EXIT.
003390     IF WS-NB-LIGNES-BIB = ZERO
003400        AND WS-MOD-SESSION NOT = SPACES
003410        MOVE SPACES TO WS-MOD-SESSION
003420        PERFORM 7050-LIT-MODELE THRU 7050-EXIT
003430     END-IF.
003440 7000-EXIT.
003450     EXIT.
003460*
003470*****************************************************************
003480*  7050  -  LECTURE DES LIGNES DU MODELE DEMANDE                 *
003490*****************************************************************
003500 7050-LIT-MODELE.
003510*----------------*
003520     MOVE WS-MOD-TYPE    TO MD-TYPE.
003530     MOVE WS-MOD-SESSION TO MD-SESSION.
003540     MOVE ZERO           TO MD-LIGNE.
003550     START FMODL03-FILE KEY >= MD-CLE.
003560     IF WS-FMODL-STATUS NOT = '00'
003570        GO TO 7050-EXIT
003580     END-IF.
003590     MOVE 'N' TO WS-EOF-BIB.
003600     READ FMODL03-FILE NEXT
003610         AT END MOVE 'Y' TO WS-EOF-BIB
003620     END-READ.
003630     PERFORM UNTIL WS-EOF-BIB = 'Y'
003640             OR WS-NB-LIGNES-BIB >= 20
003650        IF MD-TYPE = WS-MOD-TYPE
003660           AND MD-SESSION = WS-MOD-SESSION
003670           ADD 1 TO WS-NB-LIGNES-BIB
003680           MOVE MD-TEXTE TO WS-BIB-LIGNE(WS-NB-LIGNES-BIB)
003690           READ FMODL03-FILE NEXT
003700               AT END MOVE 'Y' TO WS-EOF-BIB
003710           END-READ
003720        ELSE
003730           MOVE 'Y' TO WS-EOF-BIB
003740        END-IF
003750     END-PERFORM.
003760 7050-EXIT.
003770     EXIT.
003780*
003790*****************************************************************
003800*  7100  -  EDITION DU MODELE CHARGE, VARIABLES SUBSTITUEES PAR  *
003810*            MODSUB (LA TABLE MS-VARS EST REMPLIE PAR L'APPELANT)*
003820*****************************************************************
003830 7100-EDITE-MODELE.
003840*------------------*
003850     PERFORM VARYING WS-IND-BIB FROM 1 BY 1
003860             UNTIL WS-IND-BIB > WS-NB-LIGNES-BIB
003870        MOVE SPACES TO MS-LIGNE
003880        MOVE WS-BIB-LIGNE(WS-IND-BIB) TO MS-LIGNE
003890        CALL 'MODSUB' USING MODSUB-ZONE
003900        MOVE MS-LIGNE TO MAIL-REC
003910        WRITE MAIL-REC
003920     END-PERFORM.
003930 7100-EXIT.
003940     EXIT.
003950*
003960 9500-ERREUR-FANNU.
003970*------------------*
003980     DISPLAY 'NOTANNU - ERREUR E/S FANNU03 - CODE STATUT '
003990             WS-FANNU-STATUS.
004000     MOVE 16 TO RETURN-CODE.
004010     STOP RUN.
004020 9500-EXIT.
004030     EXIT.
004040*
004050*****************************************************************
004060*  9000  -  BILAN ET FERMETURE DES FICHIERS                      *
004070*****************************************************************
004080 9000-TERMINAISON.
004090*-----------------*
004100     MOVE SPACE TO LIGNE.
004110     MOVE WS-NB-ANN TO WS-NB-ED.
004120     STRING ' JOURNEES NOTIFIEES: ' WS-NB-ED
004130            DELIMITED BY SIZE INTO LIGNE.
004140     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
004150     MOVE SPACE TO LIGNE.
004160     MOVE WS-NB-MESSAGES TO WS-NB-ED.
004170     STRING ' MESSAGES PRODUITS : ' WS-NB-ED
004180            DELIMITED BY SIZE INTO LIGNE.
004190     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004200     MOVE SPACE TO LIGNE.
004210     MOVE WS-NB-ECARTES TO WS-NB-ED.
004220     STRING ' ECARTES (EMAIL)   : ' WS-NB-ED
004230            DELIMITED BY SIZE INTO LIGNE.
004240     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004250     MOVE SPACE TO LIGNE.
004260     MOVE WS-NB-OPPOSES TO WS-NB-ED.
004270     STRING ' OPPOSITIONS       : ' WS-NB-ED
004280            DELIMITED BY SIZE INTO LIGNE.
004290     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004300     MOVE SPACE TO LIGNE.
004310     MOVE WS-NB-INVALIDES TO WS-NB-ED.
004320     STRING ' ADRESSES EN ERREUR: ' WS-NB-ED
004330            DELIMITED BY SIZE INTO LIGNE.
004340     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004350     IF WS-NB-HORS-TABLE > ZERO
004360        DISPLAY 'NOTANNU - TABLE DES ANNULATIONS PLEINE - '
004370                WS-NB-HORS-TABLE ' RESTENT A NOTIFIER'
004380        MOVE 4 TO RETURN-CODE
004390     END-IF.
004400     CLOSE FANNU03-FILE.
004410     CLOSE FMODL03-FILE.
004420     CLOSE FSTAG03-FILE.
004430     CLOSE MAIL-FILE.
004440     CLOSE RAPPORT-FILE.
004450 9000-EXIT.
004460     EXIT.
