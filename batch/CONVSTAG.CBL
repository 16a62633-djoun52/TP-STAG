000120*               TOUTES LETTRES, CORPS STANDARD LU DANS LE        *
000130*               FICHIER MODELE CONVTXT - LES STAGIAIRES SANS     *
000140*               ADRESSE EXPLOITABLE SONT ECARTES ET COMPTES      *
000145*               SUR LE BILAN - UN STAGIAIRE MINEUR AYANT UN      *
000150*               REPRESENTANT LEGAL ACTIF (FRLEG03) DONNE LIEU A  *
000155*               UNE COPIE DE LA LETTRE ADRESSEE A CE DERNIER     *
000160*****************************************************************
000170*  HISTORIQUE DES MODIFICATIONS                                 *
000180*  22/08/2026  SE  CREATION DU PROGRAMME                        *
000230*                  (FMODL03, TYPE CONV, SURCHARGE DE SESSION,   *
000240*                  VARIABLES &NOM &PRENOM &SESSION &DATEDEB,    *
000250*                  SOUS-PROGRAMME MODSUB) - CONVTXT EN SECOURS  *
000253*  15/10/2026  SE  COPIE DE LA LETTRE AU REPRESENTANT LEGAL     *
000256*                  ACTIF D'UN STAGIAIRE MINEUR (FRLEG03)        *
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000440            ACCESS MODE    DYNAMIC
000450            RECORD KEY     MD-CLE
000460            FILE STATUS    WS-FMODL-STATUS.
000461     SELECT FRLEG03-FILE   ASSIGN TO FRLEG03
000462            ORGANIZATION   INDEXED
000463            ACCESS MODE    RANDOM
000464            RECORD KEY     RL-NUMERO
000465            FILE STATUS    WS-FRLEG-STATUS.
000470     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000480            ORGANIZATION   LINE SEQUENTIAL.
000490     SELECT LETTRE-FILE    ASSIGN TO LETTRES
000650*   DESCRIPTION DE LA BIBLIOTHEQUE DES MODELES
000660     COPY FMODL.
000670*
000672 FD  FRLEG03-FILE.
000674*   DESCRIPTION DU FICHIER KSD DES REPRESENTANTS LEGAUX
000676     COPY FRLEG.
000678*
000680 FD  SYSIN-FILE
000690     RECORDING MODE F.
000700 01  SYSIN-REC.
000810*
000820 WORKING-STORAGE SECTION.
000830 77  WS-FSTAG-STATUS       PIC X(02).
000835 77  WS-FRLEG-STATUS       PIC X(02).
000840 77  WS-EOF                PIC X(01)     VALUE 'N'.
000850     88  FIN-FICHIER                     VALUE 'Y'.
000860 77  WS-EOF-MODELE         PIC X(01)     VALUE 'N'.
000870     88  FIN-MODELE                      VALUE 'Y'.
000880 77  WS-NB-LETTRES         PIC 9(06) COMP VALUE ZERO.
000890 77  WS-NB-ECARTES         PIC 9(06) COMP VALUE ZERO.
000893*   COPIES ADRESSEES AUX REPRESENTANTS LEGAUX DES MINEURS
000896 77  WS-NB-COPIES-RL       PIC 9(06) COMP VALUE ZERO.
000900 77  WS-FILT-SESSION       PIC X(10)     VALUE SPACE.
000910*   CORPS STANDARD DE LA LETTRE, CHARGE DEPUIS CONVTXT
000920 77  WS-NB-LIGNES-MODELE   PIC 9(02) COMP VALUE ZERO.
001420     05  FILLER            PIC X(10)     VALUE SPACE.
001430     05  FILLER            PIC X(15)     VALUE 'ECARTES     : '.
001440     05  LB-NB-ECARTES     PIC ZZZZZ9.
001442     05  FILLER            PIC X(10)     VALUE SPACE.
001444     05  FILLER            PIC X(15)     VALUE 'COPIES REPR.: '.
001446     05  LB-NB-COPIES-RL   PIC ZZZZZ9.
001450*
001460 PROCEDURE DIVISION.
001470 0000-MAINLINE.
001770     CLOSE MODELE-FILE.
001780     OPEN INPUT  FMODL03-FILE.
001790     OPEN INPUT  FSTAG03-FILE.
001795     OPEN INPUT  FRLEG03-FILE.
001800     OPEN OUTPUT LETTRE-FILE.
001810     OPEN OUTPUT RAPPORT-FILE.
001820     WRITE RAPPORT-REC FROM LIGNE-ENTETE1 AFTER ADVANCING PAGE.
002260           ELSE
002270              PERFORM 2100-EDITE-LETTRE THRU 2100-EXIT
002280              ADD 1 TO WS-NB-LETTRES
002285              PERFORM 2300-COPIE-REPRESENTANT THRU 2300-EXIT
002290           END-IF
002300        END-IF
002310        IF NOT FIN-FICHIER
002650     WRITE LETTRE-REC.
002660     MOVE LETTRE-VIDE TO LETTRE-REC.
002670     WRITE LETTRE-REC.
002671     PERFORM 2150-CORPS-LETTRE THRU 2150-EXIT.
002672 2100-EXIT.
002673     EXIT.
002674*
002675*****************************************************************
002676*  2150  -  OBJET AVEC SESSION ET DATE DE DEBUT EN TOUTES        *
002677*            LETTRES, CORPS STANDARD (LETTRE ET COPIE AU         *
002678*            REPRESENTANT LEGAL)                                 *
002679*****************************************************************
002680 2150-CORPS-LETTRE.
002681*------------------*
002682     PERFORM 2200-DATE-EN-LETTRES THRU 2200-EXIT.
002690     MOVE LETTRE-VIDE TO LETTRE-REC.
002700     STRING 'OBJET : CONVOCATION AU STAGE - SESSION '
002710            E-CODE-SESSION
003030           WRITE LETTRE-REC
003040        END-PERFORM
003050     END-IF.
003060 2150-EXIT.
003070     EXIT.
003080*
003090*****************************************************************
003250               DELIMITED BY SIZE INTO WS-DATE-LETTRES
003260     END-IF.
003270 2200-EXIT.
003271     EXIT.
003272*
003273*****************************************************************
003274*  2300  -  COPIE AU REPRESENTANT LEGAL : SI LE STAGIAIRE A UN   *
003275*            LIEN ACTIF DANS FRLEG03, LA LETTRE EST REEDITEE A   *
003276*            L'ADRESSE DU REPRESENTANT, AVEC MENTION DE LA COPIE *
003277*****************************************************************
003278 2300-COPIE-REPRESENTANT.
003279*------------------------*
003280     MOVE E-NUMERO TO RL-NUMERO.
003281     READ FRLEG03-FILE.
003282     IF WS-FRLEG-STATUS = '23'
003283        GO TO 2300-EXIT
003284     END-IF.
003285     IF WS-FRLEG-STATUS NOT = '00'
003286        PERFORM 9510-ERREUR-FRLEG THRU 9510-EXIT
003287     END-IF.
003288     IF NOT RL-ACTIF OR RL-NOM = SPACE OR RL-ADR1 = SPACE
003289        OR RL-CODEP = SPACE OR RL-VILLE = SPACE
003290        GO TO 2300-EXIT
003291     END-IF.
003292     MOVE LETTRE-VIDE TO LETTRE-REC.
003293     STRING RL-PRENOM DELIMITED BY SPACE ' '
003294            RL-NOM    DELIMITED BY SIZE INTO LETTRE-REC.
003295     WRITE LETTRE-REC AFTER ADVANCING PAGE.
003296     MOVE LETTRE-VIDE TO LETTRE-REC.
003297     MOVE RL-ADR1 TO LETTRE-REC.
003298     WRITE LETTRE-REC.
003299     IF RL-ADR2 NOT = SPACE
003300        MOVE LETTRE-VIDE TO LETTRE-REC
003301        MOVE RL-ADR2 TO LETTRE-REC
003302        WRITE LETTRE-REC
003303     END-IF.
003304     MOVE LETTRE-VIDE TO LETTRE-REC.
003305     STRING RL-CODEP DELIMITED BY SIZE ' '
003306            RL-VILLE DELIMITED BY SIZE INTO LETTRE-REC.
003307     WRITE LETTRE-REC.
003308     MOVE LETTRE-VIDE TO LETTRE-REC.
003309     WRITE LETTRE-REC.
003310     MOVE LETTRE-VIDE TO LETTRE-REC.
003311     STRING 'COPIE AU REPRESENTANT LEGAL DE '
003312            E-PRENOM DELIMITED BY SPACE ' '
003313            E-NOM    DELIMITED BY SIZE INTO LETTRE-REC.
003314     WRITE LETTRE-REC.
003315     MOVE LETTRE-VIDE TO LETTRE-REC.
003316     WRITE LETTRE-REC.
003317     PERFORM 2150-CORPS-LETTRE THRU 2150-EXIT.
003318     ADD 1 TO WS-NB-COPIES-RL.
003319 2300-EXIT.
003320     EXIT.
003321*
003322*****************************************************************
003323*  7000  -  CHARGEMENT DU MODELE (TYPE WS-MOD-TYPE) : MODELE DE  *
003324*            LA SESSION S'IL EXISTE, MODELE GENERAL SINON        *
003330*****************************************************************
003340 7000-CHARGE-MODELE.
003350*-------------------*
004060 9500-EXIT.
004070     EXIT.
004080*
004081 9510-ERREUR-FRLEG.
004082*------------------*
004083     DISPLAY 'CONVSTAG - ERREUR E/S FRLEG03 - CODE STATUT '
004084             WS-FRLEG-STATUS.
004085     MOVE 16 TO RETURN-CODE.
004086     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
004087     STOP RUN.
004088 9510-EXIT.
004089     EXIT.
004090*
004091*****************************************************************
004100*  9000  -  BILAN ET FERMETURE DES FICHIERS                      *
004110*****************************************************************
004120 9000-TERMINAISON.
004130*-----------------*
004140     MOVE WS-NB-LETTRES TO LB-NB-LETTRES.
004150     MOVE WS-NB-ECARTES TO LB-NB-ECARTES.
004155     MOVE WS-NB-COPIES-RL TO LB-NB-COPIES-RL.
004160     WRITE RAPPORT-REC FROM LIGNE-BILAN AFTER ADVANCING 2.
004170     CLOSE FMODL03-FILE.
004180     CLOSE FSTAG03-FILE.
004185     CLOSE FRLEG03-FILE.
004190     CLOSE LETTRE-FILE.
004200     CLOSE RAPPORT-FILE.
004210 9000-EXIT.
