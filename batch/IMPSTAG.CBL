000250*                  (R006/R023 LEVES, USAGE TRACE EN AUDIT 'G')  *
000260*  02/09/2026  SE  IDENTIFIANT EXTERNE FACULTATIF EN QUEUE DU   *
000270*                  FICHIER D'ENTREE, CHARGE DANS FXREF03        *
000272*  15/10/2026  SE  FINANCEUR FACULTATIF EN QUEUE DU FICHIER     *
000274*                  D'ENTREE : CONVENTION FFINS03 EN VALIDITE    *
000276*                  ET QUOTA DE PLACES CONTROLES, FINANCEUR      *
000278*                  REPORTE SUR L'INSCRIPTION FINSC03            *
000279*  15/10/2026  SE  NIVEAU DE DIPLOME EN QUEUE DU FICHIER        *
000280*                  D'ENTREE ET PREREQUIS D'ENTREE DE LA SESSION *
000281*                  (FPREQ03, HISTORIQUE FINSC03, RESULTATS      *
000282*                  FRESU03) - REGLE PREQ, DEROGATION POSSIBLE   *
000284*  15/10/2026  SE  ENTREES D'AUDIT SCELLEES ET CHAINEES         *
000286*                  (SCELAUD, TETE DE CHAINE 'AUDCHAIN' FCTL03)  *
000288*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-390.
000680            FILE STATUS    WS-FDERO-STATUS.
000690     SELECT FINSC03-FILE   ASSIGN TO FINSC03
000700            ORGANIZATION   INDEXED
000710            ACCESS MODE    DYNAMIC
000720            RECORD KEY     IN-CLE
000725            ALTERNATE RECORD KEY IN-CODE-SESSION WITH DUPLICATES
000730            FILE STATUS    WS-FINSC-STATUS.
000731     SELECT FFINA03-FILE   ASSIGN TO FFINA03
000732            ORGANIZATION   INDEXED
000733            ACCESS MODE    RANDOM
000734            RECORD KEY     FI-CODE
000735            FILE STATUS    WS-FFINA-STATUS.
000736     SELECT FFINS03-FILE   ASSIGN TO FFINS03
000737            ORGANIZATION   INDEXED
000738            ACCESS MODE    RANDOM
000739            RECORD KEY     CF-CLE
000740            FILE STATUS    WS-FFINS-STATUS.
000741     SELECT FPREQ03-FILE   ASSIGN TO FPREQ03
000742            ORGANIZATION   INDEXED
000743            ACCESS MODE    RANDOM
000744            RECORD KEY     PQ-CODE-SESSION
000745            FILE STATUS    WS-FPREQ-STATUS.
000746     SELECT FRESU03-FILE   ASSIGN TO FRESU03
000747            ORGANIZATION   INDEXED
000748            ACCESS MODE    RANDOM
000749            RECORD KEY     RS-CLE
000750            FILE STATUS    WS-FRESU-STATUS.
000751     SELECT REJET-FILE     ASSIGN TO REJET
000752            ORGANIZATION   LINE SEQUENTIAL.
000760     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000770            ORGANIZATION   LINE SEQUENTIAL.
000780*
001010*   LA TABLE DE CORRESPONDANCE FXREF03
001020     05  IM-SYST-EXT       PIC X(08).
001030     05  IM-ID-EXT         PIC X(20).
001032*   FINANCEUR FACULTATIF (CODE FFINA03) - IL DOIT AVOIR UNE
001034*   CONVENTION EN VALIDITE SUR LA SESSION, AVEC DES PLACES
001036     05  IM-FINANCEUR      PIC X(08).
001037*   NIVEAU DE DIPLOME FACULTATIF ('3' A '8', CF FSTAG.cpy) -
001038*   CONTROLE AVEC LES PREREQUIS D'ENTREE DE LA SESSION
001039     05  IM-NIVEAU-DIPLOME PIC X(01).
001040*
001050 FD  SYSIN-FILE
001060     RECORDING MODE F.
001340*   DESCRIPTION DU FICHIER KSD DE L'HISTORIQUE DES INSCRIPTIONS
001350     COPY FINSC.
001360*
001361 FD  FFINA03-FILE.
001362*   DESCRIPTION DU FICHIER KSD DES FINANCEURS
001363     COPY FFINA.
001364*
001365 FD  FFINS03-FILE.
001366*   DESCRIPTION DU FICHIER KSD DES CONVENTIONS DE FINANCEMENT
001367     COPY FFINS.
001368*
001369 FD  FPREQ03-FILE.
001370*   DESCRIPTION DU FICHIER KSD DES PREREQUIS DE SESSION
001371     COPY FPREQ.
001372*
001373 FD  FRESU03-FILE.
001374*   DESCRIPTION DU FICHIER KSD DES RESULTATS D'EVALUATION
001375     COPY FRESU.
001376*
001377 FD  REJET-FILE
001380     RECORDING MODE F.
001390*   ENREGISTREMENT REJETE, AU FORMAT EXACT DU FICHIER D'ENTREE
001400*   (IMPORT-REC, 230 OCTETS) SUIVI DU MOTIF DE REJET - LES 230
001410*   PREMIERS OCTETS CORRIGES PEUVENT ETRE RESOUMIS TELS QUELS
001420*   AU PROCHAIN PASSAGE
001430 01  REJET-REC.
001440     05  RJ-IMPORT         PIC X(230).
001450     05  RJ-MOTIF          PIC X(40).
001460*
001470 FD  RAPPORT-FILE
001530 77  WS-FCTL-STATUS        PIC X(02).
001540 77  WS-FARC-STATUS        PIC X(02).
001550 77  WS-FAUDIT-STATUS      PIC X(02).
001555 77  WS-CHAINE-STATUS      PIC X(02).
001560 77  WS-FINSC-STATUS       PIC X(02).
001570 77  WS-FDERO-STATUS       PIC X(02).
001580 77  WS-FXREF-STATUS       PIC X(02).
001581 77  WS-FFINA-STATUS       PIC X(02).
001582 77  WS-FFINS-STATUS       PIC X(02).
001583 77  WS-FPREQ-STATUS       PIC X(02).
001584 77  WS-FRESU-STATUS       PIC X(02).
001585*   PREREQUIS D'ENTREE : 'O' REMPLIS, SINON MOTIF DE L'ECHEC
001586*   ('D' DIPLOME, 'S' SESSION PREALABLE NON ACHEVEE, 'A' NON
001587*   VALIDEE)
001588 77  WS-PREQ-OK            PIC X(01).
001589 77  WS-PREQ-MOTIF         PIC X(01).
001590*   INSCRIPTIONS EN COURS OU TERMINEES DEJA FINANCEES PAR LE
001591*   FINANCEUR SUR LA SESSION (CONSOMMATION DE LA CONVENTION)
001592 77  WS-NB-FINANCES        PIC 9(04) COMP VALUE ZERO.
001593 77  WS-EOF-INS            PIC X(01).
001594     88  FIN-INSCRIPTIONS                VALUE 'Y'.
001595*   'O' QUAND L'ENREGISTREMENT COURANT PASSE PAR DEROGATION
001600 77  WS-DEROG              PIC X(01).
001610 77  WS-EOF-ARC            PIC X(01).
001620     88  FIN-ARCHIVE                     VALUE 'Y'.
002390     05  FILLER            PIC X(15)     VALUE 'REJETES     : '.
002400     05  LB-NB-REJETES     PIC ZZZ9.
002410*
002411*   SAUVEGARDE DE L'ENREGISTREMENT DE REPRISE PENDANT LA MISE
002412*   A JOUR DE LA TETE DE CHAINE D'AUDIT
002413 01  WS-CONTROLE-SAUVE     PIC X(49).
002414*   ZONE D'ECHANGE DU MODULE DE SCELLEMENT SCELAUD
002415     COPY SCELCA.
002416*
002420 PROCEDURE DIVISION.
002430 0000-MAINLINE.
002440*----------------*
002830     OPEN I-O    FINSC03-FILE.
002840     OPEN I-O    FDERO03-FILE.
002850     OPEN I-O    FXREF03-FILE.
002853     OPEN INPUT  FFINA03-FILE.
002856     OPEN INPUT  FFINS03-FILE.
002857     OPEN INPUT  FPREQ03-FILE.
002858     OPEN INPUT  FRESU03-FILE.
002860*   EN REPRISE, LES REJETS D'AVANT L'INCIDENT SONT DEJA DANS
002870*   LE FICHIER DES REJETS (DISP=MOD DANS LE JCL) : ON COMPLETE
002880*   AU LIEU DE REPARTIR DE ZERO
004340     IF NOT ENREG-REJETE
004350        PERFORM 2120-CHECK-ARCHIVE THRU 2120-EXIT
004360     END-IF.
004362     IF NOT ENREG-REJETE AND IM-FINANCEUR NOT = SPACE
004364        PERFORM 2130-CHECK-FINANCEMENT THRU 2130-EXIT
004366     END-IF.
004370     IF NOT ENREG-REJETE
004372        PERFORM 2140-CHECK-PREREQUIS THRU 2140-EXIT
004374     END-IF.
004376     IF NOT ENREG-REJETE
004380        PERFORM 2150-ECRITURE-STAGIAIRE THRU 2150-EXIT
004390     END-IF.
004400     IF ENREG-REJETE
004710     ELSE
004720        MOVE IM-DATE-FIN TO VA-DATE-FIN
004730     END-IF.
004735     MOVE IM-NIVEAU-DIPLOME TO VA-NIVEAU-DIPLOME.
004740     MOVE WS-DATE-JOUR  TO VA-DATE-JOUR.
004750     CALL 'VALSTAG' USING VALSTAG-COMMAREA.
004760*   UNE DEROGATION DE LA DIRECTION (FDERO03) LEVE LE REFUS
005570                  TO WS-MOTIF-REJET
005580         WHEN 'R032'
005590             MOVE 'DATE DE FIN PREVUE INVALIDE'
005592                  TO WS-MOTIF-REJET
005594         WHEN 'R050'
005596             MOVE 'NIVEAU DE DIPLOME INVALIDE (3 A 8)'
005600                  TO WS-MOTIF-REJET
005610         WHEN OTHER
005620             MOVE 'SAISIE INVALIDE' TO WS-MOTIF-REJET
005850 2120-EXIT.
005860     EXIT.
005870*
005871*****************************************************************
005872*  2130  -  FINANCEUR IMPORTE : CONNU DE FFINA03, CONVENTION     *
005873*            SUR LA SESSION DANS FFINS03, DATE DU JOUR DANS LA   *
005874*            PERIODE DE VALIDITE ET PLACES ENCORE DISPONIBLES -  *
005875*            UN QUOTA EPUISE EST UN REJET A REPRENDRE A L'ECRAN  *
005876*            (LISTE D'ATTENTE), COMME LES CAS R007/R024          *
005877*****************************************************************
005878 2130-CHECK-FINANCEMENT.
005879*-----------------------*
005880     MOVE IM-FINANCEUR TO FI-CODE.
005881     READ FFINA03-FILE.
005882     IF WS-FFINA-STATUS = '23'
005883        MOVE 'O' TO WS-REJET
005884        MOVE 'FINANCEUR INCONNU' TO WS-MOTIF-REJET
005885        GO TO 2130-EXIT
005886     END-IF.
005887     IF WS-FFINA-STATUS NOT = '00'
005888        PERFORM 9560-ERREUR-FFINA THRU 9560-EXIT
005889     END-IF.
005890     MOVE IM-CODE-SESSION TO CF-CODE-SESSION.
005891     MOVE IM-FINANCEUR    TO CF-FINANCEUR.
005892     READ FFINS03-FILE.
005893     IF WS-FFINS-STATUS = '23'
005894        MOVE 'O' TO WS-REJET
005895        MOVE 'PAS DE CONVENTION DU FINANCEUR SUR LA SESSION'
005896             TO WS-MOTIF-REJET
005897        GO TO 2130-EXIT
005898     END-IF.
005899     IF WS-FFINS-STATUS NOT = '00'
005900        PERFORM 9570-ERREUR-FFINS THRU 9570-EXIT
005901     END-IF.
005902     IF WS-DATE-JOUR < CF-DATE-DEBUT OR WS-DATE-JOUR > CF-DATE-FIN
005903        MOVE 'O' TO WS-REJET
005904        MOVE 'CONVENTION DE FINANCEMENT HORS VALIDITE'
005905             TO WS-MOTIF-REJET
005906        GO TO 2130-EXIT
005907     END-IF.
005908     PERFORM 2135-COMPTE-FINANCES THRU 2135-EXIT.
005909     IF WS-NB-FINANCES >= CF-NB-PLACES
005910        MOVE 'O' TO WS-REJET
005911        MOVE 'QUOTA ATTEINT - A REPRENDRE A L''ECRAN'
005912             TO WS-MOTIF-REJET
005913     END-IF.
005914 2130-EXIT.
005915     EXIT.
005916*
005917*****************************************************************
005918*  2135  -  PLACES CONSOMMEES SUR LA CONVENTION : INSCRIPTIONS   *
005919*            DE LA SESSION (CLE ALTERNATIVE IN-CODE-SESSION) DU  *
005920*            FINANCEUR, EN COURS ('E') OU TERMINEES ('T') - LES  *
005921*            IMPORTES DU PASSAGE SONT DEJA ECRITS ET COMPTENT    *
005922*****************************************************************
005923 2135-COMPTE-FINANCES.
005924*---------------------*
005925     MOVE ZERO            TO WS-NB-FINANCES.
005926     MOVE 'N'             TO WS-EOF-INS.
005927     MOVE IM-CODE-SESSION TO IN-CODE-SESSION.
005928     START FINSC03-FILE KEY = IN-CODE-SESSION
005929         INVALID KEY MOVE 'Y' TO WS-EOF-INS
005930     END-START.
005931     IF NOT FIN-INSCRIPTIONS
005932        READ FINSC03-FILE NEXT
005933            AT END MOVE 'Y' TO WS-EOF-INS
005934        END-READ
005935     END-IF.
005936     PERFORM UNTIL FIN-INSCRIPTIONS
005937             OR IN-CODE-SESSION NOT = IM-CODE-SESSION
005938        IF IN-FINANCEUR = IM-FINANCEUR
005939           AND (IN-RESULTAT = 'E' OR IN-RESULTAT = 'T')
005940           ADD 1 TO WS-NB-FINANCES
005941        END-IF
005942        READ FINSC03-FILE NEXT
005943            AT END MOVE 'Y' TO WS-EOF-INS
005944        END-READ
005945     END-PERFORM.
005946 2135-EXIT.
005947     EXIT.
005948*
005949*****************************************************************
005950*  2140  -  PREREQUIS D'ENTREE DE LA SESSION (FPREQ03, ABSENT =  *
005951*            AUCUN) : NIVEAU DE DIPLOME MINIMAL ET SESSION       *
005952*            PREALABLE TERMINEE DANS L'HISTORIQUE FINSC03 DU     *
005953*            NUMERO IMPORTE (ET ADMISE DANS FRESU03 SI EXIGE) -  *
005954*            REGLE 'PREQ', LEVEE PAR UNE DEROGATION FDERO03      *
005955*            COMME R006/R023                                     *
005956*****************************************************************
005957 2140-CHECK-PREREQUIS.
005958*---------------------*
005959     MOVE IM-CODE-SESSION TO PQ-CODE-SESSION.
005960     READ FPREQ03-FILE.
005961     IF WS-FPREQ-STATUS = '23'
005962        GO TO 2140-EXIT
005963     END-IF.
005964     IF WS-FPREQ-STATUS NOT = '00'
005965        PERFORM 9580-ERREUR-FPREQ THRU 9580-EXIT
005966     END-IF.
005967     MOVE 'O'   TO WS-PREQ-OK.
005968     MOVE SPACE TO WS-PREQ-MOTIF.
005969     IF PQ-NIVEAU-MIN NOT = SPACE
005970        IF IM-NIVEAU-DIPLOME = SPACE
005971           OR IM-NIVEAU-DIPLOME < PQ-NIVEAU-MIN
005972           MOVE 'N' TO WS-PREQ-OK
005973           MOVE 'D' TO WS-PREQ-MOTIF
005974        END-IF
005975     END-IF.
005976     IF WS-PREQ-OK = 'O' AND PQ-SESSION-PREAL NOT = SPACES
005977        PERFORM 2145-CHERCHE-PREALABLE THRU 2145-EXIT
005978     END-IF.
005979     IF WS-PREQ-OK = 'O'
005980        GO TO 2140-EXIT
005981     END-IF.
005982     MOVE 'PREQ' TO VA-CODE-RETOUR.
005983     PERFORM 2112-CHECK-DEROGATION THRU 2112-EXIT.
005984     IF VA-CODE-RETOUR = SPACES
005985        GO TO 2140-EXIT
005986     END-IF.
005987     MOVE 'O'    TO WS-REJET.
005988     MOVE SPACES TO WS-MOTIF-REJET.
005989     EVALUATE WS-PREQ-MOTIF
005990         WHEN 'D'
005991             STRING 'PREREQUIS : NIVEAU DE DIPLOME '
005992                    PQ-NIVEAU-MIN ' EXIGE'
005993                    DELIMITED BY SIZE INTO WS-MOTIF-REJET
005994         WHEN 'A'
005995             STRING 'PREREQUIS : '
005996                    PQ-SESSION-PREAL(1:PQ-LG-PREAL) ' NON VALIDEE'
005997                    DELIMITED BY SIZE INTO WS-MOTIF-REJET
005998         WHEN OTHER
005999             STRING 'PREREQUIS : '
006000                    PQ-SESSION-PREAL(1:PQ-LG-PREAL) ' NON ACHEVEE'
006001                    DELIMITED BY SIZE INTO WS-MOTIF-REJET
006002     END-EVALUATE.
006003 2140-EXIT.
006004     EXIT.
006005*
006006*****************************************************************
006007*  2145  -  RECHERCHE DANS L'HISTORIQUE DU NUMERO IMPORTE D'UNE  *
006008*            INSCRIPTION TERMINEE A UNE SESSION DU CODE          *
006009*            PREALABLE (CODE COMPLET OU DEBUT DE CODE)           *
006010*****************************************************************
006011 2145-CHERCHE-PREALABLE.
006012*-----------------------*
006013     MOVE 'N'        TO WS-PREQ-OK.
006014     MOVE 'S'        TO WS-PREQ-MOTIF.
006015     MOVE 'N'        TO WS-EOF-INS.
006016     MOVE IM-NUMERO  TO IN-NUMERO.
006017     MOVE LOW-VALUES TO IN-CODE-SESSION.
006018     START FINSC03-FILE KEY >= IN-CLE
006019         INVALID KEY MOVE 'Y' TO WS-EOF-INS
006020     END-START.
006021     IF NOT FIN-INSCRIPTIONS
006022        READ FINSC03-FILE NEXT
006023            AT END MOVE 'Y' TO WS-EOF-INS
006024        END-READ
006025     END-IF.
006026     PERFORM UNTIL FIN-INSCRIPTIONS
006027             OR IN-NUMERO NOT = IM-NUMERO
006028             OR WS-PREQ-OK = 'O'
006029        IF IN-TERMINEE
006030           AND IN-CODE-SESSION(1:PQ-LG-PREAL) =
006031               PQ-SESSION-PREAL(1:PQ-LG-PREAL)
006032           IF PQ-ADMIS-REQUIS
006033              MOVE 'A'    TO WS-PREQ-MOTIF
006034              MOVE IN-CLE TO RS-CLE
006035              READ FRESU03-FILE
006036              IF WS-FRESU-STATUS NOT = '00' AND NOT = '23'
006037                 PERFORM 9590-ERREUR-FRESU THRU 9590-EXIT
006038              END-IF
006039              IF WS-FRESU-STATUS = '00' AND RS-ADMIS
006040                 MOVE 'O' TO WS-PREQ-OK
006041              END-IF
006042           ELSE
006043              MOVE 'O' TO WS-PREQ-OK
006044           END-IF
006045        END-IF
006046        IF WS-PREQ-OK NOT = 'O'
006047           READ FINSC03-FILE NEXT
006048               AT END MOVE 'Y' TO WS-EOF-INS
006049           END-READ
006050        END-IF
006051     END-PERFORM.
006052 2145-EXIT.
006053     EXIT.
006054*
006055*****************************************************************
006056*  2150  -  ECRITURE DE L'ENREGISTREMENT DANS FSTAG03 - UN       *
006057*            NUMERO DEJA PRESENT EST TRAITE COMME UN REJET       *
006058*****************************************************************
006059 2150-ECRITURE-STAGIAIRE.
006060*-------------------------*
006061     MOVE IM-NUMERO       TO E-NUMERO.
006062     MOVE IM-NOM          TO E-NOM.
006063     MOVE IM-PRENOM       TO E-PRENOM.
006064     MOVE IM-ADR1         TO E-ADR1.
006065     MOVE SPACE           TO E-ADR2.
006066     MOVE IM-CODEP        TO E-CODEP.
006067     MOVE IM-VILLE        TO E-VILLE.
006068     MOVE SPACE           TO E-TELDOM E-TELPOR.
006069     MOVE SPACES          TO E-TEL-URGENCE.
006070     MOVE IM-DATE-NAISS   TO E-DATE-NAISS.
006071     MOVE IM-EMAIL        TO E-EMAIL.
006072     MOVE IM-DATE-DEBUT   TO E-DATE-DEBUT.
006073     MOVE IM-DATE-FIN     TO E-DATE-FIN-PREVUE.
006074     MOVE IM-CODE-SESSION TO E-CODE-SESSION.
006077     MOVE IM-NIVEAU-DIPLOME TO E-NIVEAU-DIPLOME.
006080*   CYCLE DE VIE : TOUT IMPORT DEMARRE EN PRE-INSCRIT, COMME
006090*   UNE CREATION A L'ECRAN (INF1CI3)
006100     MOVE 'P'             TO E-STATUT.
006500     MOVE 'BTCH'             TO AK-TERMINAL.
006510     MOVE SPACES             TO AK-IMAGE-AVANT.
006520     MOVE E-STAGIAIRE        TO AK-IMAGE-APRES.
006530     PERFORM 2167-ECRIT-AUDIT THRU 2167-EXIT.
006570 2160-EXIT.
006580     EXIT.
006590*
006750            ' - AUTORISEE PAR ' DG-AUTORISE-PAR
006760            DELIMITED BY SIZE INTO AK-IMAGE-AVANT.
006770     MOVE E-STAGIAIRE        TO AK-IMAGE-APRES.
006780     PERFORM 2167-ECRIT-AUDIT THRU 2167-EXIT.
006820     MOVE 'O' TO DG-UTILISEE.
006821     REWRITE E-DEROGATION.
006822 2165-EXIT.
006823     EXIT.
006824*
006825*****************************************************************
006826*  2167  -  ECRITURE SCELLEE D'UNE ENTREE D'AUDIT : RANG         *
006827*            SUIVANT ET EMPREINTE DU DERNIER MAILLON LUS         *
006828*            DANS LA TETE DE CHAINE ('AUDCHAIN' DE FCTL03),      *
006829*            EMPREINTES CALCULEES PAR SCELAUD - LA TETE          *
006830*            N'AVANCE QUE SUR UNE ENTREE ECRITE (UN DOUBLON      *
006831*            DE CLE NE CONSOMME PAS DE RANG) - L'ENREGISTREMENT  *
006832*            DE REPRISE EN COURS (E-CONTROLE) EST PRESERVE       *
006833*****************************************************************
006834 2167-ECRIT-AUDIT.
006835*-----------------*
006836     MOVE E-CONTROLE TO WS-CONTROLE-SAUVE.
006837     MOVE 'AUDCHAIN' TO CT-CLE.
006838     READ FCTL03-FILE.
006839     MOVE WS-FCTL-STATUS TO WS-CHAINE-STATUS.
006840     EVALUATE WS-FCTL-STATUS
006841         WHEN '00'
006842             COMPUTE AK-SEQUENCE = CT-SEQUENCE-EVT + 1
006843             MOVE CT-EMPREINTE TO AK-EMPREINTE-PREC
006844         WHEN '23'
006845             MOVE 1            TO AK-SEQUENCE
006846             MOVE ZERO         TO AK-EMPREINTE-PREC
006847         WHEN OTHER
006848             PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
006849     END-EVALUATE.
006850     MOVE ZERO              TO AK-EMPREINTE-IMAGES.
006851     MOVE ZERO              TO AK-EMPREINTE.
006852     MOVE ZERO              TO AK-NUMERO-ORIGINE.
006853     MOVE SPACE             TO AK-ANONYMISE.
006854     MOVE E-AUDIT           TO SC-ENTREE.
006855     CALL 'SCELAUD' USING SCELAUD-COMMAREA.
006856     MOVE SC-CALC-IMAGES    TO AK-EMPREINTE-IMAGES.
006857     MOVE SC-CALC-EMPREINTE TO AK-EMPREINTE.
006858     WRITE E-AUDIT.
006859     IF WS-FAUDIT-STATUS NOT = '00' AND NOT = '22'
006860        PERFORM 9540-ERREUR-FAUDIT THRU 9540-EXIT
006861     END-IF.
006862     IF WS-FAUDIT-STATUS = '00'
006863        IF WS-CHAINE-STATUS = '23'
006864           MOVE SPACES     TO E-CONTROLE
006865           MOVE 'AUDCHAIN' TO CT-CLE
006866           MOVE ZERO       TO CT-SEQUENCE
006867           MOVE 'T'        TO CT-ETAT
006868        END-IF
006869        MOVE AK-SEQUENCE  TO CT-SEQUENCE-EVT
006870        MOVE AK-EMPREINTE TO CT-EMPREINTE
006871        MOVE AK-DATE      TO CT-DATE
006872        MOVE AK-HEURE     TO CT-HEURE
006873        IF WS-CHAINE-STATUS = '00'
006874           REWRITE E-CONTROLE
006875        ELSE
006876           WRITE E-CONTROLE
006877        END-IF
006878        IF WS-FCTL-STATUS NOT = '00'
006879           PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
006880        END-IF
006881     END-IF.
006882     MOVE WS-CONTROLE-SAUVE TO E-CONTROLE.
006883 2167-EXIT.
006884     EXIT.
006885*
006886*****************************************************************
006887*  2170  -  OUVERTURE DE L'HISTORIQUE DES INSCRIPTIONS (FINSC03, *
006890*            RESULTAT 'E') PAR STAGIAIRE IMPORTE - UN DOUBLON DE *
006900*            CLE (REPRISE) EST IGNORE                            *
006910*****************************************************************
006970     MOVE ZERO            TO IN-DATE-FIN.
006980     MOVE 'E'             TO IN-RESULTAT.
006990     MOVE WS-DATE-JOUR    TO IN-DATE-ENREG.
006995     MOVE IM-FINANCEUR    TO IN-FINANCEUR.
007000     WRITE E-INSCRIPTION.
007010     IF WS-FINSC-STATUS NOT = '00' AND NOT = '22'
007020        PERFORM 9550-ERREUR-FINSC THRU 9550-EXIT
008140     CLOSE FINSC03-FILE.
008150     CLOSE FDERO03-FILE.
008160     CLOSE FXREF03-FILE.
008163     CLOSE FFINA03-FILE.
008166     CLOSE FFINS03-FILE.
008167     CLOSE FPREQ03-FILE.
008168     CLOSE FRESU03-FILE.
008170     CLOSE FCTL03-FILE.
008180     CLOSE REJET-FILE.
008190     CLOSE RAPPORT-FILE.
008520     STOP RUN.
008530 9550-EXIT.
008540     EXIT.
008550*
008560 9560-ERREUR-FFINA.
008570*------------------*
008580     DISPLAY 'IMPSTAG - ERREUR E/S FFINA03 - CODE STATUT '
008590             WS-FFINA-STATUS.
008600     MOVE 16 TO RETURN-CODE.
008610     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
008620     STOP RUN.
008630 9560-EXIT.
008640     EXIT.
008650*
008660 9570-ERREUR-FFINS.
008670*------------------*
008680     DISPLAY 'IMPSTAG - ERREUR E/S FFINS03 - CODE STATUT '
008690             WS-FFINS-STATUS.
008700     MOVE 16 TO RETURN-CODE.
008710     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
008720     STOP RUN.
008730 9570-EXIT.
008740     EXIT.
008750*
008760 9580-ERREUR-FPREQ.
008770*------------------*
008780     DISPLAY 'IMPSTAG - ERREUR E/S FPREQ03 - CODE STATUT '
008790             WS-FPREQ-STATUS.
008800     MOVE 16 TO RETURN-CODE.
008810     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
008820     STOP RUN.
008830 9580-EXIT.
008840     EXIT.
008850*
008860 9590-ERREUR-FRESU.
008870*------------------*
008880     DISPLAY 'IMPSTAG - ERREUR E/S FRESU03 - CODE STATUT '
008890             WS-FRESU-STATUS.
008900     MOVE 16 TO RETURN-CODE.
008910     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
008920     STOP RUN.
008930 9590-EXIT.
008940     EXIT.
