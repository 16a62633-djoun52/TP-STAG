000130*               (AUDIT 'D'), COMME LE FERAIENT INF3CI3/INF4CI3   *
000140*               A L'ECRAN - LE JOURNAL EST EDITE - A LANCER      *
000150*               DANS LA FENETRE BATCH                            *
000153*               UNE ANNULATION SIGNALE LE DEPART DE CHAQUE       *
000156*               INSCRIT AU GRAND LIVRE DES TROP-PERCUS (FTROP03) *
000160*****************************************************************
000170*  HISTORIQUE DES MODIFICATIONS                                 *
000180*  22/08/2026  SE  CREATION DU PROGRAMME                        *
000190*  02/09/2026  SE  TENUE DE L'HISTORIQUE DES INSCRIPTIONS       *
000200*                  (FINSC03) : ENTREE D'ORIGINE SOLDEE 'X' OU   *
000210*                  'A', NOUVELLE ENTREE SUR LA DESTINATION      *
000212*  15/10/2026  SE  ANNULATION : DEPART SIGNALE AU GRAND LIVRE   *
000214*                  DES TROP-PERCUS (FTROP03, CHIFFRE PAR        *
000216*                  CALCTROP)                                    *
000217*  15/10/2026  SE  INSCRIPTION DE DESTINATION OUVERTE SANS      *
000218*                  FINANCEUR (CONVENTION PROPRE A LA SESSION)   *
000221*  15/10/2026  SE  ENTREES D'AUDIT SCELLEES ET CHAINEES         *
000224*                  (SCELAUD, TETE DE CHAINE 'AUDCHAIN' FCTL03)  *
000227*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM-390.
000460            ACCESS MODE    RANDOM
000470            RECORD KEY     AK-CLE
000480            FILE STATUS    WS-FAUDIT-STATUS.
000481     SELECT FCTL03-FILE    ASSIGN TO FCTL03
000482            ORGANIZATION   INDEXED
000483            ACCESS MODE    RANDOM
000484            RECORD KEY     CT-CLE
000485            FILE STATUS    WS-FCTL-STATUS.
000490     SELECT FINSC03-FILE   ASSIGN TO FINSC03
000500            ORGANIZATION   INDEXED
000510            ACCESS MODE    RANDOM
000520            RECORD KEY     IN-CLE
000530            FILE STATUS    WS-FINSC-STATUS.
000531     SELECT FTROP03-FILE   ASSIGN TO FTROP03
000532            ORGANIZATION   INDEXED
000533            ACCESS MODE    RANDOM
000534            RECORD KEY     TP-CLE
000535            FILE STATUS    WS-FTROP-STATUS.
000540     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000550            ORGANIZATION   LINE SEQUENTIAL.
000560     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000730 FD  FAUDIT03-FILE.
000740*   DESCRIPTION DU FICHIER KSD DE LA PISTE D'AUDIT
000750     COPY FAUDIT.
000752*
000754 FD  FCTL03-FILE.
000756*   TETE DE CHAINE DE LA PISTE D'AUDIT ('AUDCHAIN')
000758     COPY FCTL.
000760*
000770 FD  FINSC03-FILE.
000780*   DESCRIPTION DU FICHIER KSD DE L'HISTORIQUE DES INSCRIPTIONS
000790     COPY FINSC.
000800*
000802 FD  FTROP03-FILE.
000804*   DESCRIPTION DU GRAND LIVRE DES TROP-PERCUS
000806     COPY FTROP.
000808*
000810 FD  SYSIN-FILE
000820     RECORDING MODE F.
000830 01  SYSIN-REC.
000950 77  WS-FSESS-STATUS       PIC X(02).
000960 77  WS-FARC-STATUS        PIC X(02).
000970 77  WS-FAUDIT-STATUS      PIC X(02).
000973 77  WS-FCTL-STATUS        PIC X(02).
000976 77  WS-CHAINE-STATUS      PIC X(02).
000980 77  WS-FINSC-STATUS       PIC X(02).
000985 77  WS-FTROP-STATUS       PIC X(02).
000990 77  WS-EOF                PIC X(01)     VALUE 'N'.
001000     88  FIN-FICHIER                     VALUE 'Y'.
001010 77  WS-PAGE-COMPTEUR      PIC 9(04) COMP VALUE ZERO.
001600     05  FILLER            PIC X(15)     VALUE 'TRAITES     : '.
001610     05  LB-NB-TRAITES     PIC ZZZZZ9.
001620*
001622*   ZONE D'ECHANGE DU MODULE DE SCELLEMENT SCELAUD
001624     COPY SCELCA.
001626*
001630 PROCEDURE DIVISION.
001640 0000-MAINLINE.
001650*----------------*
002140     OPEN I-O    FSTAG03-FILE.
002150     OPEN I-O    FSTAGARC-FILE.
002160     OPEN I-O    FAUDIT03-FILE.
002165     OPEN I-O    FCTL03-FILE.
002170     OPEN I-O    FINSC03-FILE.
002172     IF MODE-ANNULATION
002174        OPEN I-O FTROP03-FILE
002176     END-IF.
002180     OPEN OUTPUT RAPPORT-FILE.
002190     MOVE WS-SESSION-ORIG TO LE1-ORIG.
002200     MOVE WS-SESSION-DEST TO LE1-DEST.
003140     PERFORM 2600-TRACE-AUDIT THRU 2600-EXIT.
003150     MOVE 'A' TO WS-ISSUE-ORIGINE.
003160     PERFORM 2800-SOLDE-INSCRIPTION THRU 2800-EXIT.
003165     PERFORM 2350-SIGNALE-DEPART THRU 2350-EXIT.
003170     MOVE 'ARCHIVE'   TO LD-OPERATION.
003180     PERFORM 2700-JOURNAL THRU 2700-EXIT.
003190     DELETE FSTAG03-FILE.
003230 2300-EXIT.
003240     EXIT.
003250*
003251*****************************************************************
003252*  2350  -  SIGNALEMENT DU DEPART AU GRAND LIVRE DES TROP-PERCUS *
003253*            (FTROP03, MOUVEMENT 'D', DATE D'EFFET = JOUR DE     *
003254*            L'ANNULATION) : L'INDEMNITE DU MOIS A PU PARTIR     *
003255*            EN TOTALITE - CALCTROP CHIFFRE LES JOURS PAYES      *
003256*            APRES LE DEPART - UNE CLE DEJA PRISE (MEME SECONDE) *
003257*            EST DECALEE D'UNE SECONDE                           *
003258*****************************************************************
003259 2350-SIGNALE-DEPART.
003260*--------------------*
003261     IF E-STATUT NOT = 'P' AND E-STATUT NOT = 'A'
003262        GO TO 2350-EXIT
003263     END-IF.
003264     MOVE SPACES             TO E-TROP-PERCU.
003265     MOVE E-NUMERO           TO TP-NUMERO.
003266     MOVE WS-DATE-JOUR       TO TP-DATE-ENREG.
003267     MOVE WS-HEURE-JOUR(1:6) TO TP-HEURE-ENREG.
003268     MOVE 'D'                TO TP-TYPE.
003269     MOVE 'TRFSESS '         TO TP-ORIGINE.
003270     MOVE WS-DATE-JOUR       TO TP-DATE-EFFET.
003271     MOVE WS-DATE-JOUR(1:6)  TO TP-MOIS.
003272     MOVE WS-SESSION-ORIG    TO TP-CODE-SESSION.
003273     MOVE ZERO               TO TP-NB-JOURS TP-TAUX TP-MONTANT.
003274     MOVE E-NOM              TO TP-NOM.
003275     MOVE E-PRENOM           TO TP-PRENOM.
003276     MOVE E-ADR1             TO TP-ADR1.
003277     MOVE E-ADR2             TO TP-ADR2.
003278     MOVE E-CODEP            TO TP-CODEP.
003279     MOVE E-VILLE            TO TP-VILLE.
003280     MOVE 'N'                TO TP-LETTRE.
003281     MOVE 'BAT'              TO TP-MAJ-PAR.
003282     MOVE 'SESSION ANNULEE'  TO TP-LIBELLE.
003283     WRITE E-TROP-PERCU.
003284     PERFORM UNTIL WS-FTROP-STATUS NOT = '22'
003285        ADD 1 TO TP-HEURE-ENREG
003286        WRITE E-TROP-PERCU
003287     END-PERFORM.
003288     IF WS-FTROP-STATUS NOT = '00'
003289        PERFORM 9540-ERREUR-FTROP THRU 9540-EXIT
003290     END-IF.
003291 2350-EXIT.
003292     EXIT.
003293*
003294*****************************************************************
003295*  2600  -  TRACE DANS LA PISTE D'AUDIT (OPERATEUR 'BAT') - UN   *
003296*            DOUBLON DE CLE EST IGNORE (MEME SECONDE)            *
003297*****************************************************************
003300 2600-TRACE-AUDIT.
003310*-----------------*
003320     MOVE E-NUMERO           TO AK-NUMERO.
003340     MOVE WS-HEURE-JOUR(1:6) TO AK-HEURE.
003350     MOVE 'BAT'              TO AK-OPERATEUR.
003360     MOVE 'BTCH'             TO AK-TERMINAL.
003370     PERFORM 2610-ECRIT-AUDIT THRU 2610-EXIT.
003371 2600-EXIT.
003372     EXIT.
003373*
003374*****************************************************************
003375*  2610  -  ECRITURE SCELLEE D'UNE ENTREE D'AUDIT : RANG         *
003376*            SUIVANT ET EMPREINTE DU DERNIER MAILLON LUS         *
003377*            DANS LA TETE DE CHAINE ('AUDCHAIN' DE FCTL03),      *
003378*            EMPREINTES CALCULEES PAR SCELAUD - LA TETE          *
003379*            N'AVANCE QUE SUR UNE ENTREE ECRITE (UN DOUBLON      *
003380*            DE CLE NE CONSOMME PAS DE RANG)                     *
003381*****************************************************************
003382 2610-ECRIT-AUDIT.
003383*-----------------*
003384     MOVE 'AUDCHAIN' TO CT-CLE.
003385     READ FCTL03-FILE.
003386     MOVE WS-FCTL-STATUS TO WS-CHAINE-STATUS.
003387     EVALUATE WS-FCTL-STATUS
003388         WHEN '00'
003389             COMPUTE AK-SEQUENCE = CT-SEQUENCE-EVT + 1
003390             MOVE CT-EMPREINTE TO AK-EMPREINTE-PREC
003391         WHEN '23'
003392             MOVE 1            TO AK-SEQUENCE
003393             MOVE ZERO         TO AK-EMPREINTE-PREC
003394         WHEN OTHER
003395             PERFORM 9550-ERREUR-FCTL THRU 9550-EXIT
003396     END-EVALUATE.
003397     MOVE ZERO              TO AK-EMPREINTE-IMAGES.
003398     MOVE ZERO              TO AK-EMPREINTE.
003399     MOVE ZERO              TO AK-NUMERO-ORIGINE.
003400     MOVE SPACE             TO AK-ANONYMISE.
003401     MOVE E-AUDIT           TO SC-ENTREE.
003402     CALL 'SCELAUD' USING SCELAUD-COMMAREA.
003403     MOVE SC-CALC-IMAGES    TO AK-EMPREINTE-IMAGES.
003404     MOVE SC-CALC-EMPREINTE TO AK-EMPREINTE.
003405     WRITE E-AUDIT.
003406     IF WS-FAUDIT-STATUS NOT = '00' AND NOT = '22'
003407        PERFORM 9520-ERREUR-FAUDIT THRU 9520-EXIT
003408     END-IF.
003409     IF WS-FAUDIT-STATUS = '00'
003410        IF WS-CHAINE-STATUS = '23'
003411           MOVE SPACES     TO E-CONTROLE
003412           MOVE 'AUDCHAIN' TO CT-CLE
003413           MOVE ZERO       TO CT-SEQUENCE
003414           MOVE 'T'        TO CT-ETAT
003415        END-IF
003416        MOVE AK-SEQUENCE  TO CT-SEQUENCE-EVT
003417        MOVE AK-EMPREINTE TO CT-EMPREINTE
003418        MOVE AK-DATE      TO CT-DATE
003419        MOVE AK-HEURE     TO CT-HEURE
003420        IF WS-CHAINE-STATUS = '00'
003421           REWRITE E-CONTROLE
003422        ELSE
003423           WRITE E-CONTROLE
003424        END-IF
003425        IF WS-FCTL-STATUS NOT = '00'
003426           PERFORM 9550-ERREUR-FCTL THRU 9550-EXIT
003427        END-IF
003428     END-IF.
003429 2610-EXIT.
003430     EXIT.
003431*
003432*****************************************************************
003450*  2800  -  SOLDE DE L'ENTREE D'ORIGINE DE L'HISTORIQUE DES      *
003460*            INSCRIPTIONS (FINSC03) AVEC L'ISSUE DEMANDEE - UNE  *
003470*            ENTREE ABSENTE EST IGNOREE (FICHIER AMORCE APRES    *
003800     MOVE ZERO             TO IN-DATE-FIN.
003810     MOVE 'E'              TO IN-RESULTAT.
003820     MOVE WS-DATE-JOUR     TO IN-DATE-ENREG.
003825     MOVE SPACES           TO IN-FINANCEUR.
003830     WRITE E-INSCRIPTION.
003840     IF WS-FINSC-STATUS NOT = '00' AND NOT = '22'
003850        PERFORM 9530-ERREUR-FINSC THRU 9530-EXIT
004650 9530-EXIT.
004660     EXIT.
004670*
004671 9540-ERREUR-FTROP.
004672*------------------*
004673     DISPLAY 'TRFSESS - ERREUR E/S FTROP03 - CODE STATUT '
004674             WS-FTROP-STATUS.
004675     MOVE 16 TO RETURN-CODE.
004676     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
004677     STOP RUN.
004678 9540-EXIT.
004679     EXIT.
004680*
004681 9550-ERREUR-FCTL.
004682*-----------------*
004683     DISPLAY 'TRFSESS - ERREUR E/S FCTL03 - CODE STATUT '
004684             WS-FCTL-STATUS.
004685     MOVE 16 TO RETURN-CODE.
004686     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
004687     STOP RUN.
004688 9550-EXIT.
004689     EXIT.
004690*
004691*****************************************************************
004692*  9000  -  FERMETURE DES FICHIERS                               *
004700*****************************************************************
004710 9000-TERMINAISON.
004720*-----------------*
004740     CLOSE FSESS03-FILE.
004750     CLOSE FSTAGARC-FILE.
004760     CLOSE FAUDIT03-FILE.
004765     CLOSE FCTL03-FILE.
004770     CLOSE FINSC03-FILE.
004772     IF MODE-ANNULATION
004774        CLOSE FTROP03-FILE
004776     END-IF.
004780     CLOSE RAPPORT-FILE.
004790 9000-EXIT.
004800     EXIT.
