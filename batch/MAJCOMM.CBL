000190*****************************************************************
000200*  HISTORIQUE DES MODIFICATIONS                                 *
000210*  02/09/2026  SE  CREATION DU PROGRAMME                        *
000213*  15/10/2026  SE  ENTREES D'AUDIT SCELLEES ET CHAINEES         *
000216*                  (SCELAUD, TETE DE CHAINE 'AUDCHAIN' FCTL03)  *
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000430            ACCESS MODE    RANDOM
000440            RECORD KEY     AK-CLE
000450            FILE STATUS    WS-FAUDIT-STATUS.
000451     SELECT FCTL03-FILE    ASSIGN TO FCTL03
000452            ORGANIZATION   INDEXED
000453            ACCESS MODE    RANDOM
000454            RECORD KEY     CT-CLE
000455            FILE STATUS    WS-FCTL-STATUS.
000460     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000470            ORGANIZATION   LINE SEQUENTIAL.
000480*
000680 FD  FAUDIT03-FILE.
000690*   DESCRIPTION DU FICHIER KSD DE LA PISTE D'AUDIT
000700     COPY FAUDIT.
000702*
000704 FD  FCTL03-FILE.
000706*   TETE DE CHAINE DE LA PISTE D'AUDIT ('AUDCHAIN')
000708     COPY FCTL.
000710*
000720 FD  RAPPORT-FILE
000730     RECORDING MODE F.
000770 77  WS-FSTAG-STATUS       PIC X(02).
000780 77  WS-FARC-STATUS        PIC X(02).
000790 77  WS-FAUDIT-STATUS      PIC X(02).
000793 77  WS-FCTL-STATUS        PIC X(02).
000796 77  WS-CHAINE-STATUS      PIC X(02).
000800 77  WS-EOF                PIC X(01)     VALUE 'N'.
000810     88  FIN-FICHIER                     VALUE 'Y'.
000820 77  WS-PAGE-COMPTEUR      PIC 9(04) COMP VALUE ZERO.
001380     05  FILLER            PIC X(16)     VALUE 'FSTAGARC MAJ  : '.
001390     05  LB-NB-ARC         PIC ZZZZZ9.
001400*
001402*   ZONE D'ECHANGE DU MODULE DE SCELLEMENT SCELAUD
001404     COPY SCELCA.
001406*
001410 PROCEDURE DIVISION.
001420 0000-MAINLINE.
001430*----------------*
001600     OPEN I-O    FSTAG03-FILE.
001610     OPEN I-O    FSTAGARC-FILE.
001620     OPEN I-O    FAUDIT03-FILE.
001625     OPEN I-O    FCTL03-FILE.
001630     OPEN OUTPUT RAPPORT-FILE.
001640 1000-EXIT.
001650     EXIT.
002500     MOVE 'BTCH'             TO AK-TERMINAL.
002510     MOVE WS-IMAGE-AVANT     TO AK-IMAGE-AVANT.
002520     MOVE E-STAGIAIRE        TO AK-IMAGE-APRES.
002530     PERFORM 4300-ECRIT-AUDIT THRU 4300-EXIT.
002570     MOVE 'FSTAG03 ' TO LD-FICHIER.
002580     MOVE E-NUMERO   TO LD-NUMERO.
002590     PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT.
003220     MOVE 'BTCH'             TO AK-TERMINAL.
003230     MOVE WS-IMAGE-AVANT     TO AK-IMAGE-AVANT.
003240     MOVE E-ARCHIVE(1:345)   TO AK-IMAGE-APRES.
003250     PERFORM 4300-ECRIT-AUDIT THRU 4300-EXIT.
003290     MOVE 'FSTAGARC' TO LD-FICHIER.
003300     MOVE AR-NUMERO  TO LD-NUMERO.
003310     PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT.
003311     ADD 1 TO WS-NB-MAJ-ARC.
003312 4200-EXIT.
003313     EXIT.
003314*
003315*****************************************************************
003316*  4300  -  ECRITURE SCELLEE D'UNE ENTREE D'AUDIT : RANG         *
003317*            SUIVANT ET EMPREINTE DU DERNIER MAILLON LUS         *
003318*            DANS LA TETE DE CHAINE ('AUDCHAIN' DE FCTL03),      *
003319*            EMPREINTES CALCULEES PAR SCELAUD - LA TETE          *
003320*            N'AVANCE QUE SUR UNE ENTREE ECRITE (UN DOUBLON      *
003321*            DE CLE NE CONSOMME PAS DE RANG)                     *
003322*****************************************************************
003323 4300-ECRIT-AUDIT.
003324*-----------------*
003325     MOVE 'AUDCHAIN' TO CT-CLE.
003326     READ FCTL03-FILE.
003327     MOVE WS-FCTL-STATUS TO WS-CHAINE-STATUS.
003328     EVALUATE WS-FCTL-STATUS
003329         WHEN '00'
003330             COMPUTE AK-SEQUENCE = CT-SEQUENCE-EVT + 1
003331             MOVE CT-EMPREINTE TO AK-EMPREINTE-PREC
003332         WHEN '23'
003333             MOVE 1            TO AK-SEQUENCE
003334             MOVE ZERO         TO AK-EMPREINTE-PREC
003335         WHEN OTHER
003336             PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
003337     END-EVALUATE.
003338     MOVE ZERO              TO AK-EMPREINTE-IMAGES.
003339     MOVE ZERO              TO AK-EMPREINTE.
003340     MOVE ZERO              TO AK-NUMERO-ORIGINE.
003341     MOVE SPACE             TO AK-ANONYMISE.
003342     MOVE E-AUDIT           TO SC-ENTREE.
003343     CALL 'SCELAUD' USING SCELAUD-COMMAREA.
003344     MOVE SC-CALC-IMAGES    TO AK-EMPREINTE-IMAGES.
003345     MOVE SC-CALC-EMPREINTE TO AK-EMPREINTE.
003346     WRITE E-AUDIT.
003347     IF WS-FAUDIT-STATUS NOT = '00' AND NOT = '22'
003348        PERFORM 9520-ERREUR-FAUDIT THRU 9520-EXIT
003349     END-IF.
003350     IF WS-FAUDIT-STATUS = '00'
003351        IF WS-CHAINE-STATUS = '23'
003352           MOVE SPACES     TO E-CONTROLE
003353           MOVE 'AUDCHAIN' TO CT-CLE
003354           MOVE ZERO       TO CT-SEQUENCE
003355           MOVE 'T'        TO CT-ETAT
003356        END-IF
003357        MOVE AK-SEQUENCE  TO CT-SEQUENCE-EVT
003358        MOVE AK-EMPREINTE TO CT-EMPREINTE
003359        MOVE AK-DATE      TO CT-DATE
003360        MOVE AK-HEURE     TO CT-HEURE
003361        IF WS-CHAINE-STATUS = '00'
003362           REWRITE E-CONTROLE
003363        ELSE
003364           WRITE E-CONTROLE
003365        END-IF
003366        IF WS-FCTL-STATUS NOT = '00'
003367           PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
003368        END-IF
003369     END-IF.
003370 4300-EXIT.
003371     EXIT.
003372*
003373*****************************************************************
003374*  8000  -  BILAN DU PASSAGE                                     *
003380*****************************************************************
003390 8000-BILAN.
003400*-----------*
004070     STOP RUN.
004080 9520-EXIT.
004090     EXIT.
004091*
004092 9530-ERREUR-FCTL.
004093*-----------------*
004094     DISPLAY 'MAJCOMM - ERREUR E/S FCTL03 - CODE STATUT '
004095             WS-FCTL-STATUS.
004096     MOVE 16 TO RETURN-CODE.
004097     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
004098     STOP RUN.
004099 9530-EXIT.
004100     EXIT.
004101*
004110*****************************************************************
004120*  9000  -  FERMETURE DES FICHIERS                               *
004130*****************************************************************
004170     CLOSE FSTAG03-FILE.
004180     CLOSE FSTAGARC-FILE.
004190     CLOSE FAUDIT03-FILE.
004195     CLOSE FCTL03-FILE.
004200     CLOSE RAPPORT-FILE.
004210 9000-EXIT.
004220     EXIT.
