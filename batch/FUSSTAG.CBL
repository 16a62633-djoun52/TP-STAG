000160*****************************************************************
000170*  HISTORIQUE DES MODIFICATIONS                                 *
000180*  22/08/2026  SE  CREATION DU PROGRAMME                        *
000182*  15/10/2026  SE  ENTREES D'AUDIT SCELLEES ET CHAINEES         *
000184*                  (SCELAUD, TETE DE CHAINE 'AUDCHAIN' FCTL03)  *
000186*                  LES ENTREES REPORTEES GARDENT LEUR SCELLEMENT*
000188*                  ET LEUR NUMERO D'ORIGINE                     *
000190*****************************************************************
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000380            ACCESS MODE    DYNAMIC
000390            RECORD KEY     AK-CLE
000400            FILE STATUS    WS-FAUDIT-STATUS.
000401     SELECT FCTL03-FILE    ASSIGN TO FCTL03
000402            ORGANIZATION   INDEXED
000403            ACCESS MODE    RANDOM
000404            RECORD KEY     CT-CLE
000405            FILE STATUS    WS-FCTL-STATUS.
000410     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000420            ORGANIZATION   LINE SEQUENTIAL.
000430     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000560 FD  FAUDIT03-FILE.
000570*   DESCRIPTION DU FICHIER KSD DE LA PISTE D'AUDIT
000580     COPY FAUDIT.
000582*
000584 FD  FCTL03-FILE.
000586*   TETE DE CHAINE DE LA PISTE D'AUDIT ('AUDCHAIN')
000588     COPY FCTL.
000590*
000600 FD  SYSIN-FILE
000610     RECORDING MODE F.
000730 77  WS-FSTAG-STATUS       PIC X(02).
000740 77  WS-FARC-STATUS        PIC X(02).
000750 77  WS-FAUDIT-STATUS      PIC X(02).
000753 77  WS-FCTL-STATUS        PIC X(02).
000756 77  WS-CHAINE-STATUS      PIC X(02).
000760 77  WS-SURVIVANT          PIC 9(04).
000770 77  WS-ABSORBE            PIC 9(04).
000780*   ENREGISTREMENTS DES DEUX FICHES
001260 77  WS-NB-HIST            PIC 9(03) COMP VALUE ZERO.
001270 01  WS-HISTORIQUE.
001280     05  WS-HIST-ENTRY     OCCURS 200 TIMES.
001290         10  WS-HIST-REC   PIC X(800).
001300 77  WS-IND                PIC 9(03) COMP.
001305 77  WS-NB-HIST-ED         PIC ZZ9.
001310*   DATE ET HEURE DU JOUR
001360*
001370 01  LIGNE-JOURNAL         PIC X(133).
001380*
001382*   ZONE D'ECHANGE DU MODULE DE SCELLEMENT SCELAUD
001384     COPY SCELCA.
001386*
001390 PROCEDURE DIVISION.
001400 0000-MAINLINE.
001410*----------------*
001820     OPEN I-O    FSTAG03-FILE.
001830     OPEN I-O    FSTAGARC-FILE.
001840     OPEN I-O    FAUDIT03-FILE.
001845     OPEN I-O    FCTL03-FILE.
001850     MOVE WS-SURVIVANT TO E-NUMERO.
001860     READ FSTAG03-FILE.
001870     IF WS-FSTAG-STATUS NOT = '00'
002750             UNTIL WS-IND > WS-NB-HIST
002760        MOVE WS-HIST-REC(WS-IND) TO E-AUDIT
002770        DELETE FAUDIT03-FILE
002771*   L'ENTREE GARDE SON SCELLEMENT : LE NUMERO SOUS LEQUEL ELLE
002772*   A ETE SCELLEE EST CONSERVE POUR LE CONTROLE DE CHAINE
002773        IF AK-NUMERO-ORIGINE = ZERO
002774           MOVE WS-ABSORBE TO AK-NUMERO-ORIGINE
002775        END-IF
002780        MOVE WS-SURVIVANT TO AK-NUMERO
002790        WRITE E-AUDIT
002800        IF WS-FAUDIT-STATUS NOT = '00' AND NOT = '22'
003450     MOVE WS-HEURE-JOUR(1:6) TO AK-HEURE.
003460     MOVE 'BAT'              TO AK-OPERATEUR.
003470     MOVE 'BTCH'             TO AK-TERMINAL.
003480     PERFORM 2610-ECRIT-AUDIT THRU 2610-EXIT.
003481 2600-EXIT.
003482     EXIT.
003483*
003484*****************************************************************
003485*  2610  -  ECRITURE SCELLEE D'UNE ENTREE D'AUDIT : RANG         *
003486*            SUIVANT ET EMPREINTE DU DERNIER MAILLON LUS         *
003487*            DANS LA TETE DE CHAINE ('AUDCHAIN' DE FCTL03),      *
003488*            EMPREINTES CALCULEES PAR SCELAUD - LA TETE          *
003489*            N'AVANCE QUE SUR UNE ENTREE ECRITE (UN DOUBLON      *
003490*            DE CLE NE CONSOMME PAS DE RANG)                     *
003491*****************************************************************
003492 2610-ECRIT-AUDIT.
003493*-----------------*
003494     MOVE 'AUDCHAIN' TO CT-CLE.
003495     READ FCTL03-FILE.
003496     MOVE WS-FCTL-STATUS TO WS-CHAINE-STATUS.
003497     EVALUATE WS-FCTL-STATUS
003498         WHEN '00'
003499             COMPUTE AK-SEQUENCE = CT-SEQUENCE-EVT + 1
003500             MOVE CT-EMPREINTE TO AK-EMPREINTE-PREC
003501         WHEN '23'
003502             MOVE 1            TO AK-SEQUENCE
003503             MOVE ZERO         TO AK-EMPREINTE-PREC
003504         WHEN OTHER
003505             PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
003506     END-EVALUATE.
003507     MOVE ZERO              TO AK-EMPREINTE-IMAGES.
003508     MOVE ZERO              TO AK-EMPREINTE.
003509     MOVE ZERO              TO AK-NUMERO-ORIGINE.
003510     MOVE SPACE             TO AK-ANONYMISE.
003511     MOVE E-AUDIT           TO SC-ENTREE.
003512     CALL 'SCELAUD' USING SCELAUD-COMMAREA.
003513     MOVE SC-CALC-IMAGES    TO AK-EMPREINTE-IMAGES.
003514     MOVE SC-CALC-EMPREINTE TO AK-EMPREINTE.
003515     WRITE E-AUDIT.
003516     IF WS-FAUDIT-STATUS NOT = '00' AND NOT = '22'
003517        PERFORM 9520-ERREUR-FAUDIT THRU 9520-EXIT
003518     END-IF.
003519     IF WS-FAUDIT-STATUS = '00'
003520        IF WS-CHAINE-STATUS = '23'
003521           MOVE SPACES     TO E-CONTROLE
003522           MOVE 'AUDCHAIN' TO CT-CLE
003523           MOVE ZERO       TO CT-SEQUENCE
003524           MOVE 'T'        TO CT-ETAT
003525        END-IF
003526        MOVE AK-SEQUENCE  TO CT-SEQUENCE-EVT
003527        MOVE AK-EMPREINTE TO CT-EMPREINTE
003528        MOVE AK-DATE      TO CT-DATE
003529        MOVE AK-HEURE     TO CT-HEURE
003530        IF WS-CHAINE-STATUS = '00'
003531           REWRITE E-CONTROLE
003532        ELSE
003533           WRITE E-CONTROLE
003534        END-IF
003535        IF WS-FCTL-STATUS NOT = '00'
003536           PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
003537        END-IF
003538     END-IF.
003539 2610-EXIT.
003540     EXIT.
003541*
003542*****************************************************************
003560*  9500  -  ERREURS D'ENTREE/SORTIE - LE CODE STATUT EST TRACE   *
003570*            ET LE TRAITEMENT EST INTERROMPU                     *
003580*****************************************************************
003850     STOP RUN.
003860 9520-EXIT.
003870     EXIT.
003871*
003872 9530-ERREUR-FCTL.
003873*-----------------*
003874     DISPLAY 'FUSSTAG - ERREUR E/S FCTL03 - CODE STATUT '
003875             WS-FCTL-STATUS.
003876     MOVE 16 TO RETURN-CODE.
003877     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003878     STOP RUN.
003879 9530-EXIT.
003880     EXIT.
003881*
003890*****************************************************************
003900*  9000  -  FERMETURE DES FICHIERS                               *
003910*****************************************************************
003940     CLOSE FSTAG03-FILE.
003950     CLOSE FSTAGARC-FILE.
003960     CLOSE FAUDIT03-FILE.
003965     CLOSE FCTL03-FILE.
003970     CLOSE RAPPORT-FILE.
003980 9000-EXIT.
003990     EXIT.
