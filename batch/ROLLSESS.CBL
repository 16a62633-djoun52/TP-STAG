000200*               - CAPACITE, SITE, COORDINATEUR, LIBELLE ET TAUX  *
000210*                 RECONDUITS ; LES JOURS DE COURS (FCALS03) SONT *
000220*                 RECONDUITS, PAS LES DATES D'EXCEPTION          *
000221*               - LA SALLE RESERVEE (FRESA03) EST RESERVEE       *
000222*                 POUR LES NOUVELLES DATES ; LA SESSION EST      *
000223*                 ECARTEE SI LA SALLE A QUITTE LE REFERENTIEL    *
000224*                 FSALL03, SI LA CAPACITE DEPASSE SES PLACES OU  *
000225*                 SI ELLE EST DEJA RESERVEE SUR LA PERIODE       *
000230*               EDITE LE CREE ET L'ECARTE (CODE SANS MILLESIME,  *
000240*               SESSION CIBLE DEJA EXISTANTE) AVEC LES MOTIFS    *
000250*****************************************************************
000260*  HISTORIQUE DES MODIFICATIONS                                 *
000270*  02/09/2026  SE  CREATION DU PROGRAMME                        *
000275*  15/10/2026  SE  RECONDUCTION ET CONTROLE DE LA SALLE         *
000277*                  RESERVEE                                     *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000470            ACCESS MODE    RANDOM
000480            RECORD KEY     CS-CODE
000490            FILE STATUS    WS-FCALS-STATUS.
000491     SELECT FRESA03-FILE   ASSIGN TO FRESA03
000492            ORGANIZATION   INDEXED
000493            ACCESS MODE    DYNAMIC
000494            RECORD KEY     RV-CODE-SESSION
000495            ALTERNATE RECORD KEY RV-SALLE WITH DUPLICATES
000496            FILE STATUS    WS-FRESA-STATUS.
000497     SELECT FSALL03-FILE   ASSIGN TO FSALL03
000498            ORGANIZATION   INDEXED
000499            ACCESS MODE    RANDOM
000500            RECORD KEY     SA-CLE
000501            FILE STATUS    WS-FSALL-STATUS.
000502     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000510            ORGANIZATION   LINE SEQUENTIAL.
000520     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000530            ORGANIZATION   LINE SEQUENTIAL.
000600     COPY FJOUR.
000610 FD  FCALS03-FILE.
000620     COPY FCALS.
000622 FD  FRESA03-FILE.
000624     COPY FRESA.
000626 FD  FSALL03-FILE.
000628     COPY FSALL.
000630 FD  SYSIN-FILE
000640     RECORDING MODE F.
000650 01  SYSIN-REC.
000780 77  WS-FSESS-STATUS       PIC X(02).
000790 77  WS-FJOUR-STATUS       PIC X(02).
000800 77  WS-FCALS-STATUS       PIC X(02).
000803 77  WS-FRESA-STATUS       PIC X(02).
000806 77  WS-FSALL-STATUS       PIC X(02).
000810 77  WS-EOF                PIC X(01)     VALUE 'N'.
000820     88  FIN-FICHIER                     VALUE 'Y'.
000830 77  WS-ANCIENNE           PIC 9(04).
001380     05 FILLER PIC X(02) VALUE '31'.
001390 01  MOIS-LONG-TBL REDEFINES MOIS-LONG-TABLE.
001400     05  ML-JOURS          PIC 9(02) OCCURS 12 TIMES.
001401*   SALLE RESERVEE PAR LA SESSION A RECONDUIRE ET PERIODE DE LA
001402*   NOUVELLE RESERVATION (AAAAMMJJ, FIN OUVERTE = 99999999)
001403 77  WS-SALLE-RESERVEE     PIC X(01).
001404 77  WS-SALLE-SES          PIC X(26).
001405 77  WS-CODE-SALLE         PIC X(06).
001406 77  WS-RES-DEB            PIC 9(08).
001407 77  WS-RES-FIN            PIC 9(08).
001408 77  WS-SES-CONFLIT        PIC X(10).
001409 77  WS-EOF-RES            PIC X(01).
001410     88  FIN-RESERVATIONS              VALUE 'Y'.
001411 77  WS-MOTIF-SALLE        PIC X(60).
001412 77  WS-NB-SALLES          PIC 9(06) COMP VALUE ZERO.
001413*
001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440*----------------*
001870     OPEN I-O   FSESS03-FILE.
001880     OPEN INPUT FJOUR03-FILE.
001890     OPEN I-O   FCALS03-FILE.
001893     OPEN I-O   FRESA03-FILE.
001896     OPEN INPUT FSALL03-FILE.
001900     OPEN OUTPUT RAPPORT-FILE.
001910     MOVE SPACE TO LIGNE.
001920     STRING ' RECONDUCTION DES SESSIONS ' WS-ANCIENNE
003190     MOVE S-DATE-FIN   TO WS-DATE-TRAV.
003200     PERFORM 3200-DECALE-DATE THRU 3200-EXIT.
003210     MOVE WS-DATE-TRAV TO S-DATE-FIN.
003211     PERFORM 3150-CONTROLE-SALLE THRU 3150-EXIT.
003212     IF WS-MOTIF-SALLE NOT = SPACES
003213        ADD 1 TO WS-NB-ECARTEES
003214        MOVE SPACE TO LIGNE
003215        STRING '   ECARTEE : ' WS-NOUVEAU-CODE ' ' WS-MOTIF-SALLE
003216               DELIMITED BY SIZE INTO LIGNE
003217        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
003218        GO TO 3100-EXIT
003219     END-IF.
003220     MOVE WS-NOUVEAU-CODE TO S-CODE.
003230     WRITE E-SESSION.
003240     EVALUATE WS-FSESS-STATUS
003300                DELIMITED BY SIZE INTO LIGNE
003310         WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
003320         PERFORM 3300-CLONE-CALENDRIER THRU 3300-EXIT
003325         PERFORM 3350-RESERVE-SALLE THRU 3350-EXIT
003330       WHEN '22'
003340         ADD 1 TO WS-NB-ECARTEES
003350         MOVE SPACE TO LIGNE
003410         PERFORM 9500-ERREUR-FSESS THRU 9500-EXIT
003420     END-EVALUATE.
003430 3100-EXIT.
003431     EXIT.
003432*
003433*****************************************************************
003434*  3150  -  SALLE RESERVEE PAR LA SESSION A RECONDUIRE           *
003435*            (FRESA03) : ELLE DOIT ETRE TOUJOURS AU REFERENTIEL  *
003436*            FSALL03, AVOIR ASSEZ DE PLACES POUR LA CAPACITE ET  *
003437*            ETRE LIBRE SUR LA NOUVELLE PERIODE (RESERVATIONS DE *
003438*            LA SALLE PAR LA CLE ALTERNATIVE RV-SALLE) - MOTIF   *
003439*            NON BLANC = SESSION ECARTEE ; SANS SALLE : RIEN     *
003440*****************************************************************
003441 3150-CONTROLE-SALLE.
003442*--------------------*
003443     MOVE 'N'    TO WS-SALLE-RESERVEE.
003444     MOVE SPACES TO WS-MOTIF-SALLE.
003445     MOVE S-CODE TO RV-CODE-SESSION.
003446     READ FRESA03-FILE KEY IS RV-CODE-SESSION.
003447     IF WS-FRESA-STATUS = '23'
003448        GO TO 3150-EXIT
003449     END-IF.
003450     IF WS-FRESA-STATUS NOT = '00'
003451        PERFORM 9510-ERREUR-FRESA THRU 9510-EXIT
003452     END-IF.
003453     MOVE 'O'           TO WS-SALLE-RESERVEE.
003454     MOVE RV-SALLE      TO WS-SALLE-SES.
003455     MOVE RV-CODE-SALLE TO WS-CODE-SALLE.
003456     MOVE RV-SALLE      TO SA-CLE.
003457     READ FSALL03-FILE.
003458     IF WS-FSALL-STATUS NOT = '00'
003459        STRING '(SALLE ' WS-CODE-SALLE
003460               ' ABSENTE DU REFERENTIEL DES SALLES)'
003461               DELIMITED BY SIZE INTO WS-MOTIF-SALLE
003462        GO TO 3150-EXIT
003463     END-IF.
003464     IF S-CAPACITE > SA-PLACES
003465        STRING '(CAPACITE SUPERIEURE AUX PLACES DE LA SALLE '
003466               WS-CODE-SALLE ')'
003467               DELIMITED BY SIZE INTO WS-MOTIF-SALLE
003468        GO TO 3150-EXIT
003469     END-IF.
003470     MOVE S-DATE-DEBUT(5:4) TO WS-RES-DEB(1:4).
003471     MOVE S-DATE-DEBUT(3:2) TO WS-RES-DEB(5:2).
003472     MOVE S-DATE-DEBUT(1:2) TO WS-RES-DEB(7:2).
003473     IF S-DATE-FIN = ZERO
003474        MOVE 99999999 TO WS-RES-FIN
003475     ELSE
003476        MOVE S-DATE-FIN(5:4) TO WS-RES-FIN(1:4)
003477        MOVE S-DATE-FIN(3:2) TO WS-RES-FIN(5:2)
003478        MOVE S-DATE-FIN(1:2) TO WS-RES-FIN(7:2)
003479     END-IF.
003480     MOVE SPACES       TO WS-SES-CONFLIT.
003481     MOVE 'N'          TO WS-EOF-RES.
003482     MOVE WS-SALLE-SES TO RV-SALLE.
003483     START FRESA03-FILE KEY = RV-SALLE
003484         INVALID KEY MOVE 'Y' TO WS-EOF-RES
003485     END-START.
003486     IF NOT FIN-RESERVATIONS
003487        READ FRESA03-FILE NEXT
003488            AT END MOVE 'Y' TO WS-EOF-RES
003489        END-READ
003490     END-IF.
003491     PERFORM UNTIL FIN-RESERVATIONS
003492             OR RV-SALLE NOT = WS-SALLE-SES
003493             OR WS-SES-CONFLIT NOT = SPACES
003494        IF RV-CODE-SESSION NOT = WS-NOUVEAU-CODE
003495           AND RV-DATE-DEBUT NOT > WS-RES-FIN
003496           AND RV-DATE-FIN NOT < WS-RES-DEB
003497           MOVE RV-CODE-SESSION TO WS-SES-CONFLIT
003498        END-IF
003499        READ FRESA03-FILE NEXT
003500            AT END MOVE 'Y' TO WS-EOF-RES
003501        END-READ
003502     END-PERFORM.
003503     IF WS-SES-CONFLIT NOT = SPACES
003504        STRING '(SALLE ' WS-CODE-SALLE ' DEJA RESERVEE PAR '
003505               WS-SES-CONFLIT ')'
003506               DELIMITED BY SIZE INTO WS-MOTIF-SALLE
003507     END-IF.
003508 3150-EXIT.
003509     EXIT.
003510*
003511*****************************************************************
003512*  3200  -  DECALAGE D'UNE DATE (JJMMAAAA) DE L'ECART D'ANNEES,  *
003513*            PUIS AVANCE AU PROCHAIN JOUR HORS FERIES ET         *
003514*            FERMETURES (FJOUR03) - LE GARDE-FOU EVITE DE        *
003515*            BOUCLER SUR UN CALENDRIER ABERRANT                  *
003516*****************************************************************
003520 3200-DECALE-DATE.
003530*-----------------*
003540     IF WS-DATE-TRAV = ZERO
004410     EXIT.
004420*
004430*****************************************************************
004431*  3350  -  RESERVATION DE LA SALLE POUR LA SESSION CREEE,       *
004432*            SUR SA NOUVELLE PERIODE (CONTROLEE PAR 3150)        *
004433*****************************************************************
004434 3350-RESERVE-SALLE.
004435*-------------------*
004436     IF WS-SALLE-RESERVEE NOT = 'O'
004437        GO TO 3350-EXIT
004438     END-IF.
004439     MOVE SPACES          TO E-RESERVATION.
004440     MOVE WS-NOUVEAU-CODE TO RV-CODE-SESSION.
004441     MOVE WS-SALLE-SES    TO RV-SALLE.
004442     MOVE WS-RES-DEB      TO RV-DATE-DEBUT.
004443     MOVE WS-RES-FIN      TO RV-DATE-FIN.
004444     ACCEPT RV-DATE-SAISIE FROM DATE YYYYMMDD.
004445     MOVE 'BAT'           TO RV-SAISI-PAR.
004446     WRITE E-RESERVATION.
004447     IF WS-FRESA-STATUS NOT = '00' AND NOT = '02'
004448        PERFORM 9510-ERREUR-FRESA THRU 9510-EXIT
004449     END-IF.
004450     ADD 1 TO WS-NB-SALLES.
004451 3350-EXIT.
004452     EXIT.
004453*
004454*****************************************************************
004455*  8000  -  BILAN DU PASSAGE                                     *
004456*****************************************************************
004460 8000-BILAN.
004470*-----------*
004480     MOVE WS-NB-CREEES TO WS-NB-ED.
004530     MOVE WS-NB-ECARTEES TO WS-NB-ED.
004540     MOVE SPACE TO LIGNE.
004550     STRING ' SESSIONS ECARTEES : ' WS-NB-ED
004551            DELIMITED BY SIZE INTO LIGNE.
004552     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004553     MOVE WS-NB-SALLES TO WS-NB-ED.
004554     MOVE SPACE TO LIGNE.
004555     STRING ' SALLES RESERVEES  : ' WS-NB-ED
004560            DELIMITED BY SIZE INTO LIGNE.
004570     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004580 8000-EXIT.
004720     EXIT.
004730*
004740*****************************************************************
004741*  9510  -  ERREUR D'ENTREE/SORTIE SUR FRESA03                   *
004742*****************************************************************
004743 9510-ERREUR-FRESA.
004744*------------------*
004745     DISPLAY 'ROLLSESS - ERREUR E/S FRESA03 - CODE STATUT '
004746             WS-FRESA-STATUS.
004747     MOVE 16 TO RETURN-CODE.
004748     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
004749     STOP RUN.
004750 9510-EXIT.
004751     EXIT.
004752*
004753*****************************************************************
004754*  9000  -  FERMETURE DES FICHIERS                               *
004760*****************************************************************
004770 9000-TERMINAISON.
004780*-----------------*
004790     CLOSE FSESS03-FILE.
004800     CLOSE FJOUR03-FILE.
004810     CLOSE FCALS03-FILE.
004813     CLOSE FRESA03-FILE.
004816     CLOSE FSALL03-FILE.
004820     CLOSE RAPPORT-FILE.
004830 9000-EXIT.
004840     EXIT.
