000120*               SESSION PRESENTE DANS LES CARTES SONT REMPLACEES *
000130*               EN TOTALITE ; LES JOURS DE COURS (TENUS PAR      *
000140*               INF6CI3) SONT CONSERVES, UNE SESSION SANS ENTREE *
000145*               CALENDRIER EST CREEE EN LUNDI-VENDREDI - LES     *
000150*               JOURNEES ANNULEES EN LIGNE (FANNU03) SONT        *
000155*               REPORTEES EN EXCEPTION APRES LES CARTES          *
000160*****************************************************************
000170*  HISTORIQUE DES MODIFICATIONS                                 *
000180*  02/09/2026  SE  CREATION DU PROGRAMME                        *
000185*  15/10/2026  SE  REPORT DES JOURNEES ANNULEES DE FANNU03      *
000190*****************************************************************
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000300            ACCESS MODE    RANDOM
000310            RECORD KEY     CS-CODE
000320            FILE STATUS    WS-FCALS-STATUS.
000321     SELECT FANNU03-FILE   ASSIGN TO FANNU03
000322            ORGANIZATION   INDEXED
000323            ACCESS MODE    DYNAMIC
000324            RECORD KEY     AN-CLE
000325            FILE STATUS    WS-FANNU-STATUS.
000330*
000340 DATA DIVISION.
000350 FILE SECTION.
000450*   DESCRIPTION DU CALENDRIER DES SESSIONS
000460     COPY FCALS.
000470*
000472 FD  FANNU03-FILE.
000474*   DESCRIPTION DES JOURNEES DE COURS ANNULEES
000476     COPY FANNU.
000478*
000480 WORKING-STORAGE SECTION.
000490 77  WS-FCALS-STATUS       PIC X(02).
000495 77  WS-FANNU-STATUS       PIC X(02).
000500 77  WS-EOF                PIC X(01)     VALUE 'N'.
000510     88  FIN-FICHIER                     VALUE 'Y'.
000520 77  WS-SESSION-COUR       PIC X(10)     VALUE LOW-VALUE.
000540 77  WS-NB-SESSIONS        PIC 9(04) COMP VALUE ZERO.
000550 77  WS-NB-CARTES          PIC 9(04) COMP VALUE ZERO.
000560 77  WS-NB-REJETS          PIC 9(04) COMP VALUE ZERO.
000565 77  WS-NB-ANNULEES        PIC 9(04) COMP VALUE ZERO.
000570 77  WS-IND-EXC            PIC 9(02).
000580*   ENREGISTREMENT EN CONSTITUTION POUR LA SESSION COURANTE
000590*   ('N' = PAS ENCORE PRESENT DANS LE FICHIER, A CREER)
000600 77  WS-EXISTE             PIC X(01).
000610 77  WS-DATE-CONV          PIC 9(08).
000613*   JOURNEE ANNULEE DEJA PRESENTE DANS LES EXCEPTIONS ('O')
000616 77  WS-DEJA-EXC           PIC X(01).
000620*
000630 PROCEDURE DIVISION.
000640 0000-MAINLINE.
000750*--------------------*
000760     OPEN INPUT CARTES-FILE.
000770     OPEN I-O   FCALS03-FILE.
000772     OPEN INPUT FANNU03-FILE.
000774     IF WS-FANNU-STATUS NOT = '00'
000776        PERFORM 9510-ERREUR-FANNU THRU 9510-EXIT
000778     END-IF.
000780 1000-EXIT.
000790     EXIT.
000800*
001490     IF WS-SESSION-COUR = LOW-VALUE
001500        GO TO 2200-EXIT
001510     END-IF.
001515     PERFORM 2250-REPORTE-ANNULATIONS THRU 2250-EXIT.
001520     IF WS-EXISTE = 'O'
001530        REWRITE E-CALENDRIER
001540     ELSE
001610 2200-EXIT.
001620     EXIT.
001630*
001631*****************************************************************
001632*  2250  -  REPORT DES JOURNEES DE LA SESSION ANNULEES EN LIGNE  *
001633*            (FANNU03) : AJOUTEES AUX EXCEPTIONS DES CARTES SI   *
001634*            ELLES N'Y SONT PAS DEJA, SIGNALEES SI LES DIX       *
001635*            EXCEPTIONS SONT PRISES                              *
001637*****************************************************************
001638 2250-REPORTE-ANNULATIONS.
001639*-------------------------*
001640     MOVE WS-SESSION-COUR TO AN-CODE-SESSION.
001641     MOVE ZERO            TO AN-DATE.
001642     START FANNU03-FILE KEY NOT < AN-CLE
001643         INVALID KEY GO TO 2250-EXIT
001644     END-START.
001645     READ FANNU03-FILE NEXT
001646         AT END GO TO 2250-EXIT
001647     END-READ.
001648     PERFORM UNTIL WS-FANNU-STATUS NOT = '00'
001649             OR AN-CODE-SESSION NOT = WS-SESSION-COUR
001650        MOVE 'N' TO WS-DEJA-EXC
001651        PERFORM VARYING WS-IND-EXC FROM 1 BY 1
001652                UNTIL WS-IND-EXC > WS-NB-EXC
001653           IF CS-EXCEPTION(WS-IND-EXC) = AN-DATE
001654              MOVE 'O' TO WS-DEJA-EXC
001655           END-IF
001656        END-PERFORM
001657        IF WS-DEJA-EXC = 'N'
001658           IF WS-NB-EXC >= 10
001659              ADD 1 TO WS-NB-REJETS
001660              DISPLAY 'LDCALS - JOURNEE ANNULEE NON REPORTEE : '
001661                      AN-CODE-SESSION ' ' AN-DATE
001662           ELSE
001663              ADD 1 TO WS-NB-EXC
001664              MOVE AN-DATE TO CS-EXCEPTION(WS-NB-EXC)
001665              ADD 1 TO WS-NB-ANNULEES
001666           END-IF
001667        END-IF
001668        READ FANNU03-FILE NEXT
001669            AT END MOVE '10' TO WS-FANNU-STATUS
001670        END-READ
001671     END-PERFORM.
001672 2250-EXIT.
001673     EXIT.
001674*
001675 9500-ERREUR-FCALS.
001676*------------------*
001677     DISPLAY 'LDCALS - ERREUR E/S FCALS03 - CODE STATUT '
001678             WS-FCALS-STATUS.
001680     MOVE 16 TO RETURN-CODE.
001690     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
001700     STOP RUN.
001710 9500-EXIT.
001720     EXIT.
001730*
001731 9510-ERREUR-FANNU.
001732*------------------*
001733     DISPLAY 'LDCALS - ERREUR E/S FANNU03 - CODE STATUT '
001734             WS-FANNU-STATUS.
001735     MOVE 16 TO RETURN-CODE.
001736     STOP RUN.
001737 9510-EXIT.
001738     EXIT.
001739*
001740*****************************************************************
001750*  9000  -  BILAN ET FERMETURE DES FICHIERS                      *
001760*****************************************************************
001780*-----------------*
001790     DISPLAY 'LDCALS - CARTES ' WS-NB-CARTES
001800             ' SESSIONS ' WS-NB-SESSIONS
001806             ' REJETS ' WS-NB-REJETS
001812             ' ANNULATIONS REPORTEES ' WS-NB-ANNULEES.
001820     CLOSE CARTES-FILE.
001830     CLOSE FCALS03-FILE.
001835     CLOSE FANNU03-FILE.
001840 9000-EXIT.
001850     EXIT.
