000180*               LA LISTE DES OFFRES DU PASSAGE EST EDITEE POUR   *
000190*               LES COORDINATEURS, QUI RAPPELLENT LE CANDIDAT    *
000200*               PAR INF7CI3 (ACTION R)                           *
000202*               CHAQUE OFFRE EMISE POSE UNE RELANCE (GENRELA) DE *
000204*               RAPPEL AU COORDINATEUR DE LA SESSION, CLOSE PAR  *
000206*               LE PASSAGE QUI TROUVE L'OFFRE EXPIREE OU LE      *
000208*               CANDIDAT RAPPELE (SORTI DE FATTE03)              *
000210*****************************************************************
000220*  HISTORIQUE DES MODIFICATIONS                                 *
000230*  02/09/2026  SE  CREATION DU PROGRAMME                        *
000232*  15/10/2026  SE  RELANCE AUTOMATIQUE (GENRELA) DE RAPPEL POUR *
000234*                  CHAQUE OFFRE, CLOSE A L'EXPIRATION OU AU     *
000236*                  RAPPEL DU CANDIDAT - FATTE03 EN DYNAMIQUE    *
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000400            FILE STATUS    WS-FSTAG-STATUS.
000410     SELECT FATTE03-FILE   ASSIGN TO FATTE03
000420            ORGANIZATION   INDEXED
000430            ACCESS MODE    DYNAMIC
000440            RECORD KEY     WL-NUMERO
000450            FILE STATUS    WS-FATTE-STATUS.
000460     SELECT FOFFR03-FILE   ASSIGN TO FOFFR03
001070 77  WS-LIGNES-PAGE        PIC 9(02) COMP VALUE 55.
001080 77  WS-NB-OFFRES          PIC 9(06) COMP VALUE ZERO.
001090 77  WS-NB-EXPIREES        PIC 9(06) COMP VALUE ZERO.
001095 77  WS-NB-RELANCES        PIC 9(06) COMP VALUE ZERO.
001100 77  WS-DATE-JOUR          PIC 9(08).
001110*   DELAI DE VALIDITE D'UNE OFFRE, EN JOURS (SYSIN, DEFAUT 7)
001120 77  WS-DELAI              PIC 9(02)     VALUE 7.
001330         10  WT-INSCRITS   PIC 9(04) COMP.
001340         10  WT-OFFERTES   PIC 9(04) COMP.
001350         10  WT-LIBRES     PIC S9(04) COMP.
001353*   ZONE D'ECHANGE DU MODULE DE RELANCES GENRELA
001356     COPY RELACA.
001360*
001370 01  LIGNE-ENTETE1.
001380     05  FILLER            PIC X(01)     VALUE SPACE.
001750     05  FILLER            PIC X(10)     VALUE SPACE.
001760     05  FILLER            PIC X(15)     VALUE 'EXPIREES     : '.
001770     05  LB-NB-EXPIREES    PIC ZZZZZ9.
001772     05  FILLER            PIC X(10)     VALUE SPACE.
001774     05  FILLER            PIC X(15)     VALUE 'RELANCES     : '.
001776     05  LB-NB-RELANCES    PIC ZZZZZ9.
001780*
001790 PROCEDURE DIVISION.
001800 0000-MAINLINE.
002110     OPEN INPUT  FSESS03-FILE.
002120     OPEN INPUT  FSTAG03-FILE.
002130     OPEN I-O    FOFFR03-FILE.
002135     OPEN INPUT  FATTE03-FILE.
002140     OPEN OUTPUT RAPPORT-FILE.
002150     MOVE ZERO TO WS-PAGE-COMPTEUR WS-LIGNE-COMPTEUR
002160                  WS-NB-OFFRES WS-NB-EXPIREES.
003160*  4000  -  PARCOURS DES OFFRES : CELLES ARRIVEES A EXPIRATION   *
003170*            SONT MARQUEES 'E' (LA PLACE EST RENDUE), LES OFFRES *
003180*            ENCORE EN COURS RESERVENT LEUR PLACE                *
003183*            LA RELANCE DE RAPPEL EST CLOSE QUAND L'OFFRE EXPIRE *
003186*            OU QUE LE CANDIDAT A ETE RAPPELE (SORTI DE FATTE03) *
003190*****************************************************************
003200 4000-EXPIRE-OFFRES.
003210*-------------------*
003340                 PERFORM 9530-ERREUR-FOFFR THRU 9530-EXIT
003350              END-IF
003360              ADD 1 TO WS-NB-EXPIREES
003365              PERFORM 4200-CLOT-RELANCE THRU 4200-EXIT
003370           ELSE
003380              PERFORM 4100-RESERVE-PLACE THRU 4100-EXIT
003381              MOVE OF-NUMERO-CAND TO WL-NUMERO
003382              READ FATTE03-FILE
003383              IF WS-FATTE-STATUS = '23'
003384                 PERFORM 4200-CLOT-RELANCE THRU 4200-EXIT
003385              END-IF
003390           END-IF
003400        END-IF
003410        READ FOFFR03-FILE NEXT
003540 4100-EXIT.
003550     EXIT.
003560*
003561 4200-CLOT-RELANCE.
003562*------------------*
003563     MOVE 'C'             TO RA-FONCTION.
003564     MOVE 'OFFR'          TO RA-ORIGINE.
003565     MOVE OF-NUMERO-CAND  TO RA-NUMERO.
003566     MOVE OF-CODE-SESSION TO RA-SESSION.
003567     MOVE WS-DATE-JOUR    TO RA-DATE-JOUR.
003568     CALL 'GENRELA' USING GENRELA-COMMAREA.
003569 4200-EXIT.
003570     EXIT.
003571*
003572*****************************************************************
003580*  5000  -  PLACES LIBRES PAR SESSION = CAPACITE - EFFECTIF -    *
003590*            OFFRES EN COURS                                     *
003600*****************************************************************
003760*****************************************************************
003770 6000-ALIMENTE-TRI.
003780*------------------*
003800     MOVE 'N' TO WS-EOF.
003804     MOVE ZERO TO WL-NUMERO.
003808     START FATTE03-FILE KEY >= WL-NUMERO
003812         INVALID KEY MOVE 'Y' TO WS-EOF
003816     END-START.
003820     IF NOT FIN-FICHIER
003824        READ FATTE03-FILE NEXT
003828            AT END MOVE 'Y' TO WS-EOF
003832        END-READ
003836     END-IF.
003840     PERFORM UNTIL FIN-FICHIER
003850        IF WL-CODE-SESSION NOT = SPACE
003860           IF WL-DATE-ENTREE(7:4) NUMERIC
003990           MOVE WL-PRENOM       TO TA-PRENOM
004000           RELEASE TRI-REC
004010        END-IF
004020        READ FATTE03-FILE NEXT
004030            AT END MOVE 'Y' TO WS-EOF
004040        END-READ
004050     END-PERFORM.
004070 6000-EXIT.
004080     EXIT.
004090*
004110*  7000  -  EMISSION DES OFFRES DANS L'ORDRE D'ENTREE EN LISTE : *
004120*            UNE PLACE LIBRE SUR LA SESSION DU CANDIDAT ET PAS   *
004130*            D'OFFRE DEJA EMISE (EN COURS OU EXPIREE) POUR LUI   *
004135*            - CHAQUE OFFRE POSE UNE RELANCE DE RAPPEL           *
004140*****************************************************************
004150 7000-EMET-OFFRES.
004160*-----------------*
004690            DELIMITED BY SIZE INTO LD-EXPIRE.
004700     PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT.
004710     ADD 1 TO WS-NB-OFFRES.
004711     MOVE 'O'            TO RA-FONCTION.
004712     MOVE 'OFFR'         TO RA-ORIGINE.
004713     MOVE TA-NUMERO      TO RA-NUMERO.
004714     MOVE TA-SESSION     TO RA-SESSION.
004715     MOVE 01             TO RA-DELAI.
004716     MOVE 'OFFRE DE PLACE EMISE - RAPPELER LE CANDIDAT'
004717       TO RA-NOTE.
004718     MOVE WS-DATE-JOUR   TO RA-DATE-JOUR.
004719     CALL 'GENRELA' USING GENRELA-COMMAREA.
004720     IF RA-POSEE
004721        ADD 1 TO WS-NB-RELANCES
004722     END-IF.
004723 7100-EXIT.
004730     EXIT.
004740*
004750*****************************************************************
004830     WRITE RAPPORT-REC FROM LIGNE-VIDE  AFTER ADVANCING 2.
004840     MOVE WS-NB-OFFRES   TO LB-NB-OFFRES.
004850     MOVE WS-NB-EXPIREES TO LB-NB-EXPIREES.
004855     MOVE WS-NB-RELANCES TO LB-NB-RELANCES.
004860     WRITE RAPPORT-REC FROM LIGNE-BILAN AFTER ADVANCING 1.
004870 8000-EXIT.
004880     EXIT.
005340     CLOSE FSESS03-FILE.
005350     CLOSE FSTAG03-FILE.
005360     CLOSE FOFFR03-FILE.
005362     CLOSE FATTE03-FILE.
005364     MOVE 'F' TO RA-FONCTION.
005366     CALL 'GENRELA' USING GENRELA-COMMAREA.
005370     CLOSE RAPPORT-FILE.
005380 9000-EXIT.
005390     EXIT.
