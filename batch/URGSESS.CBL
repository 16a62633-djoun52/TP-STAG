000182*  02/09/2026  SE  ACCES DIRECT PAR LE CHEMIN CODE SESSION      *
000184*                  (AIX FSTAGSES, DD FSTAG031) QUAND UNE        *
000186*                  SESSION EST DEMANDEE                         *
000187*  15/10/2026  SE  ADAPTATION REQUISE EDITEE SOUS LE STAGIAIRE  *
000188*                  (FADAP03, MESURE PRATIQUE SEULE)             *
000191*  15/10/2026  SE  LECTURE DE L'EXTRAIT FSTAGEXT TRIE PAR       *
000194*                  SESSION AU LIEU DU CHEMIN CODE SESSION       *
000195*  15/10/2026  SE  MESURE D'ADAPTATION IMPRIMEE PAR 2400 (SAUT  *
000196*                  DE PAGE ET COMPTE DES LIGNES)                *
000197*****************************************************************
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER. IBM-390.
000230 OBJECT-COMPUTER. IBM-390.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT EXTRAIT-FILE   ASSIGN TO FSTAGEXT
000270            ORGANIZATION   LINE SEQUENTIAL
000280            FILE STATUS    WS-FEXT-STATUS.
000310     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000320            ORGANIZATION   LINE SEQUENTIAL.
000330     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000340            ORGANIZATION   LINE SEQUENTIAL.
000341     SELECT FADAP03-FILE   ASSIGN TO FADAP03
000342            ORGANIZATION   INDEXED
000343            ACCESS MODE    RANDOM
000344            RECORD KEY     AD-NUMERO
000345            FILE STATUS    WS-FADAP-STATUS.
000350     SELECT TRI-FILE       ASSIGN TO TRIWK01.
000360*
000370 DATA DIVISION.
000380 FILE SECTION.
000386 FD  EXTRAIT-FILE
000392     RECORDING MODE F.
000398*   EXTRAIT ENRICHI DES STAGIAIRES, TRIE PAR CODE SESSION
000404     COPY FEXTR.
000411*
000412 FD  FADAP03-FILE.
000413*   REGISTRE DES ADAPTATIONS : SEULE LA MESURE PRATIQUE EST
000414*   EDITEE, JAMAIS LA NATURE DU BESOIN
000415     COPY FADAP.
000420*
000430 FD  SYSIN-FILE
000440     RECORDING MODE F.
000590     05  TS-PRENOM         PIC X(25).
000600     05  TS-TELPOR         PIC X(10).
000610     05  TS-TEL-URGENCE    PIC X(10).
000615     05  TS-NUMERO         PIC 9(04).
000620*
000630 WORKING-STORAGE SECTION.
000633*   FICHE STAGIAIRE REPRISE DE L'EXTRAIT
000636     COPY FSTAG.
000639 77  WS-FEXT-STATUS        PIC X(02).
000643 77  WS-FADAP-STATUS       PIC X(02).
000646 77  WS-DATE-JOUR          PIC 9(08)     VALUE ZERO.
000650 77  WS-EOF                PIC X(01)     VALUE 'N'.
000660     88  FIN-FICHIER                     VALUE 'Y'.
000670 77  WS-EOF-TRI            PIC X(01)     VALUE 'N'.
000920     05  FILLER            PIC X(10)     VALUE 'URGENCE'.
000930*
000940 01  LIGNE-VIDE            PIC X(133)    VALUE SPACE.
000942*   LIGNE DU STAGIAIRE SAUVEE LE TEMPS D'IMPRIMER SON
000944*   ADAPTATION PAR 2400 (QUI IMPRIME LIGNE-DETAIL)
000946 01  WS-SAUVE-DETAIL       PIC X(133).
000950*
000960 01  LIGNE-DETAIL.
000970     05  FILLER            PIC X(01)     VALUE SPACE.
001040     05  LD-URGENCE        PIC X(10).
001050     05  FILLER            PIC X(01)     VALUE SPACE.
001060     05  LD-SIGNAL         PIC X(30).
001061*
001062*   MESURE D'ADAPTATION, IMPRIMEE SOUS LA LIGNE DU STAGIAIRE
001063 01  LIGNE-ADAPTATION.
001064     05  FILLER            PIC X(03)     VALUE SPACE.
001065     05  FILLER            PIC X(21)
001066            VALUE 'ADAPTATION REQUISE : '.
001067     05  LA-MESURE         PIC X(60).
001070*
001080 PROCEDURE DIVISION.
001090 0000-MAINLINE.
001270     END-READ.
001280     CLOSE SYSIN-FILE.
001290     OPEN OUTPUT RAPPORT-FILE.
001293     OPEN INPUT  FADAP03-FILE.
001296     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001300     MOVE ZERO TO WS-PAGE-COMPTEUR WS-LIGNE-COMPTEUR.
001310 1000-EXIT.
001320     EXIT.
001370*****************************************************************
001380 2000-ALIMENTE-TRI.
001390*------------------*
001394     OPEN INPUT EXTRAIT-FILE.
001398*   L'EXTRAIT EST TRIE PAR CODE SESSION : UNE SESSION DEMANDEE
001402*   Y FORME UNE SUITE CONTIGUE, LA LECTURE S'ARRETE DES QU'ELLE
001406*   EST DEPASSEE ; SANS FILTRE, L'EXTRAIT EST LU EN ENTIER
001410     MOVE 'N' TO WS-EOF.
001420     READ EXTRAIT-FILE
001430         AT END MOVE 'Y' TO WS-EOF
001440     END-READ.
001450     IF NOT FIN-FICHIER AND WS-FEXT-STATUS NOT = '00'
001460        PERFORM 9500-ERREUR-EXTRAIT THRU 9500-EXIT
001470     END-IF.
001480     PERFORM UNTIL FIN-FICHIER
001482        IF WS-FILT-SESSION NOT = SPACE
001484           AND EX-CODE-SESSION > WS-FILT-SESSION
001486           MOVE 'Y' TO WS-EOF
001488        END-IF
001489        IF NOT FIN-FICHIER
001492         MOVE EX-STAGIAIRE TO E-STAGIAIRE
001495         IF E-CODE-SESSION NOT = SPACE
001500           AND (WS-FILT-SESSION = SPACE
001510                OR E-CODE-SESSION = WS-FILT-SESSION)
001520           MOVE E-CODE-SESSION TO TS-SESSION
001590           MOVE E-PRENOM       TO TS-PRENOM
001600           MOVE E-TELPOR       TO TS-TELPOR
001610           MOVE E-TEL-URGENCE  TO TS-TEL-URGENCE
001615           MOVE E-NUMERO       TO TS-NUMERO
001620           RELEASE TRI-REC
001630         END-IF
001632        END-IF
001634        IF NOT FIN-FICHIER
001642           READ EXTRAIT-FILE
001650               AT END MOVE 'Y' TO WS-EOF
001660           END-READ
001670           IF NOT FIN-FICHIER AND WS-FEXT-STATUS NOT = '00'
001680              PERFORM 9500-ERREUR-EXTRAIT THRU 9500-EXIT
001690           END-IF
001692        END-IF
001700     END-PERFORM.
001710     CLOSE EXTRAIT-FILE.
001720 2000-EXIT.
001730     EXIT.
001740*
001970           MOVE SPACE TO LD-SIGNAL
001980        END-IF
001990        PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT
001995        PERFORM 3400-ADAPTATION THRU 3400-EXIT
002000        RETURN TRI-FILE
002010            AT END MOVE 'Y' TO WS-EOF-TRI
002020        END-RETURN
002030     END-PERFORM.
002031 3000-EXIT.
002032     EXIT.
002033*
002034*****************************************************************
002035*  3400  -  MESURE D'ADAPTATION DU STAGIAIRE (FADAP03) : SEULE   *
002036*            LA MESURE PRATIQUE EST IMPRIMEE, SI LA FICHE EST    *
002037*            EN VIGUEUR ET AU NOM DU STAGIAIRE (UN NUMERO        *
002038*            REATTRIBUE N'HERITE PAS DE LA FICHE)                *
002039*****************************************************************
002040 3400-ADAPTATION.
002041*----------------*
002042     MOVE TS-NUMERO TO AD-NUMERO.
002043     READ FADAP03-FILE.
002044     IF WS-FADAP-STATUS = '23'
002045        GO TO 3400-EXIT
002046     END-IF.
002047     IF WS-FADAP-STATUS NOT = '00'
002048        PERFORM 9510-ERREUR-FADAP THRU 9510-EXIT
002049     END-IF.
002050     IF AD-NOM NOT = TS-NOM
002051        OR (AD-DATE-FIN NOT = ZERO AND AD-DATE-FIN < WS-DATE-JOUR)
002052        GO TO 3400-EXIT
002053     END-IF.
002054     MOVE AD-MESURE TO LA-MESURE.
002055     MOVE LIGNE-DETAIL     TO WS-SAUVE-DETAIL.
002056     MOVE LIGNE-ADAPTATION TO LIGNE-DETAIL.
002057     PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT.
002058     MOVE WS-SAUVE-DETAIL  TO LIGNE-DETAIL.
002059 3400-EXIT.
002060     EXIT.
002061*
002070*****************************************************************
002080*  2400  -  IMPRESSION D'UNE LIGNE, AVEC SAUT DE PAGE AUTOMATIQUE
002090*****************************************************************
002300     EXIT.
002310*
002320*****************************************************************
002330*  9500  -  ERREUR D'ENTREE/SORTIE SUR FSTAGEXT - LE CODE STATUT *
002340*            EST TRACE ET LE TRAITEMENT EST INTERROMPU           *
002350*****************************************************************
002360 9500-ERREUR-EXTRAIT.
002370*--------------------*
002380     DISPLAY 'URGSESS - ERREUR E/S FSTAGEXT - CODE STATUT '
002390             WS-FEXT-STATUS.
002400     CLOSE EXTRAIT-FILE.
002410     MOVE 16 TO RETURN-CODE.
002420     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
002430     STOP RUN.
002440 9500-EXIT.
002450     EXIT.
002460*
002461*****************************************************************
002462*  9510  -  ERREUR D'ENTREE/SORTIE SUR FADAP03 - LE CODE STATUT  *
002463*            EST TRACE ET LE TRAITEMENT EST INTERROMPU           *
002464*****************************************************************
002465 9510-ERREUR-FADAP.
002466*------------------*
002467     DISPLAY 'URGSESS - ERREUR E/S FADAP03 - CODE STATUT '
002468             WS-FADAP-STATUS.
002469     MOVE 16 TO RETURN-CODE.
002470     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
002471     STOP RUN.
002472 9510-EXIT.
002473     EXIT.
002474*
002475*****************************************************************
002480*  9000  -  FERMETURE DES FICHIERS                               *
002490*****************************************************************
002500 9000-TERMINAISON.
002510*-----------------*
002515     CLOSE FADAP03-FILE.
002520     CLOSE RAPPORT-FILE.
002530 9000-EXIT.
002540     EXIT.
