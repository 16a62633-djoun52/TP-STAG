000160*  22/08/2026  SE  CREATION DU PROGRAMME                        *
000170*  02/09/2026  SE  COLONNES DE SIGNATURE AUX SEULS JOURS DE     *
000180*                  COURS DE LA SESSION (CALENDRIER FCALS03)     *
000183*  15/10/2026  SE  ADAPTATION REQUISE EDITEE SOUS LE STAGIAIRE  *
000186*                  (FADAP03, MESURE PRATIQUE SEULE)             *
000187*  15/10/2026  SE  MESURE D'ADAPTATION IMPRIMEE PAR 2400 (SAUT  *
000188*                  DE PAGE ET COMPTE DES LIGNES)                *
000190*****************************************************************
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000400            ACCESS MODE    RANDOM
000410            RECORD KEY     CS-CODE
000420            FILE STATUS    WS-FCALS-STATUS.
000421     SELECT FADAP03-FILE   ASSIGN TO FADAP03
000422            ORGANIZATION   INDEXED
000423            ACCESS MODE    RANDOM
000424            RECORD KEY     AD-NUMERO
000425            FILE STATUS    WS-FADAP-STATUS.
000430     SELECT TRI-FILE       ASSIGN TO TRIWK01.
000440*
000450 DATA DIVISION.
000540 FD  FCALS03-FILE.
000550*   DESCRIPTION DU CALENDRIER DES SESSIONS
000560     COPY FCALS.
000561*
000562 FD  FADAP03-FILE.
000563*   REGISTRE DES ADAPTATIONS : SEULE LA MESURE PRATIQUE EST
000564*   EDITEE, JAMAIS LA NATURE DU BESOIN
000565     COPY FADAP.
000570*
000580 FD  RAPPORT-FILE
000590     RECORDING MODE F.
000710 77  WS-FSTAG-STATUS       PIC X(02).
000720 77  WS-FSESS-STATUS       PIC X(02).
000730 77  WS-FCALS-STATUS       PIC X(02).
000733 77  WS-FADAP-STATUS       PIC X(02).
000736 77  WS-DATE-JOUR          PIC 9(08)     VALUE ZERO.
000740*   JOURS DE COURS DE LA SESSION EN COURS (LUNDI A DIMANCHE,
000750*   'OOOOONN' IMPLICITE SANS ENTREE CALENDRIER) ET GRILLE DE
000760*   SIGNATURE CONSTRUITE SUR LES SEULS JOURS ACTIFS
001220 01  WS-GRILLE-ENTETE      PIC X(72).
001230 01  WS-GRILLE-DETAIL      PIC X(72).
001240 01  LIGNE-VIDE            PIC X(133)    VALUE SPACE.
001242*   LIGNE DU STAGIAIRE SAUVEE LE TEMPS D'IMPRIMER SON
001244*   ADAPTATION PAR 2400 (QUI IMPRIME LIGNE-DETAIL)
001246 01  WS-SAUVE-DETAIL       PIC X(133).
001250*
001260 01  LIGNE-DETAIL.
001270     05  FILLER            PIC X(01)     VALUE SPACE.
001320     05  LD-PRENOM         PIC X(25).
001330     05  FILLER            PIC X(01)     VALUE SPACE.
001340     05  LD-GRILLE         PIC X(72).
001341*
001342*   MESURE D'ADAPTATION, IMPRIMEE SOUS LA LIGNE DU STAGIAIRE
001343 01  LIGNE-ADAPTATION.
001344     05  FILLER            PIC X(08)     VALUE SPACE.
001345     05  FILLER            PIC X(21)
001346            VALUE 'ADAPTATION REQUISE : '.
001347     05  LA-MESURE         PIC X(60).
001350*
001360 01  LIGNE-RECAP-TITRE.
001370     05  FILLER            PIC X(01)     VALUE SPACE.
001680*--------------------*
001690     OPEN INPUT  FSESS03-FILE.
001700     OPEN INPUT  FCALS03-FILE.
001703     OPEN INPUT  FADAP03-FILE.
001706     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001710     OPEN OUTPUT RAPPORT-FILE.
001720     MOVE ZERO TO WS-PAGE-COMPTEUR WS-LIGNE-COMPTEUR
001730                  WS-NB-SESSIONS WS-EFFECTIF.
002280        MOVE TS-NOM    TO LD-NOM
002290        MOVE TS-PRENOM TO LD-PRENOM
002300        PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT
002305        PERFORM 3400-ADAPTATION THRU 3400-EXIT
002310        ADD 1 TO WS-EFFECTIF
002320        RETURN TRI-FILE
002330            AT END MOVE 'Y' TO WS-EOF-TRI
003690     END-IF.
003700     MOVE WS-GRILLE-ENTETE TO LE2-GRILLE.
003710     MOVE WS-GRILLE-DETAIL TO LD-GRILLE.
003711 3300-EXIT.
003712     EXIT.
003713*
003714*****************************************************************
003715*  3400  -  MESURE D'ADAPTATION DU STAGIAIRE (FADAP03) : SEULE   *
003716*            LA MESURE PRATIQUE EST IMPRIMEE, SI LA FICHE EST    *
003717*            EN VIGUEUR ET AU NOM DU STAGIAIRE (UN NUMERO        *
003718*            REATTRIBUE N'HERITE PAS DE LA FICHE)                *
003719*****************************************************************
003720 3400-ADAPTATION.
003721*----------------*
003722     MOVE TS-NUMERO TO AD-NUMERO.
003723     READ FADAP03-FILE.
003724     IF WS-FADAP-STATUS = '23'
003725        GO TO 3400-EXIT
003726     END-IF.
003727     IF WS-FADAP-STATUS NOT = '00'
003728        PERFORM 9510-ERREUR-FADAP THRU 9510-EXIT
003729     END-IF.
003730     IF AD-NOM NOT = TS-NOM
003731        OR (AD-DATE-FIN NOT = ZERO AND AD-DATE-FIN < WS-DATE-JOUR)
003732        GO TO 3400-EXIT
003733     END-IF.
003734     MOVE AD-MESURE TO LA-MESURE.
003735     MOVE LIGNE-DETAIL     TO WS-SAUVE-DETAIL.
003736     MOVE LIGNE-ADAPTATION TO LIGNE-DETAIL.
003737     PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT.
003738     MOVE WS-SAUVE-DETAIL  TO LIGNE-DETAIL.
003739 3400-EXIT.
003740     EXIT.
003741*
003742*****************************************************************
003743*  9510  -  ERREUR D'ENTREE/SORTIE SUR FADAP03 - LE CODE STATUT  *
003744*            EST TRACE ET LE TRAITEMENT EST INTERROMPU           *
003745*****************************************************************
003746 9510-ERREUR-FADAP.
003747*------------------*
003748     DISPLAY 'LSTSESS - ERREUR E/S FADAP03 - CODE STATUT '
003749             WS-FADAP-STATUS.
003750     MOVE 16 TO RETURN-CODE.
003751     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003752     STOP RUN.
003753 9510-EXIT.
003754     EXIT.
003755*
003756*****************************************************************
003760*  9000  -  FERMETURE DES FICHIERS                               *
003770*****************************************************************
003780 9000-TERMINAISON.
003790*-----------------*
003800     CLOSE FSESS03-FILE.
003810     CLOSE FCALS03-FILE.
003815     CLOSE FADAP03-FILE.
003820     CLOSE RAPPORT-FILE.
003830 9000-EXIT.
003840     EXIT.
