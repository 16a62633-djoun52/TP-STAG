000070*****************************************************************
000080*  CTLQUAL  -  CONTROLE QUALITE DES DONNEES DU FICHIER FSTAG03  *
000090*               SIGNALE LES ENREGISTREMENTS INCOMPLETS OU       *
000096*               INCOHERENTS (RECOLEMENT DE DONNEES) - LIT       *
000102*               L'EXTRAIT DE NUIT FSTAGEXT (EXTNUIT)            *
000110*****************************************************************
000120*  HISTORIQUE DES MODIFICATIONS                                 *
000130*  09/08/2026  SE  CREATION DU PROGRAMME                        *
000133*  15/10/2026  SE  LECTURE DE L'EXTRAIT DE NUIT FSTAGEXT (ORDRE *
000136*                  SESSION PUIS NUMERO)                         *
000140*****************************************************************
000150 ENVIRONMENT DIVISION.
000160 CONFIGURATION SECTION.
000180 OBJECT-COMPUTER. IBM-390.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210     SELECT EXTRAIT-FILE   ASSIGN TO FSTAGEXT
000220            ORGANIZATION   LINE SEQUENTIAL
000230            FILE STATUS    WS-FEXT-STATUS.
000252     SELECT FCOMM03-FILE   ASSIGN TO FCOMM03
000254            ORGANIZATION   INDEXED
000255            ACCESS MODE    RANDOM
000280*
000290 DATA DIVISION.
000300 FILE SECTION.
000308 FD  EXTRAIT-FILE
000316     RECORDING MODE F.
000324*   EXTRAIT ENRICHI DES STAGIAIRES (IMAGE DE LA FICHE FSTAG03)
000332     COPY FEXTR.
000340*
000342 FD  FCOMM03-FILE.
000344*   DESCRIPTION DU FICHIER KSD DES COMMUNES
000370 01  RAPPORT-REC           PIC X(133).
000380*
000390 WORKING-STORAGE SECTION.
000393*   FICHE STAGIAIRE CONTROLEE, REPRISE DE L'EXTRAIT
000396     COPY FSTAG.
000399 77  WS-FEXT-STATUS        PIC X(02).
000402 77  WS-FCOMM-STATUS       PIC X(02).
000404 77  WS-VIL-OK             PIC X(01).
000410 77  WS-EOF                PIC X(01)     VALUE 'N'.
001010*****************************************************************
001020 1000-INITIALISATION.
001030*--------------------*
001037     OPEN INPUT  EXTRAIT-FILE.
001045     OPEN INPUT  FCOMM03-FILE.
001050     OPEN OUTPUT RAPPORT-FILE.
001060     MOVE ZERO TO WS-PAGE-COMPTEUR WS-LIGNE-COMPTEUR
001090     EXIT.
001100*
001110*****************************************************************
001116*  2000  -  PARCOURS DE L'EXTRAIT ET CONTROLE DE CHAQUE STAGIAIRE*
001122*            (ORDRE DE L'EXTRAIT : SESSION PUIS NUMERO)          *
001130*****************************************************************
001140 2000-TRAITEMENT.
001150*----------------*
001160     MOVE 'N' TO WS-EOF.
001170     READ EXTRAIT-FILE
001180         AT END MOVE 'Y' TO WS-EOF
001190     END-READ.
001191     IF NOT FIN-FICHIER AND WS-FEXT-STATUS NOT = '00'
001192        PERFORM 9500-ERREUR-EXTRAIT THRU 9500-EXIT
001193     END-IF.
001200     PERFORM UNTIL FIN-FICHIER
001210        ADD 1 TO WS-NB-STAGIAIRES
001215        MOVE EX-STAGIAIRE TO E-STAGIAIRE
001220        PERFORM 2100-CONTROLE-STAGIAIRE THRU 2100-EXIT
001230        READ EXTRAIT-FILE
001240            AT END MOVE 'Y' TO WS-EOF
001250        END-READ
001251        IF NOT FIN-FICHIER AND WS-FEXT-STATUS NOT = '00'
001252           PERFORM 9500-ERREUR-EXTRAIT THRU 9500-EXIT
001253        END-IF
001260     END-PERFORM.
001270     IF WS-PAGE-COMPTEUR = ZERO
002250     EXIT.
002260*
002261*****************************************************************
002262*  9500  -  ERREUR D'ENTREE/SORTIE SUR FSTAGEXT - LE CODE STATUT *
002263*            EST TRACE ET LE TRAITEMENT EST INTERROMPU           *
002264*****************************************************************
002265 9500-ERREUR-EXTRAIT.
002266*--------------------*
002267     DISPLAY 'CTLQUAL - ERREUR E/S FSTAGEXT - CODE STATUT '
002268             WS-FEXT-STATUS.
002269     MOVE 16 TO RETURN-CODE.
002270     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
002271     STOP RUN.
002290*****************************************************************
002300 9000-TERMINAISON.
002310*-----------------*
002317     CLOSE EXTRAIT-FILE.
002325     CLOSE FCOMM03-FILE.
002330     CLOSE RAPPORT-FILE.
002340 9000-EXIT.
