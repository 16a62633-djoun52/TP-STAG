000050 DATE-WRITTEN.  09/08/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  ETATLST  -  EDITION DE LA LISTE DES STAGIAIRES (FSTAGEXT)    *
000090*               TRI PAR NUMERO OU PAR NOM SELON LA CARTE SYSIN  *
000100*****************************************************************
000110*  HISTORIQUE DES MODIFICATIONS                                 *
000120*  09/08/2026  SE  CREATION DU PROGRAMME                        *
000123*  15/10/2026  SE  LECTURE DE L'EXTRAIT DE NUIT FSTAGEXT - TRI  *
000126*                  PAR NUMERO PAR LE TRI COBOL COMME PAR NOM    *
000130*****************************************************************
000140 ENVIRONMENT DIVISION.
000150 CONFIGURATION SECTION.
000170 OBJECT-COMPUTER. IBM-390.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200     SELECT EXTRAIT-FILE   ASSIGN TO FSTAGEXT
000210            ORGANIZATION   LINE SEQUENTIAL
000220            FILE STATUS    WS-FEXT-STATUS.
000250     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000260            ORGANIZATION   LINE SEQUENTIAL.
000270     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000300*
000310 DATA DIVISION.
000320 FILE SECTION.
000328 FD  EXTRAIT-FILE
000336     RECORDING MODE F.
000344*   EXTRAIT ENRICHI DES STAGIAIRES (IMAGE DE LA FICHE FSTAG03)
000352     COPY FEXTR.
000360*
000370 FD  SYSIN-FILE
000380     RECORDING MODE F.
000540     05  TR-DATE-NAISS     PIC 9(08).
000550*
000560 WORKING-STORAGE SECTION.
000565*   FICHE STAGIAIRE REPRISE DE L'EXTRAIT
000570     COPY FSTAG.
000575 77  WS-FEXT-STATUS        PIC X(02).
000580 77  WS-EOF                PIC X(01)     VALUE 'N'.
000590     88  FIN-FICHIER                     VALUE 'Y'.
000600 77  WS-TRI                PIC X(01)     VALUE 'N'.
001460*
001470*****************************************************************
001480*  2100  -  EDITION TRIEE PAR NOM (TRI COBOL SUR FICHIER TRIWK) *
001483*            - L'EXTRAIT EST ORDONNE PAR SESSION, LE TRI PAR     *
001486*            NUMERO (2200) PASSE DONC AUSSI PAR LE TRI COBOL     *
001490*****************************************************************
001500 2100-TRI-PAR-NOM.
001510*-----------------*
001570*
001580 2110-ALIMENTE-TRI.
001590*------------------*
001600     OPEN INPUT EXTRAIT-FILE.
001610     MOVE 'N' TO WS-EOF.
001620     READ EXTRAIT-FILE
001630         AT END MOVE 'Y' TO WS-EOF
001640     END-READ.
001641     IF NOT FIN-FICHIER AND WS-FEXT-STATUS NOT = '00'
001642        PERFORM 9500-ERREUR-EXTRAIT THRU 9500-EXIT
001643     END-IF.
001650     PERFORM UNTIL FIN-FICHIER
001652        MOVE EX-STAGIAIRE TO E-STAGIAIRE
001655        IF WS-FILT-STATUT = SPACE
001656           OR E-STATUT = WS-FILT-STATUT
001660        MOVE E-NUMERO     TO TR-NUMERO
001700        MOVE E-CODEP      TO TR-CODEP
001710        MOVE E-DATE-NAISS TO TR-DATE-NAISS
001720        RELEASE TRI-REC
001727        END-IF
001734        READ EXTRAIT-FILE
001741            AT END MOVE 'Y' TO WS-EOF
001750        END-READ
001752        IF NOT FIN-FICHIER AND WS-FEXT-STATUS NOT = '00'
001754           PERFORM 9500-ERREUR-EXTRAIT THRU 9500-EXIT
001756        END-IF
001760     END-PERFORM.
001770     CLOSE EXTRAIT-FILE.
001780 2110-EXIT.
001790     EXIT.
001800*
002010     EXIT.
002020*
002030*****************************************************************
002040*  2200  -  EDITION TRIEE PAR NUMERO (MEME TRI COBOL QUE 2100)  *
002050*****************************************************************
002060 2200-TRI-PAR-NUMERO.
002070*---------------------*
002080     SORT TRI-FILE ON ASCENDING KEY TR-NUMERO
002090         INPUT  PROCEDURE 2110-ALIMENTE-TRI THRU 2110-EXIT
002100         OUTPUT PROCEDURE 2120-EDITE-TRIE   THRU 2120-EXIT.
002270 2200-EXIT.
002280     EXIT.
002290*
002650     EXIT.
002660*
002661*****************************************************************
002662*  9500  -  ERREUR D'ENTREE/SORTIE SUR FSTAGEXT - LE CODE STATUT *
002663*            EST TRACE ET LE TRAITEMENT EST INTERROMPU           *
002664*****************************************************************
002665 9500-ERREUR-EXTRAIT.
002666*--------------------*
002667     DISPLAY 'ETATLST - ERREUR E/S FSTAGEXT - CODE STATUT '
002668             WS-FEXT-STATUS.
002669     CLOSE EXTRAIT-FILE.
002671     MOVE 16 TO RETURN-CODE.
002672     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
002673     STOP RUN.
