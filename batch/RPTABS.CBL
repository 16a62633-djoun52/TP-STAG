000152*  02/09/2026  SE  VENTILATION JUSTIFIEES / INJUSTIFIEES (SEULS *
000154*                  LES JOURS NON JUSTIFIES ALIMENTENT LA        *
000156*                  RETENUE D'INDEMNITE)                         *
000157*  15/10/2026  SE  UNE ABSENCE SAISIE UN JOUR DE CONGE PAYE      *
000158*                  ACCORDE (FCONG03) N'EST PAS DECOMPTEE        *
000160*****************************************************************
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000300            ACCESS MODE    RANDOM
000310            RECORD KEY     E-NUMERO
000320            FILE STATUS    WS-FSTAG-STATUS.
000321     SELECT FCONG03-FILE   ASSIGN TO FCONG03
000322            ORGANIZATION   INDEXED
000323            ACCESS MODE    RANDOM
000324            RECORD KEY     CG-CLE
000325            FILE STATUS    WS-FCONG-STATUS.
000330     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000340            ORGANIZATION   LINE SEQUENTIAL.
000350     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000450*   DESCRIPTION DU FICHIER KSD DES STAGIAIRES
000460     COPY FSTAG.
000470*
000472 FD  FCONG03-FILE.
000474*   DESCRIPTION DU FICHIER KSD DES CONGES PAYES
000476     COPY FCONG.
000478*
000480 FD  SYSIN-FILE
000490     RECORDING MODE F.
000500 01  SYSIN-REC.
000580 WORKING-STORAGE SECTION.
000590 77  WS-FPRES-STATUS       PIC X(02).
000600 77  WS-FSTAG-STATUS       PIC X(02).
000602 77  WS-FCONG-STATUS       PIC X(02).
000604 77  WS-JOUR-CONGE         PIC X(01).
000606 77  WS-NB-CONGES          PIC 9(06) COMP VALUE ZERO.
000610 77  WS-EOF                PIC X(01)     VALUE 'N'.
000620     88  FIN-FICHIER                     VALUE 'Y'.
000630 77  WS-PAGE-COMPTEUR      PIC 9(04) COMP VALUE ZERO.
001204     05  FILLER            PIC X(20)
001206            VALUE 'DONT NON JUSTIFIES :'.
001208     05  LB-NB-NJUS        PIC ZZZZZ9.
001209*
001210 01  LIGNE-BILAN2.
001211     05  FILLER            PIC X(01)     VALUE SPACE.
001212     05  FILLER            PIC X(54)     VALUE SPACE.
001213     05  FILLER            PIC X(20)
001214            VALUE 'JOURS DE CONGE PAYE:'.
001215     05  LB2-NB-CONGES     PIC ZZZZZ9.
001216     05  FILLER            PIC X(10)     VALUE SPACE.
001217     05  FILLER            PIC X(25)
001218            VALUE '(ABSENCES NON DECOMPTEES)'.
001219*
001220 PROCEDURE DIVISION.
001230 0000-MAINLINE.
001240*----------------*
001460     CLOSE SYSIN-FILE.
001470     OPEN INPUT  FPRES03-FILE.
001480     OPEN INPUT  FSTAG03-FILE.
001485     OPEN INPUT  FCONG03-FILE.
001490     OPEN OUTPUT RAPPORT-FILE.
001500     MOVE WS-AAAAMM TO LE1-AAAAMM.
001510     MOVE ZERO TO WS-PAGE-COMPTEUR WS-LIGNE-COMPTEUR
001520                  WS-NB-ABSENCES WS-NB-STAGIAIRES
001525                  WS-NB-CONGES.
001530 1000-EXIT.
001540     EXIT.
001550*
001670        PERFORM 9500-ERREUR-FPRES THRU 9500-EXIT
001680     END-IF.
001690     PERFORM UNTIL FIN-FICHIER
001692        MOVE 'N' TO WS-JOUR-CONGE
001694        IF PR-DATE(1:6) = WS-AAAAMM
001696           PERFORM 2100-JOUR-CONGE THRU 2100-EXIT
001698        END-IF
001700        IF PR-DATE(1:6) = WS-AAAAMM AND WS-JOUR-CONGE = 'N'
001710           IF PR-NUMERO NOT = WS-NUMERO-COUR
001720              PERFORM 2200-EDITE-STAGIAIRE THRU 2200-EXIT
001730              MOVE PR-NUMERO       TO WS-NUMERO-COUR
001930     MOVE WS-NB-ABSENCES   TO LB-NB-ABSENCES.
001932     MOVE WS-TOT-NJUS      TO LB-NB-NJUS.
001940     WRITE RAPPORT-REC FROM LIGNE-BILAN AFTER ADVANCING 1.
001942     IF WS-NB-CONGES > ZERO
001944        MOVE WS-NB-CONGES  TO LB2-NB-CONGES
001946        WRITE RAPPORT-REC FROM LIGNE-BILAN2 AFTER ADVANCING 1
001948     END-IF.
001950 2000-EXIT.
001960     EXIT.
001970*
001971*****************************************************************
001972*  2100  -  UN JOUR DE CONGE PAYE ACCORDE (FCONG03, ETAT 'A')    *
001973*            N'EST NI PRESENCE NI ABSENCE : L'ABSENCE SAISIE CE  *
001974*            JOUR-LA N'EST PAS DECOMPTEE                         *
001975*****************************************************************
001976 2100-JOUR-CONGE.
001977*----------------*
001978     MOVE PR-NUMERO TO CG-NUMERO.
001979     MOVE PR-DATE   TO CG-DATE.
001980     READ FCONG03-FILE.
001981     IF WS-FCONG-STATUS = '00'
001982        IF CG-ACCORDE
001983           MOVE 'O' TO WS-JOUR-CONGE
001984           ADD 1 TO WS-NB-CONGES
001985        END-IF
001986     ELSE
001987        IF WS-FCONG-STATUS NOT = '23'
001988           PERFORM 9510-ERREUR-FCONG THRU 9510-EXIT
001989        END-IF
001990     END-IF.
001991 2100-EXIT.
001992     EXIT.
001993*
001994*****************************************************************
001995*  2200  -  EDITION DU CUMUL DU STAGIAIRE PRECEDENT - LE NOM ET  *
002000*            LE PRENOM SONT RELUS DANS FSTAG03 (UN STAGIAIRE     *
002010*            SORTI DEPUIS EST EDITE 'PARTI')                     *
002020*****************************************************************
002600 9500-EXIT.
002610     EXIT.
002620*
002621 9510-ERREUR-FCONG.
002622*------------------*
002623     DISPLAY 'RPTABS - ERREUR E/S FCONG03 - CODE STATUT '
002624             WS-FCONG-STATUS.
002625     MOVE 16 TO RETURN-CODE.
002626     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
002627     STOP RUN.
002628 9510-EXIT.
002629     EXIT.
002630*
002631*****************************************************************
002640*  9000  -  FERMETURE DES FICHIERS                               *
002650*****************************************************************
002660 9000-TERMINAISON.
002670*-----------------*
002680     CLOSE FPRES03-FILE.
002690     CLOSE FSTAG03-FILE.
002695     CLOSE FCONG03-FILE.
002700     CLOSE RAPPORT-FILE.
002710 9000-EXIT.
002720     EXIT.
