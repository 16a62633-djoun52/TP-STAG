000350*****************************************************************
000360*  HISTORIQUE DES MODIFICATIONS                                 *
000370*  02/09/2026  SE  CREATION DU PROGRAMME                        *
000373*  15/10/2026  SE  UNE ABSENCE SAISIE UN JOUR DE CONGE PAYE      *
000376*                  ACCORDE (FCONG03) N'EST PAS DECLAREE         *
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000570            ACCESS MODE    SEQUENTIAL
000580            RECORD KEY     PR-CLE
000590            FILE STATUS    WS-FPRES-STATUS.
000591     SELECT FCONG03-FILE   ASSIGN TO FCONG03
000592            ORGANIZATION   INDEXED
000593            ACCESS MODE    RANDOM
000594            RECORD KEY     CG-CLE
000595            FILE STATUS    WS-FCONG-STATUS.
000600     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000610            ORGANIZATION   LINE SEQUENTIAL.
000620     SELECT DECL-FILE      ASSIGN TO DECLREG
000720     COPY FSTAGFIN.
000730 FD  FPRES03-FILE.
000740     COPY FPRES.
000743 FD  FCONG03-FILE.
000746     COPY FCONG.
000750 FD  SYSIN-FILE
000760     RECORDING MODE F.
000770 01  SYSIN-REC.
000950 77  WS-FAUDIT-STATUS      PIC X(02).
000960 77  WS-FFIN-STATUS        PIC X(02).
000970 77  WS-FPRES-STATUS       PIC X(02).
000975 77  WS-FCONG-STATUS       PIC X(02).
000980 77  WS-EOF                PIC X(01)     VALUE 'N'.
000990     88  FIN-FICHIER                     VALUE 'Y'.
001000 77  WS-CPT                PIC 9(02) COMP.
001210 77  WS-TOT-ABS            PIC 9(08) COMP VALUE ZERO.
001220 77  WS-TOT-ABS-J          PIC 9(08) COMP VALUE ZERO.
001230 77  WS-TOT-ABS-NJ         PIC 9(08) COMP VALUE ZERO.
001233*   ABSENCES SAISIES UN JOUR DE CONGE PAYE ACCORDE, ECARTEES
001236 77  WS-TOT-CGE            PIC 9(08) COMP VALUE ZERO.
001240 77  WS-TOT-ED             PIC ZZZZZZZ9.
001250 01  LIGNE                 PIC X(133).
001260*   COMPTEURS INSCRIPTIONS / ACHEVEMENTS : UN JEU PAR
002140     OPEN INPUT FAUDIT03-FILE.
002150     OPEN INPUT FSTAGFIN-FILE.
002160     OPEN INPUT FPRES03-FILE.
002165     OPEN INPUT FCONG03-FILE.
002170     OPEN OUTPUT DECL-FILE.
002180     OPEN OUTPUT RAPPORT-FILE.
002190     MOVE SPACE TO LIGNE.
002900*****************************************************************
002910*  4000  -  JOURS D'ABSENCE DU TRIMESTRE (FPRES03, CLE EN        *
002920*            AAAAMMJJ) AVEC LE PARTAGE JUSTIFIE / NON JUSTIFIE   *
002923*            - UN JOUR DE CONGE PAYE ACCORDE (FCONG03, ETAT     *
002926*            'A') N'EST NI PRESENCE NI ABSENCE ET EST ECARTE     *
002930*****************************************************************
002940 4000-ABSENCES.
002950*--------------*
003000     PERFORM UNTIL FIN-FICHIER
003010        IF PR-DATE >= WS-PER-DEB
003020           AND PR-DATE <= WS-PER-FIN
003021           MOVE PR-NUMERO TO CG-NUMERO
003022           MOVE PR-DATE   TO CG-DATE
003023           READ FCONG03-FILE
003024           IF WS-FCONG-STATUS = '00' AND CG-ACCORDE
003025              ADD 1 TO WS-TOT-CGE
003026           ELSE
003030              ADD 1 TO WS-TOT-ABS
003040              IF PR-JUSTIFIEE
003050                 ADD 1 TO WS-TOT-ABS-J
003060              ELSE
003070                 ADD 1 TO WS-TOT-ABS-NJ
003080              END-IF
003085           END-IF
003090        END-IF
003100        READ FPRES03-FILE
003110            AT END MOVE 'Y' TO WS-EOF
004410     STRING '   DONT NON JUSTIFIES       : ' WS-TOT-ED
004420            DELIMITED BY SIZE INTO LIGNE.
004430     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004431     MOVE SPACE TO LIGNE.
004432     MOVE WS-TOT-CGE TO WS-TOT-ED.
004433     STRING ' ECARTEES (CONGE PAYE)      : ' WS-TOT-ED
004434            DELIMITED BY SIZE INTO LIGNE.
004435     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004440     MOVE SPACE TO LIGNE.
004450     MOVE WS-NB-TYPE2 TO WS-TOT-ED.
004460     STRING ' ENREGISTREMENTS TYPE 2     : ' WS-TOT-ED
004570     CLOSE FAUDIT03-FILE.
004580     CLOSE FSTAGFIN-FILE.
004590     CLOSE FPRES03-FILE.
004595     CLOSE FCONG03-FILE.
004600     CLOSE DECL-FILE.
004610     CLOSE RAPPORT-FILE.
004620 9000-EXIT.
