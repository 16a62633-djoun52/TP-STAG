000170*****************************************************************
000180*  HISTORIQUE DES MODIFICATIONS                                 *
000190*  02/09/2026  SE  CREATION DU PROGRAMME                        *
000193*  15/10/2026  SE  RELANCE AUTOMATIQUE (GENRELA) POUR UN        *
000196*                  DOSSIER INCOMPLET, CLOSE UNE FOIS COMPLET    *
000200*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000730 WORKING-STORAGE SECTION.
000740*   TABLE DES PIECES EXIGEES, PARTAGEE AVEC L'ECRAN INFPCI3
000750     COPY DOCTAB.
000753*   ZONE D'ECHANGE DU MODULE DE RELANCES GENRELA
000756     COPY RELACA.
000760 77  WS-FSTAG-STATUS       PIC X(02).
000770 77  WS-FSESS-STATUS       PIC X(02).
000780 77  WS-FDOCS-STATUS       PIC X(02).
000890 77  WS-SES-EDIT           PIC X(10)     VALUE LOW-VALUE.
000900 77  WS-NB-MANQUES         PIC 9(06) COMP VALUE ZERO.
000910 77  WS-NB-ED              PIC ZZZZZ9.
000912 77  WS-MANQUE-STAG        PIC X(01).
000914 77  WS-NB-RELA-POSEES     PIC 9(06) COMP VALUE ZERO.
000916 77  WS-NB-RELA-CLOSES     PIC 9(06) COMP VALUE ZERO.
000920 01  LIGNE                 PIC X(133).
000930*
000940 PROCEDURE DIVISION.
001830*****************************************************************
001840*  2200  -  CONTROLE DES PIECES DU STAGIAIRE COURANT : ABSENTE   *
001850*            OU POINTEE MANQUANTE = VERSEE AU TRI                *
001852*            UN DOSSIER INCOMPLET POSE UNE RELANCE AU            *
001854*            COORDINATEUR (SANS DOUBLON), UN DOSSIER COMPLET     *
001856*            CLOT LA RELANCE OUVERTE                             *
001860*****************************************************************
001870 2200-CONTROLE-PIECES.
001880*---------------------*
001885     MOVE 'N' TO WS-MANQUE-STAG.
001890     PERFORM VARYING WS-IND FROM 1 BY 1
001900             UNTIL WS-IND > DOCTAB-MAX
001910        MOVE E-NUMERO        TO DC-NUMERO
002000           MOVE DT-LIBELLE(WS-IND) TO TS-LIBELLE
002010           RELEASE TRI-REC
002020           ADD 1 TO WS-NB-MANQUES
002025           MOVE 'O' TO WS-MANQUE-STAG
002030        END-IF
002040     END-PERFORM.
002041     MOVE 'DOCS'         TO RA-ORIGINE.
002042     MOVE E-NUMERO       TO RA-NUMERO.
002043     MOVE E-CODE-SESSION TO RA-SESSION.
002044     MOVE WS-DATE-JOUR   TO RA-DATE-JOUR.
002045     IF WS-MANQUE-STAG = 'O'
002046        MOVE 'O' TO RA-FONCTION
002047        MOVE 03  TO RA-DELAI
002048        MOVE 'PIECES MANQUANTES AU DOSSIER - RELANCER'
002049          TO RA-NOTE
002050     ELSE
002051        MOVE 'C' TO RA-FONCTION
002052     END-IF.
002053     CALL 'GENRELA' USING GENRELA-COMMAREA.
002054     IF RA-POSEE
002055        ADD 1 TO WS-NB-RELA-POSEES
002056     END-IF.
002057     IF RA-CLOTUREE
002058        ADD 1 TO WS-NB-RELA-CLOSES
002059     END-IF.
002060 2200-EXIT.
002061     EXIT.
002070*
002080*****************************************************************
002090*  3000  -  EDITION TRIEE AVEC RUPTURE PAR SESSION               *
002360     STRING ' PIECES MANQUANTES : ' WS-NB-ED
002370            DELIMITED BY SIZE INTO LIGNE.
002380     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
002381     MOVE WS-NB-RELA-POSEES TO WS-NB-ED.
002382     MOVE SPACE TO LIGNE.
002383     STRING ' RELANCES POSEES   : ' WS-NB-ED
002384            DELIMITED BY SIZE INTO LIGNE.
002385     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
002386     MOVE WS-NB-RELA-CLOSES TO WS-NB-ED.
002387     MOVE SPACE TO LIGNE.
002388     STRING ' RELANCES CLOSES   : ' WS-NB-ED
002389            DELIMITED BY SIZE INTO LIGNE.
002390     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
002391 3000-EXIT.
002400     EXIT.
002410*
002420*****************************************************************
002470     CLOSE FSTAG03-FILE.
002480     CLOSE FSESS03-FILE.
002490     CLOSE FDOCS03-FILE.
002493     MOVE 'F' TO RA-FONCTION.
002496     CALL 'GENRELA' USING GENRELA-COMMAREA.
002500     CLOSE RAPPORT-FILE.
002510 9000-EXIT.
002520     EXIT.
