000170*               PAR LES COORDINATEURS) ET LES RETOURS RESTES     *
000180*               SANS STAGIAIRE - RC=4 DES QU'UN RETOUR RESTE     *
000190*               INAPPARIE                                        *
000192*               UNE ADRESSE INVALIDE POSE UNE RELANCE (GENRELA)  *
000194*               AU COORDINATEUR DE LA SESSION, CLOSE QUAND       *
000196*               L'ADRESSE A ETE CORRIGEE                         *
000200*****************************************************************
000210*  HISTORIQUE DES MODIFICATIONS                                 *
000220*  02/09/2026  SE  CREATION DU PROGRAMME                        *
000223*  15/10/2026  SE  RELANCE AUTOMATIQUE (GENRELA) POUR UNE       *
000226*                  ADRESSE INVALIDE, CLOSE APRES CORRECTION     *
000227*  15/10/2026  SE  ENTREES D'AUDIT SCELLEES ET CHAINEES         *
000228*                  (SCELAUD, TETE DE CHAINE 'AUDCHAIN' FCTL03)  *
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000390            ACCESS MODE    RANDOM
000400            RECORD KEY     AK-CLE
000410            FILE STATUS    WS-FAUDIT-STATUS.
000411     SELECT FCTL03-FILE    ASSIGN TO FCTL03
000412            ORGANIZATION   INDEXED
000413            ACCESS MODE    RANDOM
000414            RECORD KEY     CT-CLE
000415            FILE STATUS    WS-FCTL-STATUS.
000420     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000430            ORGANIZATION   LINE SEQUENTIAL.
000440*
000600 FD  FAUDIT03-FILE.
000610*   DESCRIPTION DU FICHIER KSD DE LA PISTE D'AUDIT
000620     COPY FAUDIT.
000622*
000624 FD  FCTL03-FILE.
000626*   TETE DE CHAINE DE LA PISTE D'AUDIT ('AUDCHAIN')
000628     COPY FCTL.
000630*
000640 FD  RAPPORT-FILE
000650     RECORDING MODE F.
000680 WORKING-STORAGE SECTION.
000690 77  WS-FSTAG-STATUS       PIC X(02).
000700 77  WS-FAUDIT-STATUS      PIC X(02).
000703 77  WS-FCTL-STATUS        PIC X(02).
000706 77  WS-CHAINE-STATUS      PIC X(02).
000710 77  WS-EOF                PIC X(01)     VALUE 'N'.
000720     88  FIN-FICHIER                     VALUE 'Y'.
000730 77  WS-PAGE-COMPTEUR      PIC 9(04) COMP VALUE ZERO.
000810*   DATE ET HEURE DU JOUR POUR L'HORODATAGE ET LA TRACE
000820 77  WS-DATE-JOUR          PIC 9(08).
000830 77  WS-HEURE-JOUR         PIC 9(08).
000832 77  WS-NB-RELANCES        PIC 9(04) COMP VALUE ZERO.
000834*   ZONE D'ECHANGE DU MODULE DE RELANCES GENRELA
000836     COPY RELACA.
000840*   IMAGE AVANT MISE A JOUR, POUR LA PISTE D'AUDIT
000850 01  WS-IMAGE-AVANT        PIC X(345).
000860*   TABLE DES ADRESSES REVENUES (200 AU PLUS PAR PASSAGE -
001360     05  FILLER            PIC X(10)     VALUE SPACE.
001370     05  FILLER            PIC X(15)     VALUE 'INAPPARIES  : '.
001380     05  LB-NB-INAPPARIES  PIC ZZZ9.
001381*
001382 01  LIGNE-BILAN2.
001383     05  FILLER            PIC X(01)     VALUE SPACE.
001384     05  FILLER            PIC X(15)     VALUE 'RELANCES    : '.
001385     05  LB-NB-RELANCES    PIC ZZZ9.
001390*
001392*   ZONE D'ECHANGE DU MODULE DE SCELLEMENT SCELAUD
001394     COPY SCELCA.
001396*
001400 PROCEDURE DIVISION.
001410 0000-MAINLINE.
001420*----------------*
001610     OPEN INPUT  BOUNCE-FILE.
001620     OPEN I-O    FSTAG03-FILE.
001630     OPEN I-O    FAUDIT03-FILE.
001635     OPEN I-O    FCTL03-FILE.
001640     OPEN OUTPUT RAPPORT-FILE.
001650 1000-EXIT.
001660     EXIT.
001960*  3000  -  PARCOURS DU FICHIER MAITRE : CHAQUE ADRESSE REVENUE  *
001970*            EST MARQUEE INVALIDE, AVEC TRACE 'M' DANS LA PISTE  *
001980*            D'AUDIT (IMAGES AVANT/APRES)                        *
001983*            - TOUTE ADRESSE INVALIDE A SA RELANCE OUVERTE, UNE  *
001986*            ADRESSE CORRIGEE CLOT LA RELANCE                    *
001990*****************************************************************
002000 3000-MARQUE-ADRESSES.
002010*---------------------*
002100        IF E-EMAIL NOT = SPACE
002110           PERFORM 3100-APPARIE THRU 3100-EXIT
002120        END-IF
002125        PERFORM 3300-RELANCE-ADRESSE THRU 3300-EXIT
002130        READ FSTAG03-FILE
002140            AT END MOVE 'Y' TO WS-EOF
002150        END-READ
002550     MOVE 'BTCH'             TO AK-TERMINAL.
002560     MOVE WS-IMAGE-AVANT     TO AK-IMAGE-AVANT.
002570     MOVE E-STAGIAIRE        TO AK-IMAGE-APRES.
002580     PERFORM 3210-ECRIT-AUDIT THRU 3210-EXIT.
002620     MOVE E-NUMERO TO LD-NUMERO.
002630     MOVE E-NOM    TO LD-NOM.
002640     MOVE E-EMAIL  TO LD-EMAIL.
002641     MOVE SPACES   TO LD-SITUATION.
002642     STRING 'MARQUEE INVALIDE (' WB-CODE(WS-IND) ')'
002643            DELIMITED BY SIZE INTO LD-SITUATION.
002644     PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT.
002645     ADD 1 TO WS-NB-MARQUES.
002646 3200-EXIT.
002647     EXIT.
002648*
002649*****************************************************************
002650*  3210  -  ECRITURE SCELLEE D'UNE ENTREE D'AUDIT : RANG         *
002651*            SUIVANT ET EMPREINTE DU DERNIER MAILLON LUS         *
002652*            DANS LA TETE DE CHAINE ('AUDCHAIN' DE FCTL03),      *
002653*            EMPREINTES CALCULEES PAR SCELAUD - LA TETE          *
002654*            N'AVANCE QUE SUR UNE ENTREE ECRITE (UN DOUBLON      *
002655*            DE CLE NE CONSOMME PAS DE RANG)                     *
002656*****************************************************************
002657 3210-ECRIT-AUDIT.
002658*-----------------*
002659     MOVE 'AUDCHAIN' TO CT-CLE.
002660     READ FCTL03-FILE.
002661     MOVE WS-FCTL-STATUS TO WS-CHAINE-STATUS.
002662     EVALUATE WS-FCTL-STATUS
002663         WHEN '00'
002664             COMPUTE AK-SEQUENCE = CT-SEQUENCE-EVT + 1
002665             MOVE CT-EMPREINTE TO AK-EMPREINTE-PREC
002666         WHEN '23'
002667             MOVE 1            TO AK-SEQUENCE
002668             MOVE ZERO         TO AK-EMPREINTE-PREC
002669         WHEN OTHER
002670             PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
002671     END-EVALUATE.
002672     MOVE ZERO              TO AK-EMPREINTE-IMAGES.
002673     MOVE ZERO              TO AK-EMPREINTE.
002674     MOVE ZERO              TO AK-NUMERO-ORIGINE.
002675     MOVE SPACE             TO AK-ANONYMISE.
002676     MOVE E-AUDIT           TO SC-ENTREE.
002677     CALL 'SCELAUD' USING SCELAUD-COMMAREA.
002678     MOVE SC-CALC-IMAGES    TO AK-EMPREINTE-IMAGES.
002679     MOVE SC-CALC-EMPREINTE TO AK-EMPREINTE.
002680     WRITE E-AUDIT.
002681     IF WS-FAUDIT-STATUS NOT = '00' AND NOT = '22'
002682        PERFORM 9520-ERREUR-FAUDIT THRU 9520-EXIT
002683     END-IF.
002684     IF WS-FAUDIT-STATUS = '00'
002685        IF WS-CHAINE-STATUS = '23'
002686           MOVE SPACES     TO E-CONTROLE
002687           MOVE 'AUDCHAIN' TO CT-CLE
002688           MOVE ZERO       TO CT-SEQUENCE
002689           MOVE 'T'        TO CT-ETAT
002690        END-IF
002691        MOVE AK-SEQUENCE  TO CT-SEQUENCE-EVT
002692        MOVE AK-EMPREINTE TO CT-EMPREINTE
002693        MOVE AK-DATE      TO CT-DATE
002694        MOVE AK-HEURE     TO CT-HEURE
002695        IF WS-CHAINE-STATUS = '00'
002696           REWRITE E-CONTROLE
002697        ELSE
002698           WRITE E-CONTROLE
002699        END-IF
002700        IF WS-FCTL-STATUS NOT = '00'
002701           PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
002702        END-IF
002703     END-IF.
002704 3210-EXIT.
002705     EXIT.
002706*
002707 3300-RELANCE-ADRESSE.
002708*---------------------*
002709     MOVE 'MAIL'         TO RA-ORIGINE.
002710     MOVE E-NUMERO       TO RA-NUMERO.
002711     MOVE E-CODE-SESSION TO RA-SESSION.
002712     MOVE WS-DATE-JOUR   TO RA-DATE-JOUR.
002718     IF E-EMAIL-INVALIDE = 'O'
002719        MOVE 'O' TO RA-FONCTION
002720        MOVE 05  TO RA-DELAI
002721        MOVE 'ADRESSE EMAIL EN ERREUR - FAIRE CORRIGER'
002722          TO RA-NOTE
002723     ELSE
002724        MOVE 'C' TO RA-FONCTION
002725     END-IF.
002726     CALL 'GENRELA' USING GENRELA-COMMAREA.
002727     IF RA-POSEE
002728        ADD 1 TO WS-NB-RELANCES
002729     END-IF.
002730 3300-EXIT.
002731     EXIT.
002732*
002733*****************************************************************
002740*  4000  -  RETOURS RESTES SANS STAGIAIRE (ADRESSE DEJA          *
002750*            CORRIGEE OU INCONNUE DU FICHIER)                    *
002760*****************************************************************
003030     MOVE WS-NB-DEJA       TO LB-NB-DEJA.
003040     MOVE WS-NB-INAPPARIES TO LB-NB-INAPPARIES.
003050     WRITE RAPPORT-REC FROM LIGNE-BILAN AFTER ADVANCING 1.
003053     MOVE WS-NB-RELANCES   TO LB-NB-RELANCES.
003056     WRITE RAPPORT-REC FROM LIGNE-BILAN2 AFTER ADVANCING 1.
003060 8000-EXIT.
003070     EXIT.
003080*
003540     STOP RUN.
003550 9520-EXIT.
003560     EXIT.
003561*
003562 9530-ERREUR-FCTL.
003563*-----------------*
003564     DISPLAY 'IMPBOUNC - ERREUR E/S FCTL03 - CODE STATUT '
003565             WS-FCTL-STATUS.
003566     MOVE 16 TO RETURN-CODE.
003567     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003568     STOP RUN.
003569 9530-EXIT.
003570     EXIT.
003571*
003580*****************************************************************
003590*  9000  -  FERMETURE DES FICHIERS                               *
003600*****************************************************************
003630     CLOSE BOUNCE-FILE.
003640     CLOSE FSTAG03-FILE.
003650     CLOSE FAUDIT03-FILE.
003651     CLOSE FCTL03-FILE.
003653     MOVE 'F' TO RA-FONCTION.
003656     CALL 'GENRELA' USING GENRELA-COMMAREA.
003660     CLOSE RAPPORT-FILE.
003670 9000-EXIT.
003680     EXIT.
