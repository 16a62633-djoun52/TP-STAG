000190*               SIMPLE RESUBMIT : LES ETAPES DEJA COMMISES DE LA *
000200*               NUIT SONT SAUTEES, PLUS DE JCL A CHARCUTER NI    *
000210*               D'EXPORT PAIE REJOUE EN DOUBLE                   *
000211*               CHAQUE PASSAGE EST AUSSI HISTORISE DANS FNUIT03 :*
000212*               MODE DEBUT ECRIT L'ENREGISTREMENT DE LA NUIT     *
000213*               (LANCEMENT, ETAT 'C'), MODE FIN Y PORTE LA FIN,  *
000214*               LA DUREE ECOULEE ET L'ETAT 'T' ; UNE ETAPE       *
000215*               RELANCEE ALORS QU'ELLE ETAIT ENCORE 'C' FERME    *
000216*               D'ABORD LE PASSAGE PRECEDENT EN 'I' (INTER-      *
000217*               ROMPU) - LE MODE RC4, PASSE PAR LE JCL QUAND     *
000218*               LE TRAITEMENT DE L'ETAPE A RENDU 4, NOTE CE      *
000219*               CODE RETOUR DANS L'HISTORIQUE - UN INCIDENT      *
000220*               SUR FNUIT03 EST SIGNALE MAIS N'ARRETE PAS LA     *
000221*               CHAINE (RAPPORT RPTCHN, ECRAN INFHCI3)           *
000222*****************************************************************
000230*  HISTORIQUE DES MODIFICATIONS                                 *
000240*  02/09/2026  SE  CREATION DU PROGRAMME                        *
000245*  15/10/2026  SE  HISTORIQUE DES PASSAGES (FNUIT03), MODE RC4  *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000340            ACCESS MODE    RANDOM
000350            RECORD KEY     CT-CLE
000360            FILE STATUS    WS-FCTL-STATUS.
000361     SELECT FNUIT03-FILE   ASSIGN TO FNUIT03
000362            ORGANIZATION   INDEXED
000363            ACCESS MODE    RANDOM
000364            RECORD KEY     NU-CLE
000365            FILE STATUS    WS-FNUIT-STATUS.
000370     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000380            ORGANIZATION   LINE SEQUENTIAL.
000390*
000430*   ENREGISTREMENT DE CONTROLE (RUN-CONTROL)
000440     COPY FCTL.
000450*
000452 FD  FNUIT03-FILE.
000454*   HISTORIQUE DES PASSAGES DES ETAPES DE NUIT
000456     COPY FNUIT.
000458*
000460 FD  SYSIN-FILE
000470     RECORDING MODE F.
000480 01  SYSIN-REC.
000570 77  WS-ETAPE              PIC X(08)     VALUE SPACE.
000580 77  WS-DATE-JOUR          PIC 9(08).
000590 77  WS-HEURE-JOUR         PIC 9(08).
000591 77  WS-FNUIT-STATUS       PIC X(02).
000592 77  WS-HISTO              PIC X(01)     VALUE 'N'.
000593     88  HISTO-OUVERT                    VALUE 'O'.
000594*   LANCEMENT DU PASSAGE EN COURS, RELU DANS FCTL03 AVANT SA
000595*   MISE A JOUR (CLE DE L'HISTORIQUE)
000596 77  WS-DATE-DEB           PIC 9(08)     VALUE ZERO.
000597 77  WS-HEURE-DEB          PIC 9(06)     VALUE ZERO.
000598*   CALCUL DE LA DUREE ECOULEE EN SECONDES
000599 01  WS-HMS.
000600     05  WS-HH             PIC 9(02).
000601     05  WS-MI             PIC 9(02).
000602     05  WS-SS             PIC 9(02).
000603 77  WS-SEC-DEB            PIC 9(06).
000604 77  WS-SEC-FIN            PIC 9(06).
000605*
000610 PROCEDURE DIVISION.
000620 0000-MAINLINE.
000630*----------------*
000670             PERFORM 2000-DEBUT-ETAPE THRU 2000-EXIT
000680         WHEN 'FIN  '
000690             PERFORM 3000-FIN-ETAPE   THRU 3000-EXIT
000693         WHEN 'RC4  '
000696             PERFORM 4000-RC4-ETAPE   THRU 4000-EXIT
000700         WHEN OTHER
000710             DISPLAY 'CHNCTL - CARTE SYSIN INVALIDE '
000720                     '(DEBUT/FIN/RC4 + CLE D''ETAPE)'
000730             MOVE 16 TO RETURN-CODE
000740     END-EVALUATE.
000742     IF HISTO-OUVERT
000744        CLOSE FNUIT03-FILE
000746     END-IF.
000750     CLOSE FCTL03-FILE.
000760     STOP RUN.
000770*
000940     IF WS-FCTL-STATUS NOT = '00'
000950        PERFORM 9510-ERREUR-FCTL THRU 9510-EXIT
000960     END-IF.
000961     OPEN I-O FNUIT03-FILE.
000962     IF WS-FNUIT-STATUS = '00'
000963        MOVE 'O' TO WS-HISTO
000964     ELSE
000965        PERFORM 9520-ANOMALIE-FNUIT THRU 9520-EXIT
000966     END-IF.
000970 1000-EXIT.
000980     EXIT.
000990*
001000*****************************************************************
001010*  2000  -  DEBUT D'ETAPE : DEJA TERMINEE POUR LA NUIT (DATE DU  *
001020*            JOUR, ETAT 'T') = RC=1, LE JCL SAUTE L'ETAPE ;      *
001030*            SINON MARQUAGE 'C' (EN COURS), RC=0 ET OUVERTURE    *
001032*            DU PASSAGE DANS L'HISTORIQUE - UN PASSAGE ENCORE    *
001034*            'C' (ETAPE INTERROMPUE PUIS RELANCEE) Y EST         *
001036*            D'ABORD FERME EN 'I'                                *
001040*****************************************************************
001050 2000-DEBUT-ETAPE.
001060*-----------------*
001140           MOVE 1 TO RETURN-CODE
001150           GO TO 2000-EXIT
001160        END-IF
001161        IF CT-ETAT = 'C'
001162           MOVE CT-DATE  TO WS-DATE-DEB
001163           MOVE CT-HEURE TO WS-HEURE-DEB
001164           PERFORM 2100-PASSAGE-INTERROMPU THRU 2100-EXIT
001165        END-IF
001170     ELSE
001180        IF WS-FCTL-STATUS NOT = '23'
001190           PERFORM 9510-ERREUR-FCTL THRU 9510-EXIT
001320     IF WS-FCTL-STATUS NOT = '00'
001330        PERFORM 9510-ERREUR-FCTL THRU 9510-EXIT
001340     END-IF.
001341     DISPLAY 'CHNCTL - ETAPE ' WS-ETAPE ' LANCEE'.
001342     PERFORM 2200-OUVRE-PASSAGE THRU 2200-EXIT.
001343 2000-EXIT.
001344     EXIT.
001345*
001346*****************************************************************
001347*  2100  -  PASSAGE PRECEDENT RESTE EN COURS : FERME EN 'I'      *
001348*            (INTERROMPU) - SA FIN N'EST PAS CONNUE, LA DUREE    *
001349*            RESTE A ZERO ET LE RAPPORT NE LA COMPTE PAS         *
001350*****************************************************************
001351 2100-PASSAGE-INTERROMPU.
001352*------------------------*
001353     IF NOT HISTO-OUVERT
001354        GO TO 2100-EXIT
001355     END-IF.
001356     MOVE WS-ETAPE     TO NU-ETAPE.
001357     MOVE WS-DATE-DEB  TO NU-DATE.
001358     MOVE WS-HEURE-DEB TO NU-HEURE-DEB.
001359     READ FNUIT03-FILE.
001360     IF WS-FNUIT-STATUS = '23'
001361        GO TO 2100-EXIT
001362     END-IF.
001363     IF WS-FNUIT-STATUS NOT = '00'
001364        PERFORM 9520-ANOMALIE-FNUIT THRU 9520-EXIT
001365        GO TO 2100-EXIT
001366     END-IF.
001367     IF NOT NU-EN-COURS
001368        GO TO 2100-EXIT
001369     END-IF.
001370     MOVE 'I' TO NU-ETAT.
001371     REWRITE E-NUIT.
001372     IF WS-FNUIT-STATUS NOT = '00'
001373        PERFORM 9520-ANOMALIE-FNUIT THRU 9520-EXIT
001374     END-IF.
001375     DISPLAY 'CHNCTL - PASSAGE DU ' WS-DATE-DEB ' ' WS-HEURE-DEB
001376             ' DE ' WS-ETAPE ' NOTE INTERROMPU'.
001377 2100-EXIT.
001378     EXIT.
001379*
001380*****************************************************************
001381*  2200  -  OUVERTURE DU PASSAGE DE LA NUIT DANS L'HISTORIQUE    *
001382*            (MEME HORODATAGE DE LANCEMENT QUE FCTL03)           *
001383*****************************************************************
001384 2200-OUVRE-PASSAGE.
001385*-------------------*
001386     IF NOT HISTO-OUVERT
001387        GO TO 2200-EXIT
001388     END-IF.
001389     MOVE SPACE        TO E-NUIT.
001390     MOVE WS-ETAPE     TO NU-ETAPE.
001391     MOVE CT-DATE      TO NU-DATE.
001392     MOVE CT-HEURE     TO NU-HEURE-DEB.
001393     MOVE ZERO         TO NU-DATE-FIN NU-HEURE-FIN NU-DUREE NU-RC.
001394     MOVE 'C'          TO NU-ETAT.
001395     WRITE E-NUIT.
001396     IF WS-FNUIT-STATUS NOT = '00'
001397        PERFORM 9520-ANOMALIE-FNUIT THRU 9520-EXIT
001398     END-IF.
001399 2200-EXIT.
001400     EXIT.
001401*
001402*****************************************************************
001403*  3000  -  FIN D'ETAPE : MARQUAGE 'T' (TERMINEE) POUR LA NUIT   *
001404*            ET FERMETURE DU PASSAGE DANS L'HISTORIQUE : FIN,    *
001405*            DUREE ECOULEE, ETAT 'T'                             *
001410*****************************************************************
001420 3000-FIN-ETAPE.
001430*---------------*
001440     MOVE WS-ETAPE TO CT-CLE.
001450     READ FCTL03-FILE.
001452     IF WS-FCTL-STATUS = '00' AND CT-ETAT = 'C'
001454        MOVE CT-DATE  TO WS-DATE-DEB
001456        MOVE CT-HEURE TO WS-HEURE-DEB
001458     END-IF.
001460     MOVE WS-ETAPE           TO CT-CLE.
001470     MOVE WS-DATE-JOUR       TO CT-DATE.
001480     MOVE WS-HEURE-JOUR(1:6) TO CT-HEURE.
001550     IF WS-FCTL-STATUS NOT = '00'
001560        PERFORM 9510-ERREUR-FCTL THRU 9510-EXIT
001570     END-IF.
001571     DISPLAY 'CHNCTL - ETAPE ' WS-ETAPE ' TERMINEE'.
001572     PERFORM 3100-FERME-PASSAGE THRU 3100-EXIT.
001573 3000-EXIT.
001574     EXIT.
001575*
001576*****************************************************************
001577*  3100  -  FIN DU PASSAGE : DUREE = ECART DES HEURES EN         *
001578*            SECONDES, PLUS UN JOUR QUAND L'ETAPE A FRANCHI      *
001579*            MINUIT (UNE ETAPE NE DURE JAMAIS 24 HEURES)         *
001580*****************************************************************
001581 3100-FERME-PASSAGE.
001582*-------------------*
001583     IF NOT HISTO-OUVERT OR WS-DATE-DEB = ZERO
001584        GO TO 3100-EXIT
001585     END-IF.
001586     MOVE WS-ETAPE     TO NU-ETAPE.
001587     MOVE WS-DATE-DEB  TO NU-DATE.
001588     MOVE WS-HEURE-DEB TO NU-HEURE-DEB.
001589     READ FNUIT03-FILE.
001590     IF WS-FNUIT-STATUS NOT = '00'
001591        PERFORM 9520-ANOMALIE-FNUIT THRU 9520-EXIT
001592        GO TO 3100-EXIT
001593     END-IF.
001594     MOVE WS-DATE-JOUR       TO NU-DATE-FIN.
001595     MOVE WS-HEURE-JOUR(1:6) TO NU-HEURE-FIN.
001596     MOVE NU-HEURE-DEB TO WS-HMS.
001597     COMPUTE WS-SEC-DEB = WS-HH * 3600 + WS-MI * 60 + WS-SS.
001598     MOVE NU-HEURE-FIN TO WS-HMS.
001599     COMPUTE WS-SEC-FIN = WS-HH * 3600 + WS-MI * 60 + WS-SS.
001600     IF NU-DATE-FIN > NU-DATE
001601        ADD 86400 TO WS-SEC-FIN
001602     END-IF.
001603     IF WS-SEC-FIN < WS-SEC-DEB
001604        MOVE ZERO TO NU-DUREE
001605     ELSE
001606        COMPUTE NU-DUREE = WS-SEC-FIN - WS-SEC-DEB
001607     END-IF.
001608     MOVE 'T' TO NU-ETAT.
001609     REWRITE E-NUIT.
001610     IF WS-FNUIT-STATUS NOT = '00'
001611        PERFORM 9520-ANOMALIE-FNUIT THRU 9520-EXIT
001612     END-IF.
001613 3100-EXIT.
001614     EXIT.
001615*
001616*****************************************************************
001617*  4000  -  CODE RETOUR 4 DU TRAITEMENT DE L'ETAPE (ANOMALIES    *
001618*            SIGNALEES, LA CHAINE CONTINUE) : NOTE DANS LE       *
001619*            PASSAGE EN COURS - FCTL03 N'EST PAS MODIFIE         *
001620*****************************************************************
001621 4000-RC4-ETAPE.
001622*---------------*
001623     IF NOT HISTO-OUVERT
001624        GO TO 4000-EXIT
001625     END-IF.
001626     MOVE WS-ETAPE TO CT-CLE.
001627     READ FCTL03-FILE.
001628     IF WS-FCTL-STATUS NOT = '00' OR CT-ETAT NOT = 'C'
001629        DISPLAY 'CHNCTL - ETAPE ' WS-ETAPE ' PAS EN COURS - '
001630                'CODE RETOUR NON NOTE'
001631        GO TO 4000-EXIT
001632     END-IF.
001633     MOVE WS-ETAPE TO NU-ETAPE.
001634     MOVE CT-DATE  TO NU-DATE.
001635     MOVE CT-HEURE TO NU-HEURE-DEB.
001636     READ FNUIT03-FILE.
001637     IF WS-FNUIT-STATUS NOT = '00'
001638        PERFORM 9520-ANOMALIE-FNUIT THRU 9520-EXIT
001639        GO TO 4000-EXIT
001640     END-IF.
001641     MOVE 4 TO NU-RC.
001642     REWRITE E-NUIT.
001643     IF WS-FNUIT-STATUS NOT = '00'
001644        PERFORM 9520-ANOMALIE-FNUIT THRU 9520-EXIT
001645     END-IF.
001646     DISPLAY 'CHNCTL - ETAPE ' WS-ETAPE ' CODE RETOUR 4 NOTE'.
001647 4000-EXIT.
001648     EXIT.
001649*
001650 9510-ERREUR-FCTL.
001651*-----------------*
001652     DISPLAY 'CHNCTL - ERREUR E/S FCTL03 - CODE STATUT '
001653             WS-FCTL-STATUS.
001660     MOVE 16 TO RETURN-CODE.
001670     CLOSE FCTL03-FILE.
001672     IF HISTO-OUVERT
001674        CLOSE FNUIT03-FILE
001676     END-IF.
001680     STOP RUN.
001690 9510-EXIT.
001700     EXIT.
001710*
001720*****************************************************************
001730*  9520  -  INCIDENT SUR L'HISTORIQUE FNUIT03 : SIGNALE, SANS    *
001740*            ARRETER LA CHAINE (LE PASSAGE N'EST PAS HISTORISE)  *
001750*****************************************************************
001760 9520-ANOMALIE-FNUIT.
001770*--------------------*
001780     DISPLAY 'CHNCTL - HISTORIQUE FNUIT03 NON MIS A JOUR POUR '
001790             WS-ETAPE ' - CODE STATUT ' WS-FNUIT-STATUS.
001800     IF WS-FNUIT-STATUS NOT = '23' AND NOT = '22'
001810        IF HISTO-OUVERT
001820           CLOSE FNUIT03-FILE
001830        END-IF
001840        MOVE 'N' TO WS-HISTO
001850     END-IF.
001860 9520-EXIT.
001870     EXIT.
