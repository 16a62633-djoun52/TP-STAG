000160*               UNE FENETRE DE REJEU QUI LA RECOUVRE, ET LES     *
000170*               RECHERCHES ANCIENNES PASSENT PAR RPTAUDOF SUR    *
000180*               LES GENERATIONS DELESTEES                        *
000181*               LA JONCTION DE LA CHAINE D'AUDIT (RANG ET        *
000183*               EMPREINTE DU DERNIER MAILLON DELESTE) EST        *
000185*               CONSIGNEE SOUS LA MEME CLE : CHKAUDIT ET         *
000187*               REPLAY Y RACCROCHENT LE PREMIER MAILLON          *
000189*               ENCORE EN LIGNE                                  *
000190*****************************************************************
000200*  HISTORIQUE DES MODIFICATIONS                                 *
000210*  02/09/2026  SE  CREATION DU PROGRAMME                        *
000213*  15/10/2026  SE  FORMAT 800 ET JONCTION DE LA CHAINE D'AUDIT  *
000216*                  (RANG, EMPREINTE) DANS 'AUDITOFF'            *
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000540 FD  DELEST-FILE
000550     RECORDING MODE F.
000560*   IMAGE EXACTE DE L'ENREGISTREMENT D'AUDIT DELESTE
000570 01  DELEST-REC            PIC X(800).
000580*
000590 FD  SYSIN-FILE
000600     RECORDING MODE F.
000750 77  WS-AAAA-SEUIL         PIC 9(04).
000760 77  WS-MM-SEUIL           PIC S9(04) COMP.
000770 77  WS-DATE-SEUIL         PIC 9(08).
000772*   JONCTION DE CHAINE : DERNIER MAILLON DELESTE (PLUS GRAND RANG)
000774 77  WS-SEQ-JONCTION       PIC 9(09)     VALUE ZERO.
000776 77  WS-EMP-JONCTION       PIC 9(18)     VALUE ZERO.
000780*
000790 PROCEDURE DIVISION.
000800 0000-MAINLINE.
001390              PERFORM 9500-ERREUR-FAUDIT THRU 9500-EXIT
001400           END-IF
001410           ADD 1 TO WS-NB-DELESTES
001412           IF AK-SEQUENCE > WS-SEQ-JONCTION
001414              MOVE AK-SEQUENCE  TO WS-SEQ-JONCTION
001416              MOVE AK-EMPREINTE TO WS-EMP-JONCTION
001418           END-IF
001420        END-IF
001430        READ FAUDIT03-FILE
001440            AT END MOVE 'Y' TO WS-EOF
001540*  3000  -  BORNE DE DELESTAGE DANS FCTL03 ('AUDITOFF') :        *
001550*            CT-DATE = PREMIERE DATE ENCORE EN LIGNE - C'EST CE  *
001560*            QUE REPLAY CONTROLE AVANT UN REJEU                  *
001563*            ET JONCTION DE LA CHAINE D'AUDIT (CT-SEQUENCE-EVT,  *
001566*            CT-EMPREINTE) DU DERNIER MAILLON DELESTE            *
001570*****************************************************************
001580 3000-BORNE.
001590*-----------*
001640     MOVE ZERO           TO CT-HEURE.
001650     MOVE WS-RETENTION   TO CT-SEQUENCE.
001660     MOVE 'T'            TO CT-ETAT.
001661*   JONCTION : INCHANGEE SI RIEN N'A ETE DELESTE CE MOIS-CI
001662     IF WS-FCTL-STATUS NOT = '00'
001663        MOVE ZERO           TO CT-SEQUENCE-EVT
001664        MOVE ZERO           TO CT-EMPREINTE
001665     END-IF.
001666     IF WS-SEQ-JONCTION > ZERO
001667        MOVE WS-SEQ-JONCTION TO CT-SEQUENCE-EVT
001668        MOVE WS-EMP-JONCTION TO CT-EMPREINTE
001669     END-IF.
001670     IF WS-FCTL-STATUS = '00'
001680        REWRITE E-CONTROLE
001690     ELSE
