       01 MON-FICHIER-AUD         PIC X(8) VALUE 'FAUDIT03'.
      *   ENREGISTREMENT DE LA PISTE D'AUDIT CONSULTABLE (FAUDIT03)
       COPY FAUDIT.
      *   PUBLICATION DES EVENEMENTS SUR LA FILE SORTANTE : FILE TD
      *   EVNT (ROUTEE PAR LA DCT VERS LA PASSERELLE DE MESSAGERIE),
      *   NUMEROTATION CONTINUE ('EVENEMNT' DE FCTL03) ET INDEX DES
      *   EVENEMENTS PUBLIES (FEVTS03) POUR LE REJEU PAR EXPEVT
       01 TD-QUEUE-EVT            PIC X(4) VALUE 'EVNT'.
       01 MON-FICHIER-CTL         PIC X(8) VALUE 'FCTL03  '.
       01 MON-FICHIER-EVT         PIC X(8) VALUE 'FEVTS03 '.
       01 WS-AUDIT-ETAT           PIC X VALUE 'N'.
       01 WS-TIME                 PIC X(8).
       COPY FCTL.
       COPY FEVTS.
      *   ZONE D'ECHANGE DU MODULE COMMUN DE MISE EN FORME EVTSTAG
       COPY EVTCA.
      *   CHAINAGE D'INTEGRITE DE FAUDIT03 : TETE DE CHAINE ('AUDCHAIN'
      *   DE FCTL03) ET ZONE D'ECHANGE DU MODULE DE SCELLEMENT SCELAUD
       01 WS-CHAINE-RESP          PIC S9(8) COMP.
       01 WS-CHAINE-CTL.
          05 WS-CHAINE-SEQUENCE   PIC 9(9).
          05 WS-CHAINE-EMPREINTE  PIC 9(18).
       COPY SCELCA.

       LINKAGE SECTION.
      *   DESCRIPTION DE L'ENREGISTREMENT D'AUDIT - MEME LAYOUT QUE
              END-EXEC
           END-IF
           PERFORM 10000-ECRIT-FAUDIT
      *  LES MISES A JOUR DE LA FICHE STAGIAIRE SONT EN OUTRE
      *  PUBLIEES AUX SYSTEMES ABONNES (EVENEMENT COMPACT NUMEROTE)
           IF AU-CREATION OR AU-MODIFICATION OR AU-SUPPRESSION
              OR AU-RESTAURATION OR AU-FIN-STAGE
              PERFORM 20000-PUBLIE-EVENEMENT
           END-IF
           EXEC CICS RETURN END-EXEC
           .

      *  AU-HEURE EN HH:MM:SS, LA CLE EST RECOMPOSEE EN AAAAMMJJ +
      *  HHMMSS POUR QUE L'ORDRE DES CLES SUIVE LA CHRONOLOGIE -
      *  MEME PRINCIPE MEILLEUR EFFORT QUE LA TD AUDT (RESP ABSORBE)
      *  L'ENTREE EST SCELLEE ET CHAINEE A LA PRECEDENTE : LA TETE DE
      *  CHAINE ('AUDCHAIN' DE FCTL03) EST LUE SOUS VERROU, CE QUI
      *  SERIALISE LES ECRITURES, ET N'AVANCE QUE SI L'ENTREE EST
      *  ECRITE - UNE ENTREE NON ECRITE NE LAISSE AINSI PAS DE TROU
       10000-ECRIT-FAUDIT.
      *-------------------*
           MOVE AU-NUMERO      TO AK-NUMERO
           MOVE AU-TERMINAL    TO AK-TERMINAL
           MOVE AU-IMAGE-AVANT TO AK-IMAGE-AVANT
           MOVE AU-IMAGE-APRES TO AK-IMAGE-APRES
           PERFORM 11000-SCELLE-ENTREE
           EXEC CICS WRITE FILE  (MON-FICHIER-AUD)
                           RIDFLD(AK-CLE)
                           FROM  (E-AUDIT)
                           RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              MOVE 'O' TO WS-AUDIT-ETAT
           ELSE
              MOVE 'N' TO WS-AUDIT-ETAT
           END-IF
           PERFORM 12000-AVANCE-CHAINE
           .

      *  SCELLEMENT : RANG SUIVANT ET EMPREINTE DU DERNIER MAILLON PRIS
      *  SOUS VERROU DANS 'AUDCHAIN' (PREMIER MAILLON DE LA CHAINE SI
      *  L'ENREGISTREMENT N'EXISTE PAS ENCORE), PUIS EMPREINTES
      *  CALCULEES PAR SCELAUD
       11000-SCELLE-ENTREE.
      *--------------------*
           MOVE 'AUDCHAIN' TO CT-CLE
           EXEC CICS READ FILE  (MON-FICHIER-CTL)
                          RIDFLD(CT-CLE)
                          INTO  (E-CONTROLE)
                          UPDATE
                          RESP  (WS-CHAINE-RESP)
           END-EXEC
           IF WS-CHAINE-RESP = DFHRESP(NORMAL)
              COMPUTE WS-CHAINE-SEQUENCE = CT-SEQUENCE-EVT + 1
              MOVE CT-EMPREINTE       TO WS-CHAINE-EMPREINTE
           ELSE
              IF WS-CHAINE-RESP = DFHRESP(NOTFND)
                 MOVE 1               TO WS-CHAINE-SEQUENCE
              ELSE
      *  TETE DE CHAINE INACCESSIBLE : L'ENTREE EST ECRITE HORS
      *  CHAINE (RANG ZERO) ET CHKAUDIT LA SIGNALERA
                 MOVE ZERO            TO WS-CHAINE-SEQUENCE
              END-IF
              MOVE ZERO               TO WS-CHAINE-EMPREINTE
           END-IF
           MOVE WS-CHAINE-SEQUENCE    TO AK-SEQUENCE
           MOVE WS-CHAINE-EMPREINTE   TO AK-EMPREINTE-PREC
           MOVE ZERO                  TO AK-EMPREINTE-IMAGES
           MOVE ZERO                  TO AK-EMPREINTE
           MOVE SPACE                 TO AK-ANONYMISE
           MOVE ZERO                  TO AK-NUMERO-ORIGINE
           MOVE E-AUDIT               TO SC-ENTREE
           CALL 'SCELAUD' USING SCELAUD-COMMAREA
           MOVE SC-CALC-IMAGES        TO AK-EMPREINTE-IMAGES
           MOVE SC-CALC-EMPREINTE     TO AK-EMPREINTE
           .

      *  AVANCEE DE LA TETE DE CHAINE SUR LE MAILLON ECRIT, OU
      *  LIBERATION DU VERROU SI L'ENTREE N'A PAS PU ETRE ECRITE
       12000-AVANCE-CHAINE.
      *--------------------*
           IF WS-CHAINE-RESP = DFHRESP(NORMAL)
              IF WS-AUDIT-ETAT = 'O'
                 MOVE AK-SEQUENCE  TO CT-SEQUENCE-EVT
                 MOVE AK-EMPREINTE TO CT-EMPREINTE
                 MOVE AK-DATE      TO CT-DATE
                 MOVE AK-HEURE     TO CT-HEURE
                 EXEC CICS REWRITE FILE  (MON-FICHIER-CTL)
                                   FROM  (E-CONTROLE)
                                   RESP  (WS-CHAINE-RESP)
                 END-EXEC
              ELSE
                 EXEC CICS UNLOCK FILE (MON-FICHIER-CTL)
                                  RESP (WS-CHAINE-RESP)
                 END-EXEC
              END-IF
           ELSE
              IF WS-CHAINE-RESP = DFHRESP(NOTFND)
                 AND WS-AUDIT-ETAT = 'O'
                 MOVE SPACES       TO E-CONTROLE
                 MOVE 'AUDCHAIN'   TO CT-CLE
                 MOVE AK-DATE      TO CT-DATE
                 MOVE AK-HEURE     TO CT-HEURE
                 MOVE ZERO         TO CT-SEQUENCE
                 MOVE 'T'          TO CT-ETAT
                 MOVE AK-SEQUENCE  TO CT-SEQUENCE-EVT
                 MOVE AK-EMPREINTE TO CT-EMPREINTE
                 EXEC CICS WRITE FILE  (MON-FICHIER-CTL)
                                 RIDFLD(CT-CLE)
                                 FROM  (E-CONTROLE)
                                 RESP  (WS-CHAINE-RESP)
                 END-EXEC
              END-IF
           END-IF
           .

      *  PUBLICATION DE L'EVENEMENT : NUMERO SUIVANT PRIS SOUS
      *  VERROU DANS L'ENREGISTREMENT 'EVENEMNT' DE FCTL03 (CREE AU
      *  PREMIER EVENEMENT), ENTREE D'INDEX FEVTS03 RENVOYANT A LA
      *  CLE FAUDIT03 CI-DESSUS, PUIS MESSAGE MIS EN FORME PAR
      *  EVTSTAG ET DEPOSE SUR LA TD EVNT - MEILLEUR EFFORT COMME LE
      *  RESTE DE L'AUDIT : SANS NUMERO, RIEN N'EST PUBLIE (LE TROU
      *  EVENTUEL SE VOIT COTE ABONNE ET SE COMBLE PAR UN REJEU)
       20000-PUBLIE-EVENEMENT.
      *-----------------------*
           MOVE 'EVENEMNT' TO CT-CLE
           EXEC CICS READ FILE  (MON-FICHIER-CTL)
                          RIDFLD(CT-CLE)
                          INTO  (E-CONTROLE)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(EV-DATE-PUB)
                               TIME(EV-HEURE-PUB)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              ADD 1 TO CT-SEQUENCE-EVT
              MOVE EV-DATE-PUB  TO CT-DATE
              MOVE EV-HEURE-PUB TO CT-HEURE
              EXEC CICS REWRITE FILE  (MON-FICHIER-CTL)
                                FROM  (E-CONTROLE)
                                RESP  (C-R)
              END-EXEC
           ELSE
              IF C-R = DFHRESP(NOTFND)
                 MOVE SPACES       TO E-CONTROLE
                 MOVE 'EVENEMNT'   TO CT-CLE
                 MOVE EV-DATE-PUB  TO CT-DATE
                 MOVE EV-HEURE-PUB TO CT-HEURE
                 MOVE ZERO         TO CT-SEQUENCE
                 MOVE 'T'          TO CT-ETAT
                 MOVE 1            TO CT-SEQUENCE-EVT
                 EXEC CICS WRITE FILE  (MON-FICHIER-CTL)
                                 RIDFLD(CT-CLE)
                                 FROM  (E-CONTROLE)
                                 RESP  (C-R)
                 END-EXEC
              END-IF
           END-IF
           IF C-R = DFHRESP(NORMAL)
              MOVE CT-SEQUENCE-EVT TO EV-SEQUENCE
              MOVE AK-CLE          TO EV-CLE-AUDIT
              MOVE AU-ACTION       TO EV-TYPE
              IF AU-MODIFICATION
                 AND AU-IMAGE-AVANT(254:1) NOT = AU-IMAGE-APRES(254:1)
                 MOVE 'S' TO EV-TYPE
              END-IF
              MOVE 'T'             TO EV-ORIGINE
              MOVE WS-AUDIT-ETAT   TO EV-AUDIT-ETAT
              EXEC CICS WRITE FILE  (MON-FICHIER-EVT)
                              RIDFLD(EV-SEQUENCE)
                              FROM  (E-EVENEMENT)
                              RESP  (C-R)
              END-EXEC
              MOVE CT-SEQUENCE-EVT TO EC-SEQUENCE
              MOVE AU-NUMERO       TO EC-NUMERO
              MOVE AU-ACTION       TO EC-ACTION
              MOVE AK-DATE         TO EC-DATE
              MOVE AK-HEURE        TO EC-HEURE
              MOVE 'T'             TO EC-ORIGINE
              MOVE AU-IMAGE-AVANT  TO EC-IMAGE-AVANT
              MOVE AU-IMAGE-APRES  TO EC-IMAGE-APRES
              CALL 'EVTSTAG' USING EVTSTAG-COMMAREA
              EXEC CICS WRITEQ TD QUEUE  (TD-QUEUE-EVT)
                                FROM     (EC-MESSAGE)
                                LENGTH   (EC-LONGUEUR)
                                RESP     (C-R)
              END-EXEC
           END-IF
           .
