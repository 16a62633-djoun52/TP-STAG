      *   DE LA PIECE A L'APPUI OBLIGATOIRE) OU INJUSTIFIEE - MEME
      *   PATRON QUE INFBCI3 : ECRAN UNIQUE, ACTIONS PAR CODE, ACCES
      *   RESERVE AU NIVEAU 2 - SEULS LES JOURS NON JUSTIFIES
      *   ALIMENTENT LA RETENUE D'INDEMNITE (EXPPAIE / RPTABS) -
      *   SUR UN MOIS DE PAIE CLOTURE (FCTL03 'CLOTPRES'), FPRES03
      *   EST FIGE : LA DECISION EST ENREGISTREE EN REGULARISATION
      *   (FREGU03) ET L'ETAT AFFICHE EST L'ETAT REGULARISE
       01  WS-COMMAREA.
           05 PROG-PRECEDENT      PIC X(8).
           05 PROG-COURANT        PIC X(8).
           05 MESSPROG            PIC X(40) .
           05 FILLER              PIC X(26).
       01 C-R                     PIC S9(8) COMP.
      *   RESP SEPARE POUR LE PARCOURS DES REGULARISATIONS
       01 C-R-REG                 PIC S9(8) COMP.
       01 C-R-ED                  PIC ZZZ9.
       01 WS-TIME                 PIC X(8).
       01 TEXT-ERREUR             PIC X(15).
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
       01 MON-FICHIER-OPR         PIC X(8) VALUE 'FOPER03 '.
       01 MON-FICHIER-PRE         PIC X(8) VALUE 'FPRES03 '.
      *   DERNIER MOIS DE PAIE CLOTURE ('CLOTPRES' DE FCTL03) ET
      *   REGULARISATIONS D'ABSENCES DES MOIS CLOTURES
       01 MON-FICHIER-CTL         PIC X(8) VALUE 'FCTL03  '.
       01 MON-FICHIER-REG         PIC X(8) VALUE 'FREGU03 '.
       01 MA-MAP                  PIC X(8) VALUE 'MAPJ    '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
      *   CLE DE L'ABSENCE VISEE (LA DATE ECRAN EST EN JJMMAAAA, LA
      *   CLE FPRES03 EN AAAAMMJJ)
       01 WS-DATE-SAISIE          PIC 9(8).
      *   DERNIER MOIS CLOTURE (AAAAMM) ET JOUR SAISI CLOTURE (O/N)
       01 WS-MOIS-CLOS            PIC 9(6).
       01 WS-JOUR-CLOS            PIC X.
      *   ETAT EFFECTIF DU JOUR : ' ' PRESENT, SINON 'P', 'J' OU 'I' -
      *   JOUR RETENU EN PAIE (O/N) AVANT ET APRES LA DECISION
       01 WS-ETAT-EFFECTIF        PIC X.
       01 WS-SESSION-ABS          PIC X(10).
       01 WS-PIECE-SAISIE         PIC X(15).
       01 WS-AVANT-RETENU         PIC X.
       01 WS-APRES-RETENU         PIC X.
       01 WS-CLE-REG.
           05 WS-REG-NUMERO       PIC 9(4).
           05 WS-REG-DATE-ABS     PIC 9(8).
           05 WS-REG-DATE-ENREG   PIC 9(8).
           05 WS-REG-HEURE-ENREG  PIC 9(6).
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

       COPY FPRES.
      *   DESCRIPTION DU FICHIER KSD DES HABILITATIONS      *
       COPY FOPER.
      *   ENREGISTREMENT DE CONTROLE (MOIS CLOTURE)         *
       COPY FCTL.
      *   DESCRIPTION DU FICHIER KSD DES REGULARISATIONS    *
       COPY FREGU.
      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM          *
       01  MESSAGE-TXT            PIC X(79).

           MOVE DTSJI(5:4) TO WS-DATE-SAISIE(1:4)
           MOVE DTSJI(3:2) TO WS-DATE-SAISIE(5:2)
           MOVE DTSJI(1:2) TO WS-DATE-SAISIE(7:2)
           PERFORM 23310-LIT-CLOTURE
           EVALUATE ACTJI
             WHEN 'A'
             WHEN LOW-VALUE
           END-EVALUATE
           .

      *  LE JOUR SAISI APPARTIENT-IL A UN MOIS DE PAIE CLOTURE ?
      *  (MOIS INSCRIT PAR CLOTPRES DANS L'ENREGISTREMENT 'CLOTPRES'
      *  DE FCTL03 - PAS D'ENREGISTREMENT = AUCUN MOIS CLOTURE)
       23310-LIT-CLOTURE.
      *------------------*
           MOVE ZERO TO WS-MOIS-CLOS
           MOVE 'N'  TO WS-JOUR-CLOS
           MOVE 'CLOTPRES' TO CT-CLE
           EXEC CICS READ FILE  (MON-FICHIER-CTL)
                          RIDFLD(CT-CLE)
                          INTO  (E-CONTROLE)
                          RESP  (C-R-REG)
           END-EXEC
           IF C-R-REG = DFHRESP(NORMAL)
              MOVE CT-SEQUENCE TO WS-MOIS-CLOS
           END-IF
           IF WS-MOIS-CLOS > ZERO
              AND WS-DATE-SAISIE(1:6) NOT > WS-MOIS-CLOS
              MOVE 'O' TO WS-JOUR-CLOS
           END-IF
           .

       23400-AFFICHAGE.
      *----------------*
           IF WS-JOUR-CLOS = 'O'
              PERFORM 23600-ETAT-CLOS
              IF WS-ETAT-EFFECTIF = SPACE
                 MOVE 'AUCUNE ABSENCE A CETTE DATE POUR CE STAGIAIRE'
                      TO MESSJO
              ELSE
                 MOVE 'MOIS DE PAIE CLOTURE - ETAT REGULARISE'
                      TO MESSJO
              END-IF
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE NUMJI          TO PR-NUMERO
           MOVE WS-DATE-SAISIE TO PR-DATE
           EXEC CICS READ FILE  (MON-FICHIER-PRE)
                    TO MESSJO
             WHEN OTHER
               MOVE 'READ' TO SP-OPERATION
               MOVE MON-FICHIER-PRE TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSJO
                  DELIMITED BY SIZE INTO MESSJO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF WS-JOUR-CLOS = 'O'
              PERFORM 23700-STATUE-CLOS
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE NUMJI          TO PR-NUMERO
           MOVE WS-DATE-SAISIE TO PR-DATE
           EXEC CICS READ FILE  (MON-FICHIER-PRE)
                 MOVE PR-JUSTIF TO STAJO
               ELSE
                 MOVE 'REWRITE' TO SP-OPERATION
                 MOVE MON-FICHIER-PRE TO SP-FICHIER
                 PERFORM 80000-APPEL-SPERR
                 STRING 'ERREUR FICHIER ' TEXT-ERREUR
                        DELIMITED BY SIZE INTO MESSJO
                    TO MESSJO
             WHEN OTHER
               MOVE 'READ-UPD' TO SP-OPERATION
               MOVE MON-FICHIER-PRE TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSJO
           PERFORM 22000-TRAIT-ENVOI
           .

      *  ETAT EFFECTIF D'UN JOUR D'UN MOIS CLOTURE : ABSENCE FPRES03
      *  ('P' A DEFAUT DE DECISION), PUIS REGULARISATIONS DU JOUR DANS
      *  L'ORDRE DE SAISIE - LA DERNIERE DONNE L'ETAT, LE MOTIF,
      *  L'OPERATEUR ET LA PIECE AFFICHES
       23600-ETAT-CLOS.
      *----------------*
           MOVE SPACE          TO WS-ETAT-EFFECTIF
           MOVE SPACES         TO WS-SESSION-ABS
           MOVE NUMJI          TO PR-NUMERO
           MOVE WS-DATE-SAISIE TO PR-DATE
           EXEC CICS READ FILE  (MON-FICHIER-PRE)
                          RIDFLD(PR-CLE)
                          INTO  (E-PRESENCE)
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               MOVE PR-MOTIF     TO MOTJO
               MOVE PR-OPERATEUR TO OPRJO
               MOVE PR-PIECE     TO PIEJI
               MOVE PR-JUSTIF    TO WS-ETAT-EFFECTIF
               MOVE PR-CODE-SESSION TO WS-SESSION-ABS
               IF NOT PR-JUSTIFIEE AND NOT PR-INJUSTIFIEE
                  MOVE 'P' TO WS-ETAT-EFFECTIF
               END-IF
             WHEN DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE 'READ' TO SP-OPERATION
               MOVE MON-FICHIER-PRE TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSJO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           MOVE PR-NUMERO      TO WS-REG-NUMERO
           MOVE WS-DATE-SAISIE TO WS-REG-DATE-ABS
           MOVE ZERO           TO WS-REG-DATE-ENREG
                                  WS-REG-HEURE-ENREG
           EXEC CICS STARTBR FILE   (MON-FICHIER-REG)
                              RIDFLD (WS-CLE-REG)
                              GTEQ
                              RESP   (C-R-REG)
           END-EXEC
           IF C-R-REG = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE   (MON-FICHIER-REG)
                                 INTO   (E-REGULARISATION)
                                 RIDFLD (WS-CLE-REG)
                                 RESP   (C-R-REG)
              END-EXEC
              PERFORM UNTIL C-R-REG NOT = DFHRESP(NORMAL)
                      OR RG-NUMERO NOT = PR-NUMERO
                      OR RG-DATE-ABS NOT = WS-DATE-SAISIE
                 MOVE RG-APRES     TO WS-ETAT-EFFECTIF
                 MOVE RG-CODE-SESSION TO WS-SESSION-ABS
                 MOVE RG-MOTIF     TO MOTJO
                 MOVE RG-OPERATEUR TO OPRJO
                 MOVE RG-PIECE     TO PIEJI
                 EXEC CICS READNEXT FILE   (MON-FICHIER-REG)
                                    INTO   (E-REGULARISATION)
                                    RIDFLD (WS-CLE-REG)
                                    RESP   (C-R-REG)
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(MON-FICHIER-REG) END-EXEC
           END-IF
           MOVE WS-ETAT-EFFECTIF TO STAJO
           .

      *  DECISION SUR UN JOUR D'UN MOIS CLOTURE : FPRES03 RESTE TEL
      *  QU'EXPORTE EN PAIE, LA DECISION EST ENREGISTREE EN
      *  REGULARISATION (AVANT = ETAT EFFECTIF, APRES = DECISION) -
      *  RAPPEL SI UN JOUR RETENU DEVIENT JUSTIFIE, RETENUE DANS LE
      *  CAS INVERSE, EXPORTES PAR EXPPAIE AU PROCHAIN PASSAGE
       23700-STATUE-CLOS.
      *------------------*
      *  LA PIECE SAISIE EST A RELIRE APRES L'AFFICHAGE DE L'ETAT
           MOVE SPACES TO WS-PIECE-SAISIE
           IF PIEJI NOT = LOW-VALUE
              MOVE PIEJI TO WS-PIECE-SAISIE
           END-IF
           PERFORM 23600-ETAT-CLOS
           IF WS-ETAT-EFFECTIF = SPACE
              MOVE 'AUCUNE ABSENCE A CETTE DATE POUR CE STAGIAIRE'
                   TO MESSJO
              EXIT PARAGRAPH
           END-IF
           IF WS-ETAT-EFFECTIF = ACTJI
              MOVE 'ABSENCE DEJA DANS CET ETAT - RIEN A REGULARISER'
                   TO MESSJO
              EXIT PARAGRAPH
           END-IF
           INITIALIZE E-REGULARISATION
           MOVE WS-PIECE-SAISIE  TO RG-PIECE
           MOVE PR-NUMERO        TO RG-NUMERO
           MOVE WS-DATE-SAISIE   TO RG-DATE-ABS
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(RG-DATE-ENREG)
                               TIME    (RG-HEURE-ENREG)
           END-EXEC
           MOVE WS-SESSION-ABS   TO RG-CODE-SESSION
           MOVE WS-ETAT-EFFECTIF TO RG-AVANT
           MOVE ACTJI            TO RG-APRES
           PERFORM 23710-SENS-REGUL
           IF ACTJI = 'J'
              MOVE 'JUSTIFIEE'   TO RG-MOTIF
           ELSE
              MOVE 'INJUSTIFIEE' TO RG-MOTIF
           END-IF
           MOVE WS-OPR-CONNECTE  TO RG-OPERATEUR
           MOVE MON-PROG         TO RG-ORIGINE
           EXEC CICS WRITE FILE  (MON-FICHIER-REG)
                           RIDFLD(RG-CLE)
                           FROM  (E-REGULARISATION)
                           RESP  (C-R)
           END-EXEC
      *  CLE DEJA PRISE DANS LA SECONDE : SECONDE SUIVANTE
           PERFORM UNTIL C-R NOT = DFHRESP(DUPREC)
              ADD 1 TO RG-HEURE-ENREG
              EXEC CICS WRITE FILE  (MON-FICHIER-REG)
                              RIDFLD(RG-CLE)
                              FROM  (E-REGULARISATION)
                              RESP  (C-R)
              END-EXEC
           END-PERFORM
           IF C-R = DFHRESP(NORMAL)
              STRING 'MOIS CLOTURE - ABSENCE DU ' DTSJI
                     ' REGULARISEE EN ' RG-MOTIF
                     DELIMITED BY SIZE INTO MESSJO
              MOVE RG-APRES TO STAJO
              MOVE RG-MOTIF TO MOTJO
              MOVE RG-OPERATEUR TO OPRJO
           ELSE
              MOVE 'WRITE' TO SP-OPERATION
              MOVE MON-FICHIER-REG TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR
                     DELIMITED BY SIZE INTO MESSJO
           END-IF
           .

      *  INCIDENCE PAIE D'UNE REGULARISATION : JOUR RETENU ('P', 'I')
      *  DEVENU PAYE = RAPPEL, JOUR PAYE DEVENU RETENU = RETENUE,
      *  SINON SANS INCIDENCE (RIEN A EXPORTER)
       23710-SENS-REGUL.
      *-----------------*
           MOVE 'N' TO WS-AVANT-RETENU
                       WS-APRES-RETENU
           IF RG-AVANT = 'P' OR RG-AVANT = 'I'
              MOVE 'O' TO WS-AVANT-RETENU
           END-IF
           IF RG-APRES = 'P' OR RG-APRES = 'I'
              MOVE 'O' TO WS-APRES-RETENU
           END-IF
           EVALUATE TRUE
              WHEN WS-AVANT-RETENU = 'O' AND WS-APRES-RETENU = 'N'
                 MOVE 'R' TO RG-SENS
                 MOVE 'A' TO RG-ETAT
              WHEN WS-AVANT-RETENU = 'N' AND WS-APRES-RETENU = 'O'
                 MOVE 'D' TO RG-SENS
                 MOVE 'A' TO RG-ETAT
              WHEN OTHER
                 MOVE ' ' TO RG-SENS
                 MOVE 'S' TO RG-ETAT
           END-EVALUATE
           .

       23900-TRAIT-FIN.
      *---------------*
           MOVE 'FIN DE LA TRANSACTION' TO MESSAGE-TXT
      *  L'INCIDENT SUR LA TD ERRL (RAPPORT RPTERR)
           MOVE C-R        TO SP-RESP
           MOVE MON-PROG   TO SP-PROGRAMME
      *  SP-OPERATION (L'OPERATION EN COURS) ET SP-FICHIER (FPRES03
      *  OU FREGU03) SONT POSITIONNES PAR L'APPELANT JUSTE AVANT LE
      *  PERFORM
           MOVE SPACES     TO SP-LIBELLE
           EXEC CICS LINK PROGRAM (SPERR)
                          COMMAREA(SPERR-COMMAREA)
