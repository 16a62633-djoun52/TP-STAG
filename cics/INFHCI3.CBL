      *   ETAT ET UN VERDICT : 'BLOQUE EN COURS' POUR UN ETAT 'C'
      *   PERSISTANT, 'PERIME' POUR UN PASSAGE QUI N'EST NI DU JOUR
      *   NI DE LA VEILLE - L'EQUIPE DU MATIN VERIFIE AINSI QUE LA
      *   NUIT A TOURNE SANS OUVRIR SDSF - UNE ETAPE DE NUIT SAISIE
      *   EN BAS D'ECRAN ('NUITFIN' OU 'FIN') AFFICHE A LA PLACE SES
      *   PASSAGES DES SEPT DERNIERES NUITS, LUS DANS L'HISTORIQUE
      *   FNUIT03 ECRIT PAR CHNCTL - PF5 OUVRE LES RAPPORTS DE LA
      *   NUIT CONSERVES EN LIGNE (INGFCI3)
       01  WS-COMMAREA.
           05 PROG-PRECEDENT      PIC X(8).
           05 PROG-COURANT        PIC X(8).
       01 WS-TIME                 PIC X(8).
       01 MON-PROG                PIC X(8) VALUE 'INFHCI3 '.
       01 PROGMENU                PIC X(8) VALUE 'INF0CI3 '.
       01 PROGRAP                 PIC X(8) VALUE 'INGFCI3 '.
       01 MON-FICHIER-CTL         PIC X(8) VALUE 'FCTL03  '.
       01 MON-FICHIER-NUIT        PIC X(8) VALUE 'FNUIT03 '.
       01 MA-MAP                  PIC X(8) VALUE 'MAPG    '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
         05 LG-VERDICT           PIC X(18).
         05 VALUE SPACE          PIC X(2).
       01 LIGNEG-VIDE            PIC X(79) VALUE SPACES.
      *   HISTORIQUE D'UNE ETAPE DE NUIT : ETAPE SAISIE, CLE DE
      *   PARCOURS (ETAPE + HIGH-VALUES = APRES SON DERNIER PASSAGE),
      *   NUITS DEJA AFFICHEES ET CUMUL DES DUREES POUR LA MOYENNE
       01 WS-ETAPE                PIC X(8).
       01 WS-ETAPE-SAISIE         PIC X(8).
       01 WS-CLE-NUIT.
         05 WS-CN-ETAPE           PIC X(8).
         05 WS-CN-SUITE           PIC X(14).
       01 WS-FIN-BR               PIC X VALUE 'N'.
       01 WS-DATE-PREC            PIC 9(8).
       77 WS-NB-NUITS             PIC S9(4) COMP.
       77 WS-NB-DUREES            PIC S9(4) COMP.
       77 WS-TOT-DUREE            PIC S9(9) COMP.
       77 WS-SEC                  PIC S9(9) COMP.
       77 WS-RESTE                PIC S9(9) COMP.
       01 WS-DUREE-ED.
         05 WS-DH                PIC 9(2).
         05 VALUE ':'            PIC X(1).
         05 WS-DM                PIC 9(2).
         05 VALUE ':'            PIC X(1).
         05 WS-DS                PIC 9(2).
      *   DESCRIPTION DE LA LIGNE D'UN PASSAGE ET DE SON EN-TETE
       01 LIGNEN.
         05 VALUE SPACE          PIC X(1).
         05 LN-DEBUT             PIC X(19).
         05 VALUE ' | '          PIC X(3).
         05 LN-FIN               PIC X(19).
         05 VALUE ' | '          PIC X(3).
         05 LN-DUREE             PIC X(8).
         05 VALUE ' | '          PIC X(3).
         05 LN-RC                PIC ZZZ9.
         05 VALUE ' | '          PIC X(3).
         05 LN-ETAT              PIC X(10).
         05 VALUE SPACE          PIC X(6).
       01 ENTETE-NUIT.
         05 VALUE 'LANCEMENT'    PIC X(19).
         05 VALUE ' | '          PIC X(3).
         05 VALUE 'FIN'          PIC X(19).
         05 VALUE ' | '          PIC X(3).
         05 VALUE 'DUREE'        PIC X(8).
         05 VALUE ' | '          PIC X(3).
         05 VALUE 'RC'           PIC X(4).
         05 VALUE ' | '          PIC X(3).
         05 VALUE 'ETAT'         PIC X(17).
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

      *   ENREGISTREMENT DE CONTROLE (RUN-CONTROL)           *
       COPY FCTL.
      *   HISTORIQUE DES PASSAGES DES ETAPES DE NUIT         *
       COPY FNUIT.
      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM           *
       01  MESSAGE-TXT            PIC X(79).

      *---------------------*
           EVALUATE EIBAID
              WHEN DFHENTER
                   PERFORM 23100-RECEPTION-ETAPE
                   IF WS-ETAPE = SPACES
                      PERFORM 23400-LECTURE
                   ELSE
                      PERFORM 23500-HISTO-ETAPE
                   END-IF
                   PERFORM 22000-TRAIT-ENVOI
              WHEN DFHPF3
                   MOVE PROGMENU TO PROG-SUIVANT
                   PERFORM 23050-PROG-SUIVANT
              WHEN DFHPF5
                   MOVE PROGRAP TO PROG-SUIVANT
                   PERFORM 23050-PROG-SUIVANT
              WHEN DFHPF12
                   PERFORM 23900-TRAIT-FIN
              WHEN DFHPF1
           PERFORM 22000-TRAIT-ENVOI
           .

      *  ETAPE DE NUIT SAISIE (BLANC = ETAT COMPLET DE FCTL03) - LE
      *  PREFIXE 'NUIT' EST AJOUTE S'IL MANQUE ; LA SAISIE EST
      *  REAFFICHEE
       23100-RECEPTION-ETAPE.
      *---------------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAPGI)
                             RESP  (C-R)
           END-EXEC
           MOVE SPACES TO WS-ETAPE
           IF C-R = DFHRESP(NORMAL) AND ETPGL > 0
              MOVE ETPGI TO WS-ETAPE-SAISIE
              INSPECT WS-ETAPE-SAISIE REPLACING ALL LOW-VALUE BY SPACE
              IF WS-ETAPE-SAISIE NOT = SPACES
                 IF WS-ETAPE-SAISIE(1:4) = 'NUIT'
                    MOVE WS-ETAPE-SAISIE TO WS-ETAPE
                 ELSE
                    STRING 'NUIT' WS-ETAPE-SAISIE DELIMITED BY SPACE
                           INTO WS-ETAPE
                 END-IF
              END-IF
           END-IF
           MOVE LOW-VALUE TO MAPGI
           MOVE WS-ETAPE  TO ETPGO
           .

      *  PARCOURS COMPLET DE FCTL03 (QUELQUES ENREGISTREMENTS) ET
      *  VERDICT PAR LIGNE : 'C' = BLOQUE EN COURS (INCIDENT OU
      *  DOUBLE LANCEMENT NON REPRIS), PASSAGE NI DU JOUR NI DE LA
               MOVE 'RAS'               TO LG-VERDICT
           END-EVALUATE
           .
      *  SEPT DERNIERES NUITS D'UNE ETAPE : PARCOURS A REBOURS DE
      *  FNUIT03 DEPUIS LA FIN DES PASSAGES DE L'ETAPE (ETAPE +
      *  HIGH-VALUES ; SI C'EST LA DERNIERE ETAPE DU FICHIER, DEPUIS
      *  LA FIN DU FICHIER), DU PLUS RECENT AU PLUS ANCIEN - UNE NUIT
      *  INTERROMPUE PUIS REPRISE DONNE PLUSIEURS LIGNES ; LA DUREE
      *  MOYENNE DES PASSAGES TERMINES AFFICHES EST DONNEE EN MESSAGE
       23500-HISTO-ETAPE.
      *-----------------*
           MOVE ENTETE-NUIT TO HDRGO
           PERFORM 23590-VIDE-LIGNE
              VARYING IND-LIG FROM 1 BY 1 UNTIL IND-LIG > 15
           MOVE WS-ETAPE    TO WS-CN-ETAPE
           MOVE HIGH-VALUES TO WS-CN-SUITE
           EXEC CICS STARTBR FILE   (MON-FICHIER-NUIT)
                              RIDFLD (WS-CLE-NUIT)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R = DFHRESP(NOTFND)
              MOVE HIGH-VALUES TO WS-CLE-NUIT
              EXEC CICS STARTBR FILE   (MON-FICHIER-NUIT)
                                 RIDFLD (WS-CLE-NUIT)
                                 GTEQ
                                 RESP   (C-R)
              END-EXEC
           END-IF
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'FNUIT03 VIDE OU INDISPONIBLE' TO MESSGO
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'  TO WS-FIN-BR
           MOVE ZERO TO WS-NB-NUITS WS-NB-DUREES WS-TOT-DUREE
                        WS-DATE-PREC
           MOVE 1    TO IND-LIG
           EXEC CICS READPREV FILE   (MON-FICHIER-NUIT)
                              INTO   (E-NUIT)
                              RIDFLD (WS-CLE-NUIT)
                              RESP   (C-R)
           END-EXEC
           PERFORM 23510-PASSAGE-PRECEDENT
              UNTIL C-R NOT = DFHRESP(NORMAL)
                 OR WS-FIN-BR = 'O'
                 OR IND-LIG > 15
           EXEC CICS ENDBR FILE(MON-FICHIER-NUIT) END-EXEC
           IF IND-LIG = 1
              STRING 'AUCUN PASSAGE HISTORISE POUR ' WS-ETAPE
                     DELIMITED BY SIZE INTO MESSGO
              EXIT PARAGRAPH
           END-IF
           IF WS-NB-DUREES > 0
              COMPUTE WS-SEC ROUNDED = WS-TOT-DUREE / WS-NB-DUREES
              PERFORM 23530-EDITE-DUREE
              STRING WS-ETAPE ' - DUREE MOYENNE DES PASSAGES '
                     'TERMINES AFFICHES : ' WS-DUREE-ED
                     DELIMITED BY SIZE INTO MESSGO
           END-IF
           .

      *  PASSAGE LU A REBOURS : CEUX D'UNE ETAPE SUIVANTE SONT
      *  SAUTES, UNE ETAPE PRECEDENTE OU UNE HUITIEME NUIT ARRETE
      *  LE PARCOURS
       23510-PASSAGE-PRECEDENT.
      *-----------------------*
           EVALUATE TRUE
             WHEN NU-ETAPE > WS-ETAPE
               CONTINUE
             WHEN NU-ETAPE < WS-ETAPE
               MOVE 'O' TO WS-FIN-BR
             WHEN OTHER
               IF NU-DATE NOT = WS-DATE-PREC
                  ADD 1 TO WS-NB-NUITS
                  MOVE NU-DATE TO WS-DATE-PREC
               END-IF
               IF WS-NB-NUITS > 7
                  MOVE 'O' TO WS-FIN-BR
               ELSE
                  PERFORM 23520-FORMATE-PASSAGE
                  MOVE LIGNEN TO LIGGO(IND-LIG)
                  ADD 1 TO IND-LIG
               END-IF
           END-EVALUATE
           IF WS-FIN-BR NOT = 'O'
              EXEC CICS READPREV FILE   (MON-FICHIER-NUIT)
                                 INTO   (E-NUIT)
                                 RIDFLD (WS-CLE-NUIT)
                                 RESP   (C-R)
              END-EXEC
           END-IF
           .

       23520-FORMATE-PASSAGE.
      *---------------------*
           STRING NU-DATE(7:2) '/' NU-DATE(5:2) '/' NU-DATE(1:4) ' '
                  NU-HEURE-DEB(1:2) ':' NU-HEURE-DEB(3:2) ':'
                  NU-HEURE-DEB(5:2)
                  DELIMITED BY SIZE INTO LN-DEBUT
           IF NU-DATE-FIN = ZERO
              MOVE SPACES TO LN-FIN
           ELSE
              STRING NU-DATE-FIN(7:2) '/' NU-DATE-FIN(5:2) '/'
                     NU-DATE-FIN(1:4) ' '
                     NU-HEURE-FIN(1:2) ':' NU-HEURE-FIN(3:2) ':'
                     NU-HEURE-FIN(5:2)
                     DELIMITED BY SIZE INTO LN-FIN
           END-IF
           MOVE SPACES TO LN-DUREE
           IF NU-TERMINEE
              MOVE NU-DUREE TO WS-SEC
              PERFORM 23530-EDITE-DUREE
              MOVE WS-DUREE-ED TO LN-DUREE
              ADD NU-DUREE TO WS-TOT-DUREE
              ADD 1 TO WS-NB-DUREES
           END-IF
           MOVE NU-RC TO LN-RC
           EVALUATE TRUE
             WHEN NU-TERMINEE
               MOVE 'TERMINE'    TO LN-ETAT
             WHEN NU-EN-COURS
               MOVE 'EN COURS'   TO LN-ETAT
             WHEN NU-INTERROMPUE
               MOVE 'INTERROMPU' TO LN-ETAT
             WHEN OTHER
               MOVE NU-ETAT      TO LN-ETAT
           END-EVALUATE
           .

       23530-EDITE-DUREE.
      *-----------------*
           DIVIDE WS-SEC BY 3600 GIVING WS-DH REMAINDER WS-RESTE
           DIVIDE WS-RESTE BY 60 GIVING WS-DM REMAINDER WS-DS
           .

       23590-VIDE-LIGNE.
      *----------------*
           MOVE LIGNEG-VIDE TO LIGGO(IND-LIG)
           .
       23900-TRAIT-FIN.
      *---------------*
           MOVE 'FIN DE LA TRANSACTION' TO MESSAGE-TXT
