      *   SUR CE FOND), AFFICHAGE COMPLET DONT LA DATE DE TRAITEMENT
      *   DE FIN DE STAGE - PF6 POSE UNE DEMANDE DE REEDITION
      *   D'ATTESTATION (FREED03) QUE LE PROCHAIN PASSAGE DE CERTSTAG
      *   EDITE (PF7 : SOUS LE NOM PORTE PENDANT LA FORMATION, POUR
      *   UNE PERSONNE QUI A CHANGE DE NOM DEPUIS)
      *   - PF10 OUVRE L'HISTORIQUE DES INDEMNITES VERSEES
      *   (INFVCI3) DU DOSSIER AFFICHE
       01  WS-COMMAREA.
           05 PROG-PRECEDENT      PIC X(8).
           05 PROG-COURANT        PIC X(8).
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
       01 MON-FICHIER-FIN         PIC X(8) VALUE 'FSTAGFIN'.
       01 MON-FICHIER-REE         PIC X(8) VALUE 'FREED03 '.
      *   HISTORIQUE DES INDEMNITES VERSEES (PF10) - LE NUMERO EST
      *   TRANSMIS DANS CA-NUMERO, MEME CONVENTION QUE INF2CI3
       01 PROGINDM                PIC X(8) VALUE 'INFVCI3 '.
       01 MA-MAP                  PIC X(8) VALUE 'MAPT    '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
       01 WS-NUMERO               PIC 9(4).
       01 WS-FIN-BR               PIC 9(4).
       77 WS-TROUVE               PIC X.
      *   'O' = REEDITION DEMANDEE SOUS LE NOM D'EPOQUE (PF7)
       77 WS-REED-EPOQUE          PIC X VALUE 'N'.
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

                   PERFORM 23100-TRAIT-ENTER
              WHEN DFHPF6
                   PERFORM 23600-DEMANDE-REEDITION
              WHEN DFHPF7
                   MOVE 'O' TO WS-REED-EPOQUE
                   PERFORM 23600-DEMANDE-REEDITION
              WHEN DFHPF10
                   PERFORM 23700-INDEMNITES
              WHEN DFHPF3
                   MOVE SPACES   TO CA-NUMERO
                   MOVE PROGMENU TO PROG-SUIVANT

      *  PF6 = DEMANDE DE REEDITION DE L'ATTESTATION DE FIN DE STAGE
      *  DU DOSSIER AFFICHE - LA DEMANDE EST DEPOSEE DANS FREED03,
      *  LE PROCHAIN PASSAGE DE CERTSTAG L'EDITE PUIS LA RETIRE -
      *  PAR PF7 L'ATTESTATION PORTE LE NOM D'EPOQUE (FNOMH03)
       23600-DEMANDE-REEDITION.
      *------------------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                               DATESEP ('/')
           END-EXEC
           MOVE EIBOPID TO RD-OPERATEUR
           MOVE WS-REED-EPOQUE TO RD-NOM-EPOQUE
           EXEC CICS WRITE FILE  (MON-FICHIER-REE)
                           RIDFLD(RD-CLE)
                           FROM  (E-REEDITION)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               IF WS-REED-EPOQUE = 'O'
                  STRING 'REEDITION DEMANDEE POUR ' NUMTI
                         ' SOUS LE NOM D''EPOQUE (PROCHAIN CERTSTAG)'
                         DELIMITED BY SIZE INTO MESSTO
               ELSE
                  STRING 'REEDITION DEMANDEE POUR ' NUMTI
                         ' (PROCHAIN PASSAGE CERTSTAG)'
                         DELIMITED BY SIZE INTO MESSTO
               END-IF
             WHEN DFHRESP(DUPREC)
               MOVE 'REEDITION DEJA DEMANDEE POUR CE DOSSIER'
                    TO MESSTO
           END-EVALUATE
           PERFORM 22000-TRAIT-ENVOI
           .
      *  PF10 = INDEMNITES VERSEES AU TITULAIRE DU DOSSIER AFFICHE -
      *  L'HISTORIQUE DES VERSEMENTS S'OUVRE DIRECTEMENT (INFVCI3)
       23700-INDEMNITES.
      *-----------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAPTI)
                             RESP  (C-R)
           END-EXEC
           IF NUMTI = LOW-VALUE OR NUMTI NOT NUMERIC
              STRING 'AUCUN DOSSIER AFFICHE' DELIMITED BY SIZE
                     INTO MESSTO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE NUMTI    TO CA-NUMERO
           MOVE PROGINDM TO PROG-SUIVANT
           PERFORM 23050-PROG-SUIVANT
           .
       23900-TRAIT-FIN.
      *---------------*
           MOVE 'FIN DE LA TRANSACTION' TO MESSAGE-TXT
