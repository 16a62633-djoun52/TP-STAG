      *   (ALIMENTE PAR CERTSTAG) - AUTHENTIQUE = DETAIL DE LA
      *   DELIVRANCE (STAGIAIRE, TYPE, SESSION, DATE), INCONNUE =
      *   AUCUNE ATTESTATION DELIVREE SOUS CE NUMERO - LE NOM EST
      *   RELU EN MEILLEUR EFFORT DANS FSTAG03 PUIS FSTAGFIN - LE
      *   NOM AFFICHE EST CELUI IMPRIME SUR L'ATTESTATION (NOM PORTE
      *   A LA DELIVRANCE, OU PENDANT LA FORMATION POUR UNE REEDITION
      *   SOUS LE NOM D'EPOQUE - HISTORIQUE DES NOMS FNOMH03), LE NOM
      *   ACTUEL ETANT DONNE EN MESSAGE QUAND IL DIFFERE
       01  WS-COMMAREA.
           05 PROG-PRECEDENT      PIC X(8).
           05 PROG-COURANT        PIC X(8).
       01 MON-FICHIER-CER         PIC X(8) VALUE 'FCERT03 '.
       01 MON-FICHIER             PIC X(8) VALUE 'FSTAG03 '.
       01 MON-FICHIER-FIN         PIC X(8) VALUE 'FSTAGFIN'.
       01 MON-FICHIER-NMH         PIC X(8) VALUE 'FNOMH03 '.
      *   DATE DE DELIVRANCE (AAAAMMJJ) ET NOM PORTE A CETTE DATE
       01 WS-DATE-DELIV           PIC 9(8).
       01 WS-NOM-ACTUEL           PIC X(25).
       01 WS-NOM-EPOQUE           PIC X(25).
       01 MA-MAP                  PIC X(8) VALUE 'MAPV    '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
       COPY FSTAG.
      *   DESCRIPTION DU FICHIER KSD DES STAGES TERMINES     *
       COPY FSTAGFIN.
      *   DESCRIPTION DE L'HISTORIQUE DES NOMS DE FAMILLE    *
       COPY FNOMH.
      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM           *
       01  MESSAGE-TXT            PIC X(79).

                   MOVE CR-TYPE        TO TYPVO
               END-EVALUATE
               PERFORM 23200-NOM-STAGIAIRE
               PERFORM 23300-NOM-A-LA-DELIVRANCE
             WHEN DFHRESP(NOTFND)
               MOVE 'INCONNUE'    TO VERVO
               MOVE SPACES        TO NUMVO NOMVO TYPVO CODVO DELVO
              END-IF
           END-IF
           .

      *  NOM IMPRIME SUR L'ATTESTATION : CELUI PORTE A CR-DATE-NOM
      *  (A DEFAUT LE JOUR DE LA DELIVRANCE, CR-DATE JJ/MM/AAAA) - LA
      *  PREMIERE ENTREE DE L'HISTORIQUE FNOMH03 CLOSE APRES CETTE
      *  DATE DONNE L'ANCIEN NOM ; SANS ENTREE, LE NOM N'A PAS CHANGE
       23300-NOM-A-LA-DELIVRANCE.
      *--------------------------*
           IF CR-DATE-NOM NUMERIC AND CR-DATE-NOM NOT = ZERO
              MOVE CR-DATE-NOM TO WS-DATE-DELIV
           ELSE
              IF CR-DATE(7:4) NOT NUMERIC OR CR-DATE(4:2) NOT NUMERIC
                 OR CR-DATE(1:2) NOT NUMERIC
                 EXIT PARAGRAPH
              END-IF
              MOVE CR-DATE(7:4) TO WS-DATE-DELIV(1:4)
              MOVE CR-DATE(4:2) TO WS-DATE-DELIV(5:2)
              MOVE CR-DATE(1:2) TO WS-DATE-DELIV(7:2)
           END-IF
           MOVE NOMVO        TO WS-NOM-ACTUEL
           MOVE SPACES       TO WS-NOM-EPOQUE
           MOVE CR-NUMERO     TO NH-NUMERO
           MOVE WS-DATE-DELIV TO NH-DATE-FIN
           MOVE 999999        TO NH-HEURE-FIN
           EXEC CICS STARTBR FILE   (MON-FICHIER-NMH)
                              RIDFLD (NH-CLE)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE   (MON-FICHIER-NMH)
                              INTO   (E-NOM-HISTO)
                              RIDFLD (NH-CLE)
                              RESP   (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL) AND NH-NUMERO = CR-NUMERO
              MOVE NH-NOM TO WS-NOM-EPOQUE
           END-IF
           EXEC CICS ENDBR FILE(MON-FICHIER-NMH) END-EXEC
           IF WS-NOM-EPOQUE = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NOM-EPOQUE TO NOMVO
           IF WS-NOM-ACTUEL NOT = SPACES
              AND WS-NOM-ACTUEL NOT = WS-NOM-EPOQUE
              STRING 'NOM PORTE SUR L''ATTESTATION - NOM ACTUEL : '
                     WS-NOM-ACTUEL DELIMITED BY SIZE INTO MESSVO
           END-IF
           .
       23900-TRAIT-FIN.
      *---------------*
           MOVE 'FIN DE LA TRANSACTION' TO MESSAGE-TXT
