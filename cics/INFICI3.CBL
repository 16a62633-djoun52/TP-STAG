      *   OUVRE LA FICHE SOUS LE CURSEUR (INF2CI3 POUR LE FICHIER
      *   MAITRE, INFJCI3 POUR LES TERMINES) - MEME LOGIQUE MULTI-
      *   FONDS QUE LE RELEVE BATCH EXTRGPD, MAIS AU FIL DE L'EAU
      *   - LA RECHERCHE PAR NOM RETROUVE AUSSI LES PERSONNES DONT
      *   C'EST UN ANCIEN NOM (HISTORIQUE FNOMH03), LIGNE A L'ETAT
      *   EX-NOM SOUS LEUR NOM ACTUEL
       01  WS-COMMAREA.
           05 PROG-PRECEDENT      PIC X(8).
           05 PROG-COURANT        PIC X(8).
       01 MON-FICHIER-ARCNOM      PIC X(8) VALUE 'FSTARCNM'.
       01 MON-FICHIER-FIN         PIC X(8) VALUE 'FSTAGFIN'.
       01 MON-FICHIER-ATT         PIC X(8) VALUE 'FATTE03 '.
      *   ANCIENS NOMS DE FAMILLE (CHEMIN FNOMHNM SUR FNOMH03)
       01 MON-FICHIER-NMHNOM      PIC X(8) VALUE 'FNOMHNM '.
       01 C-R-FIC                 PIC S9(8) COMP.
       77 WS-DERNIER-NMH          PIC 9(4).
      *   'O' PENDANT L'AJOUT DES LIGNES TROUVEES SOUS UN ANCIEN NOM
       77 WS-EX-NOM               PIC X VALUE 'N'.
       77 WS-NB-EX-NOM            PIC S9(4) COMP.
       01 MA-MAP                  PIC X(8) VALUE 'MAPS    '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
       01 PROGHELP                PIC X(8) VALUE 'HELP3   '.
           COPY HELPCA.
      *   SERVICE DE CLOISONNEMENT PAR SITE (SITES DE L'OPERATEUR)
       01 PROGSITE                PIC X(8) VALUE 'SITE3   '.
       01 C-R-SITE                PIC S9(8) COMP.
           COPY SITECA.
       01 WS-CODE-SES             PIC X(10).
       01 MA-TRX                  PIC X(4) VALUE 'TIC3'.
       01 WS-NUMERO               PIC 9(4).
       01 WS-NOM-BR               PIC X(25).
       COPY FSTAGFIN.
      *   DESCRIPTION DU FICHIER KSD LISTE D'ATTENTE          *
       COPY FATTE.
      *   DESCRIPTION DE L'HISTORIQUE DES NOMS DE FAMILLE     *
       COPY FNOMH.
      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM            *
       01  MESSAGE-TXT            PIC X(79).

              ADD 1 TO IND-LIG
           END-PERFORM
           MOVE 1 TO IND-LIG
           MOVE ZERO TO WS-NB-EX-NOM
           IF NUMSI NUMERIC
              PERFORM 23400-RECHERCHE-NUMERO
           ELSE
              MOVE 'PERSONNE NON TROUVEE DANS LES QUATRE FONDS'
                   TO MESSSO
           END-IF
           IF WS-NB-EX-NOM > ZERO
              MOVE 'ETAT EX-NOM : PERSONNE TROUVEE SOUS UN ANCIEN NOM'
                   TO MESSSO
           END-IF
           PERFORM 22000-TRAIT-ENVOI
           .

              END-PERFORM
              EXEC CICS ENDBR FILE(MON-FICHIER-ATT) END-EXEC
           END-IF
           PERFORM 23550-ANCIENS-NOMS
           .

      *  ANCIENS NOMS : PARCOURS DU CHEMIN FNOMHNM SUR LE NOM SAISI -
      *  CHAQUE PERSONNE EST RELUE PAR SON NUMERO DANS LE FICHIER
      *  MAITRE, L'ARCHIVE ET LES STAGES TERMINES (LA LISTE D'ATTENTE
      *  A SA PROPRE NUMEROTATION) ; UN FOND OU ELLE PORTE ENCORE LE
      *  NOM SAISI L'A DEJA FAIT LISTER
       23550-ANCIENS-NOMS.
      *-------------------*
           MOVE ZERO  TO WS-DERNIER-NMH
           MOVE NOMSI TO WS-NOM-BR
           EXEC CICS STARTBR FILE   (MON-FICHIER-NMHNOM)
                              RIDFLD (WS-NOM-BR)
                              KEYLENGTH(LENGTH OF NH-NOM)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO WS-EX-NOM
           EXEC CICS READNEXT FILE   (MON-FICHIER-NMHNOM)
                              INTO   (E-NOM-HISTO)
                              RIDFLD (WS-NOM-BR)
                              KEYLENGTH(LENGTH OF NH-NOM)
                              RESP   (C-R)
           END-EXEC
           PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                   OR NH-NOM NOT = NOMSI OR IND-LIG > 10
              IF NH-NUMERO NOT = WS-DERNIER-NMH
                 MOVE NH-NUMERO TO WS-DERNIER-NMH
                 PERFORM 23560-LIGNES-ANCIEN-NOM
              END-IF
              EXEC CICS READNEXT FILE   (MON-FICHIER-NMHNOM)
                                 INTO   (E-NOM-HISTO)
                                 RIDFLD (WS-NOM-BR)
                                 KEYLENGTH(LENGTH OF NH-NOM)
                                 RESP   (C-R)
              END-EXEC
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER-NMHNOM) END-EXEC
           MOVE 'N' TO WS-EX-NOM
           .

       23560-LIGNES-ANCIEN-NOM.
      *------------------------*
           MOVE NH-NUMERO TO WS-NUMERO
           EXEC CICS READ FILE  (MON-FICHIER)
                          RIDFLD(WS-NUMERO)
                          INTO  (E-STAGIAIRE)
                          RESP  (C-R-FIC)
           END-EXEC
           IF C-R-FIC = DFHRESP(NORMAL) AND E-NOM NOT = NOMSI
              PERFORM 23410-LIGNE-FSTAG
           END-IF
           MOVE NH-NUMERO TO WS-NUMERO
           EXEC CICS READ FILE  (MON-FICHIER-ARC)
                          RIDFLD(WS-NUMERO)
                          INTO  (E-ARCHIVE)
                          RESP  (C-R-FIC)
           END-EXEC
           IF C-R-FIC = DFHRESP(NORMAL) AND AR-NOM NOT = NOMSI
              PERFORM 23420-LIGNE-ARCHIVE
           END-IF
           MOVE NH-NUMERO TO WS-NUMERO
           EXEC CICS READ FILE  (MON-FICHIER-FIN)
                          RIDFLD(WS-NUMERO)
                          INTO  (E-FIN-STAGE)
                          RESP  (C-R-FIC)
           END-EXEC
           IF C-R-FIC = DFHRESP(NORMAL) AND FN-NOM NOT = NOMSI
              PERFORM 23430-LIGNE-TERMINE
           END-IF
           .

      *  LES FICHES DES SITES QUE L'OPERATEUR NE GERE PAS NE SONT
      *  PAS LISTEES (FILTRE SILENCIEUX, SANS JOURNALISATION)
       23405-FILTRE-SITE.
      *------------------*
           MOVE 'BROWSE' TO ST-OPERATION
           MOVE 'N'      TO ST-JOURNAL
           PERFORM 80700-CONTROLE-SITE
           .

       23410-LIGNE-FSTAG.
           IF IND-LIG > 10
              EXIT PARAGRAPH
           END-IF
           MOVE E-CODE-SESSION TO WS-CODE-SES
           PERFORM 23405-FILTRE-SITE
           IF NOT ST-ACCES-AUTORISE
              EXIT PARAGRAPH
           END-IF
           MOVE 'FSTAG03 '     TO LS-FONDS
           MOVE E-NUMERO       TO LS-NUMERO
           MOVE E-NOM          TO LS-NOM
             WHEN OTHER
               MOVE E-STATUT      TO LS-ETAT
           END-EVALUATE
           IF WS-EX-NOM = 'O'
              MOVE 'EX-NOM'     TO LS-ETAT
              ADD 1 TO WS-NB-EX-NOM
           END-IF
           MOVE E-DATE-DEBUT(1:2) TO LS-DATE(1:2)
           MOVE '/'               TO LS-DATE(3:1)
           MOVE E-DATE-DEBUT(3:2) TO LS-DATE(4:2)
           IF IND-LIG > 10
              EXIT PARAGRAPH
           END-IF
           MOVE AR-CODE-SESSION TO WS-CODE-SES
           PERFORM 23405-FILTRE-SITE
           IF NOT ST-ACCES-AUTORISE
              EXIT PARAGRAPH
           END-IF
           MOVE 'FSTAGARC'      TO LS-FONDS
           MOVE AR-NUMERO       TO LS-NUMERO
           MOVE AR-NOM          TO LS-NOM
           MOVE AR-PRENOM(1:12) TO LS-PRENOM
           MOVE 'RADIE'         TO LS-ETAT
           IF WS-EX-NOM = 'O'
              MOVE 'EX-NOM'     TO LS-ETAT
              ADD 1 TO WS-NB-EX-NOM
           END-IF
           MOVE AR-DATE-SUPPR(1:5) TO LS-DATE
           MOVE LIGNES TO LIGSO(IND-LIG)
           ADD 1 TO IND-LIG
           IF IND-LIG > 10
              EXIT PARAGRAPH
           END-IF
           MOVE FN-CODE-SESSION TO WS-CODE-SES
           PERFORM 23405-FILTRE-SITE
           IF NOT ST-ACCES-AUTORISE
              EXIT PARAGRAPH
           END-IF
           MOVE 'FSTAGFIN'      TO LS-FONDS
           MOVE FN-NUMERO       TO LS-NUMERO
           MOVE FN-NOM          TO LS-NOM
           MOVE FN-PRENOM(1:12) TO LS-PRENOM
           MOVE 'TERMINE'       TO LS-ETAT
           IF WS-EX-NOM = 'O'
              MOVE 'EX-NOM'     TO LS-ETAT
              ADD 1 TO WS-NB-EX-NOM
           END-IF
           MOVE FN-DATE-TRAIT(1:5) TO LS-DATE
           MOVE LIGNES TO LIGSO(IND-LIG)
           ADD 1 TO IND-LIG
           IF IND-LIG > 10
              EXIT PARAGRAPH
           END-IF
      *  UN CANDIDAT SANS SESSION N'EST RATTACHE A AUCUN SITE : IL
      *  RESTE VISIBLE DE TOUS
           IF WL-CODE-SESSION NOT = SPACES
              MOVE WL-CODE-SESSION TO WS-CODE-SES
              PERFORM 23405-FILTRE-SITE
              IF NOT ST-ACCES-AUTORISE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE 'FATTE03 '      TO LS-FONDS
           MOVE WL-NUMERO       TO LS-NUMERO
           MOVE WL-NOM          TO LS-NOM
           PERFORM   99000-FIN-CICS
           .

      *  CLOISONNEMENT PAR SITE : LE SERVICE SITE3 DIT SI LE SITE DE
      *  LA SESSION EST L'UN DE CEUX DE L'OPERATEUR (DROIT TOUS SITES
      *  POUR LE SIEGE) ET JOURNALISE LE REFUS PAR SPERR3 QUAND
      *  ST-JOURNAL = 'O' - ST-OPERATION ET ST-JOURNAL SONT POSITIONNES
      *  PAR L'APPELANT - SERVICE INDISPONIBLE = ACCES REFUSE
       80700-CONTROLE-SITE.
      *--------------------*
           MOVE MON-PROG       TO ST-PROGRAMME
           MOVE MON-FICHIER    TO ST-FICHIER
           MOVE WS-CODE-SES    TO ST-SESSION
           MOVE SPACES         TO ST-SITE
           MOVE 'N'            TO ST-AUTORISE
           MOVE SPACES         TO ST-MESSAGE
           EXEC CICS LINK PROGRAM (PROGSITE)
                          COMMAREA(SITE-COMMAREA)
                          LENGTH  (LENGTH OF SITE-COMMAREA)
                          RESP    (C-R-SITE)
           END-EXEC
           IF C-R-SITE NOT = DFHRESP(NORMAL)
              MOVE 'N' TO ST-AUTORISE
              MOVE 'CONTROLE DE SITE INDISPONIBLE' TO ST-MESSAGE
           END-IF
           .

      *  AIDE CONTEXTUELLE (PF1) - L'ECRAN PASSE LA MAIN AU SERVICE
      *  COMMUN HELP3 AVEC SA MAP ET UNE COPIE DE SA COMMAREA ; AU
      *  RETOUR L'ECRAN SE REAFFICHE EN PREMIERE ENTREE
