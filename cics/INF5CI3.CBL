       01 TEXT-ERREUR             PIC X(15).
      *   COMMAREA DU SERVICE D'ERREUR SPERR3
       COPY SPERRCA.
      *   SERVICE DE CLOISONNEMENT PAR SITE (SITES DE L'OPERATEUR)
       01 PROGSITE                PIC X(8) VALUE 'SITE3   '.
       01 C-R-SITE                PIC S9(8) COMP.
           COPY SITECA.
       01 MON-PROG                PIC X(8) VALUE 'INF5CI3 '.
       01 PROGMENU                PIC X(8) VALUE 'INF0CI3 '.
       01 PROGCREA                PIC X(8) VALUE 'INF1CI3 '.
                 MOVE 'N' TO FILT-OK
              END-IF
           END-IF
      *  LES STAGIAIRES DES SITES QUE L'OPERATEUR NE GERE PAS NE SONT
      *  PAS LISTES (FILTRE SILENCIEUX, SANS JOURNALISATION)
           IF FILT-OK = 'Y'
              MOVE 'BROWSE' TO ST-OPERATION
              MOVE 'N'      TO ST-JOURNAL
              PERFORM 80700-CONTROLE-SITE
              IF NOT ST-ACCES-AUTORISE
                 MOVE 'N' TO FILT-OK
              END-IF
           END-IF
           .
       23600-PAGE-PRECEDENTE.
      *----------------------*
           END-IF
           MOVE SP-LIBELLE TO TEXT-ERREUR
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
           MOVE E-CODE-SESSION TO ST-SESSION
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
