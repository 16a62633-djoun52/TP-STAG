      *   LA LONGUEUR DE SA LISTE D'ATTENTE (FATTE03) - PAGINATION
      *   PF7/PF8 PAR FILE TS COMME LA LISTE INF5CI3 - LES REUNIONS
      *   DE PLANIFICATION N'ONT PLUS A PARTIR DE L'EDITION LSTSESS
      *   LA GRILLE PORTE LA SALLE RESERVEE PAR CHAQUE SESSION
      *   (FRESA03) ; UNE SALLE DEMANDEE (SITE + CODE) LIMITE LA
      *   GRILLE AUX SESSIONS QUI Y SONT RESERVEES, C'EST
      *   L'OCCUPATION DE LA SALLE SUR LE MOIS - LE REFERENTIEL DES
      *   SALLES FSALL03 EST TENU ICI (ACTIONS C, M ET S) : PLACES
      *   JAMAIS INFERIEURES A LA CAPACITE D'UNE SESSION RESERVEE,
      *   SUPPRESSION REFUSEE TANT QU'UNE SESSION Y EST RESERVEE
       01  WS-COMMAREA.
           05 PROG-PRECEDENT      PIC X(8).
           05 PROG-COURANT        PIC X(8).
           05 FILT-MOIS            PIC 99.
           05 FILT-ANNEE           PIC 9(4).
           05 FILT-CODE-SUITE      PIC X(10).
      *   SALLE DEMANDEE (BLANC = TOUTES LES SESSIONS DU MOIS)
           05 FILT-SALLE.
             10 FILT-SITE          PIC X(20).
             10 FILT-CODE-SALLE    PIC X(6).
       01 MAXI-ED                 PIC Z9.
       01 COUR-ED                 PIC Z9.
       01 C-R                     PIC S9(8) COMP.
       01 TEXT-ERREUR             PIC X(15).
      *   COMMAREA DU SERVICE D'ERREUR SPERR3
       COPY SPERRCA.
      *   SERVICE DE CLOISONNEMENT PAR SITE (SITES DE L'OPERATEUR)
       01 PROGSITE                PIC X(8) VALUE 'SITE3   '.
       01 C-R-SITE                PIC S9(8) COMP.
           COPY SITECA.
       01 MON-PROG                PIC X(8) VALUE 'INFMCI3 '.
       01 PROGMENU                PIC X(8) VALUE 'INF0CI3 '.
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
      *   CHEMIN PAR CODE SESSION (AIX FSTAGSES SUR E-CODE-SESSION)
       01 MON-FICHIER-SESPATH     PIC X(8) VALUE 'FSTAGSES'.
       01 MON-FICHIER-ATT         PIC X(8) VALUE 'FATTE03 '.
      *   REFERENTIEL DES SALLES ET RESERVATIONS DE SALLE (CLE CODE
      *   SESSION, CHEMIN FRESASAL PAR SALLE)
       01 MON-FICHIER-SAL         PIC X(8) VALUE 'FSALL03 '.
       01 MON-FICHIER-RES         PIC X(8) VALUE 'FRESA03 '.
       01 MON-FICHIER-RESPATH     PIC X(8) VALUE 'FRESASAL'.
       01 C-R-RES                 PIC S9(8) COMP.
       01 WS-CLE-SALLE            PIC X(26).
       01 WS-SALLE-RETENUE        PIC X.
       01 WS-PLACES-MAX           PIC 9(4).
       01 WS-SES-CONFLIT          PIC X(10).
       01 MA-MAP                  PIC X(8) VALUE 'MAPK    '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
       COPY FSTAG.
      *   DESCRIPTION DE LA LISTE D'ATTENTE                  *
       COPY FATTE.
      *   DESCRIPTION DU REFERENTIEL DES SALLES              *
       COPY FSALL.
      *   DESCRIPTION DES RESERVATIONS DE SALLE              *
       COPY FRESA.
      *   DESCRIPTION DE LA LIGNE DE LA GRILLE
       01 LIGNE.
         05 LK-CODE              PIC X(10).
         05 VALUE SPACE          PIC X(1).
         05 VALUE '|'            PIC X.
         05 VALUE SPACE          PIC X(1).
         05 LK-LIBELLE           PIC X(16).
         05 VALUE '|'            PIC X.
         05 VALUE SPACE          PIC X(1).
         05 LK-DEBUT             PIC X(8).
         05 LK-ATTENTE           PIC X(4).
         05 VALUE SPACE          PIC X(2).
         05 VALUE '|'            PIC X.
         05 VALUE SPACE          PIC X(1).
         05 LK-SALLE             PIC X(6).
         05 VALUE '|'            PIC X.
       77  IND-LIG               PIC S9(4) COMP.
       01 LIGNE-VIDE.
         05 VALUE SPACE          PIC X(10).
         05 VALUE SPACE          PIC X(1).
         05 VALUE '|'            PIC X.
         05 VALUE SPACE          PIC X(1).
         05 VALUE SPACE          PIC X(16).
         05 VALUE '|'            PIC X.
         05 VALUE SPACE          PIC X(1).
         05 VALUE SPACE          PIC X(8).
         05 VALUE SPACE          PIC X(4).
         05 VALUE SPACE          PIC X(2).
         05 VALUE '|'            PIC X.
         05 VALUE SPACE          PIC X(1).
         05 VALUE SPACE          PIC X(6).
         05 VALUE '|'            PIC X.

      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM           *
       01  MESSAGE-TXT            PIC X(79).
           MOVE WS-DAT(1:4) TO FILT-ANNEE
           MOVE WS-DAT(5:2) TO FILT-MOIS
           MOVE SPACES      TO FILT-CODE-SUITE
           MOVE SPACES      TO FILT-SALLE
           PERFORM 23400-LECTURE
           .

      *  CHAQUE ENVOI, ELLE NE GARDE PAS SON CONTENU PRECEDENT)
           MOVE FILT-MOIS  TO MOIKO
           MOVE FILT-ANNEE TO ANNKO
           MOVE FILT-SITE       TO SITKO
           MOVE FILT-CODE-SALLE TO SALKO
           MOVE SPACE           TO ACTKO
           IF FILT-CODE-SALLE NOT = SPACES
              PERFORM 24070-AFFICHE-SALLE
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(DATKO)
           END-EVALUATE
      *  ENTER = NOUVEAU MOIS DEMANDE : LA PAGINATION REPART DE ZERO
           PERFORM 23150-CAPTURE-MOIS
           PERFORM 24000-CAPTURE-SALLE
           MOVE SPACES TO FILT-CODE-SUITE
           PERFORM 40000-DELETE-TS
           PERFORM 23400-LECTURE
                 END-IF
                 IF WS-SAUT-EN-COURS = 'N'
                    PERFORM 23420-TESTE-MOIS
                    PERFORM 23460-SALLE-SESSION
                    PERFORM 23470-SITE-SESSION
                    IF WS-DEB-INV <= WS-PER-FIN
                       AND WS-FIN-INV >= WS-PER-DEB
                       AND WS-SALLE-RETENUE = 'O'
                       AND ST-ACCES-AUTORISE
                      PERFORM 23440-COMPTE-INSCRITS
                      PERFORM 23450-COMPTE-ATTENTE
                      MOVE S-CODE          TO LK-CODE
                      MOVE S-LIBELLE(1:16) TO LK-LIBELLE
                      MOVE S-DATE-DEBUT    TO LK-DEBUT
                      MOVE S-DATE-FIN      TO LK-FIN
                      MOVE WS-NB-INSCRITS  TO LK-INSCRITS
             MOVE ITEMCOUR TO ITEMMAXI
           ELSE
             IF ITEMMAXI = ZERO
               IF FILT-CODE-SALLE NOT = SPACES
                 MOVE 'AUCUNE SESSION DANS CETTE SALLE SUR CE MOIS'
                   TO MESSKO
               ELSE
                 MOVE 'AUCUNE SESSION SUR CE MOIS' TO MESSKO
               END-IF
             ELSE
               PERFORM 41000-READQ-TS
             END-IF
           END-IF
           .

      *  SALLE RESERVEE PAR LA SESSION COURANTE (FRESA03) POUR LA
      *  GRILLE - AVEC UNE SALLE DEMANDEE, SEULES LES SESSIONS QUI Y
      *  SONT RESERVEES SONT RETENUES (WS-SALLE-RETENUE)
       23460-SALLE-SESSION.
      *--------------------*
           MOVE 'O'    TO WS-SALLE-RETENUE
           MOVE SPACES TO LK-SALLE
           MOVE S-CODE TO RV-CODE-SESSION
           EXEC CICS READ FILE  (MON-FICHIER-RES)
                          RIDFLD(RV-CODE-SESSION)
                          INTO  (E-RESERVATION)
                          RESP  (C-R-RES)
           END-EXEC
           IF C-R-RES = DFHRESP(NORMAL)
              MOVE RV-CODE-SALLE TO LK-SALLE
           ELSE
              MOVE SPACES TO RV-SALLE
           END-IF
           IF FILT-CODE-SALLE NOT = SPACES
              AND RV-SALLE NOT = FILT-SALLE
              MOVE 'N' TO WS-SALLE-RETENUE
           END-IF
           .

      *  SEULES LES SESSIONS DES SITES DE L'OPERATEUR SONT PORTEES
      *  SUR LA GRILLE (FILTRE SILENCIEUX, SANS JOURNALISATION)
       23470-SITE-SESSION.
      *-------------------*
           MOVE 'BROWSE' TO ST-OPERATION
           MOVE 'N'      TO ST-JOURNAL
           PERFORM 80700-CONTROLE-SITE
           .

       23600-PAGE-PRECEDENTE.
      *----------------------*
           IF ITEMCOUR < 2
           PERFORM 22000-TRAIT-ENVOI
           .

      *  SALLE DEMANDEE SOUS LA GRILLE : SITE + CODE SEULS (OU
      *  ACTION A) = FICHE DE LA SALLE ET GRILLE LIMITEE A SES
      *  SESSIONS ; C, M, S = TENUE DU REFERENTIEL DES SALLES, PUIS
      *  AFFICHAGE DE SON OCCUPATION SUR LE MOIS
       24000-CAPTURE-SALLE.
      *--------------------*
           MOVE SPACES TO FILT-SALLE
           IF SITKI NOT = LOW-VALUE
              MOVE SITKI TO FILT-SITE
           END-IF
           IF SALKI NOT = LOW-VALUE
              MOVE SALKI TO FILT-CODE-SALLE
           END-IF
           IF FILT-CODE-SALLE NOT = SPACES AND FILT-SITE = SPACES
              MOVE 'SITE DE LA SALLE OBLIGATOIRE' TO MESSKO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF ACTKI = LOW-VALUE OR ACTKI = SPACE OR ACTKI = 'A'
              IF FILT-CODE-SALLE NOT = SPACES
                 MOVE FILT-SALLE TO SA-CLE
                 EXEC CICS READ FILE  (MON-FICHIER-SAL)
                                RIDFLD(SA-CLE)
                                INTO  (E-SALLE)
                                RESP  (C-R-RES)
                 END-EXEC
                 IF C-R-RES NOT = DFHRESP(NORMAL)
                    MOVE 'SALLE INCONNUE SUR CE SITE' TO MESSKO
                    PERFORM 22000-TRAIT-ENVOI
                 END-IF
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF FILT-CODE-SALLE = SPACES
              MOVE 'SITE ET CODE SALLE OBLIGATOIRES' TO MESSKO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           EVALUATE ACTKI
             WHEN 'C'
               PERFORM 24100-CHECK-SALLE
               PERFORM 24200-CREATION-SALLE
             WHEN 'M'
               PERFORM 24100-CHECK-SALLE
               PERFORM 24300-MODIFICATION-SALLE
             WHEN 'S'
               PERFORM 24400-SUPPRESSION-SALLE
             WHEN OTHER
               MOVE 'ACTION SALLE INVALIDE (A, C, M OU S)' TO MESSKO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           .

      *  CONTROLES DE SAISIE D'UNE SALLE (CREATION / MODIFICATION)
       24100-CHECK-SALLE.
      *------------------*
           IF PLAKI NOT NUMERIC OR PLAKI = '0000'
              MOVE 'NOMBRE DE PLACES DE LA SALLE OBLIGATOIRE'
                TO MESSKO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF PMRKI NOT = 'O' AND PMRKI NOT = 'N'
              MOVE 'ACCES PMR : O OU N' TO MESSKO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

      *  ZONES SAISIES DE LA SALLE ET TRACE DE LA MISE A JOUR
       24150-GARNIR-SALLE.
      *-------------------*
           MOVE FILT-SALLE TO SA-CLE
           IF LSAKI NOT = LOW-VALUE
              MOVE LSAKI  TO SA-LIBELLE
           ELSE
              MOVE SPACES TO SA-LIBELLE
           END-IF
           MOVE PLAKI TO SA-PLACES
           MOVE PMRKI TO SA-ACCES-PMR
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(SA-DATE-MAJ)
           END-EXEC
           MOVE EIBOPID TO SA-MAJ-PAR
           .

       24200-CREATION-SALLE.
      *---------------------*
           MOVE SPACES TO E-SALLE
           PERFORM 24150-GARNIR-SALLE
           EXEC CICS WRITE FILE  (MON-FICHIER-SAL)
                           RIDFLD(SA-CLE)
                           FROM  (E-SALLE)
                           RESP  (C-R-RES)
           END-EXEC
           EVALUATE C-R-RES
             WHEN DFHRESP(NORMAL)
               STRING 'SALLE ' FILT-CODE-SALLE ' CREEE'
                      DELIMITED BY SIZE INTO MESSKO
             WHEN DFHRESP(DUPREC)
               MOVE 'SALLE DEJA EXISTANTE SUR CE SITE' TO MESSKO
               PERFORM 22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE C-R-RES         TO C-R
               MOVE 'WRITE'         TO SP-OPERATION
               MOVE MON-FICHIER-SAL TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSKO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           .

      *  MODIFICATION : LES PLACES NE PEUVENT DESCENDRE SOUS LA
      *  CAPACITE D'UNE SESSION RESERVEE DANS LA SALLE
       24300-MODIFICATION-SALLE.
      *-------------------------*
           MOVE PLAKI TO WS-PLACES-MAX
           PERFORM 24500-CONTROLE-RESERVATIONS
           IF WS-SES-CONFLIT NOT = SPACES
              STRING 'PLACES INFERIEURES A LA CAPACITE DE LA SESSION '
                     WS-SES-CONFLIT DELIMITED BY SIZE INTO MESSKO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE FILT-SALLE TO SA-CLE
           EXEC CICS READ FILE  (MON-FICHIER-SAL)
                          RIDFLD(SA-CLE)
                          INTO  (E-SALLE)
                          UPDATE
                          RESP  (C-R-RES)
           END-EXEC
           EVALUATE C-R-RES
             WHEN DFHRESP(NORMAL)
               PERFORM 24150-GARNIR-SALLE
               EXEC CICS REWRITE FILE  (MON-FICHIER-SAL)
                                 FROM  (E-SALLE)
                                 RESP  (C-R-RES)
               END-EXEC
               IF C-R-RES = DFHRESP(NORMAL)
                  STRING 'SALLE ' FILT-CODE-SALLE ' MODIFIEE'
                         DELIMITED BY SIZE INTO MESSKO
               ELSE
                  MOVE C-R-RES         TO C-R
                  MOVE 'REWRITE'       TO SP-OPERATION
                  MOVE MON-FICHIER-SAL TO SP-FICHIER
                  PERFORM 80000-APPEL-SPERR
                  STRING 'ERREUR FICHIER ' TEXT-ERREUR
                         DELIMITED BY SIZE INTO MESSKO
                  PERFORM 22000-TRAIT-ENVOI
               END-IF
             WHEN DFHRESP(NOTFND)
               MOVE 'SALLE INCONNUE SUR CE SITE' TO MESSKO
               PERFORM 22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE C-R-RES         TO C-R
               MOVE 'READ-UPD'      TO SP-OPERATION
               MOVE MON-FICHIER-SAL TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSKO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           .

      *  SUPPRESSION REFUSEE TANT QU'UNE SESSION EST RESERVEE DANS LA
      *  SALLE (LA RESERVATION SE LIBERE SUR LA FICHE SESSION)
       24400-SUPPRESSION-SALLE.
      *------------------------*
           MOVE ZERO TO WS-PLACES-MAX
           PERFORM 24500-CONTROLE-RESERVATIONS
           IF WS-SES-CONFLIT NOT = SPACES
              STRING 'SALLE RESERVEE PAR LA SESSION ' WS-SES-CONFLIT
                     ' - SUPPRESSION REFUSEE'
                     DELIMITED BY SIZE INTO MESSKO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE FILT-SALLE TO SA-CLE
           EXEC CICS DELETE FILE  (MON-FICHIER-SAL)
                            RIDFLD(SA-CLE)
                            RESP  (C-R-RES)
           END-EXEC
           EVALUATE C-R-RES
             WHEN DFHRESP(NORMAL)
               STRING 'SALLE ' FILT-CODE-SALLE ' SUPPRIMEE'
                      DELIMITED BY SIZE INTO MESSKO
               MOVE SPACES TO FILT-SALLE
             WHEN DFHRESP(NOTFND)
               MOVE 'SALLE INCONNUE SUR CE SITE' TO MESSKO
               PERFORM 22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE C-R-RES         TO C-R
               MOVE 'DELETE'        TO SP-OPERATION
               MOVE MON-FICHIER-SAL TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSKO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           .

      *  PARCOURS DES RESERVATIONS DE LA SALLE DEMANDEE (CHEMIN
      *  FRESASAL, DOUBLONS) : REND DANS WS-SES-CONFLIT LA PREMIERE
      *  SESSION RESERVEE DONT LA CAPACITE DEPASSE WS-PLACES-MAX
      *  (ZERO = TOUTE SESSION RESERVEE) - BLANC = AUCUNE
       24500-CONTROLE-RESERVATIONS.
      *----------------------------*
           MOVE SPACES     TO WS-SES-CONFLIT
           MOVE FILT-SALLE TO WS-CLE-SALLE
           EXEC CICS STARTBR FILE   (MON-FICHIER-RESPATH)
                              RIDFLD (WS-CLE-SALLE)
                              GTEQ
                              RESP   (C-R-RES)
           END-EXEC
           IF C-R-RES NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE  (MON-FICHIER-RESPATH)
                              INTO  (E-RESERVATION)
                              RIDFLD(WS-CLE-SALLE)
                              RESP  (C-R-RES)
           END-EXEC
           PERFORM UNTIL (C-R-RES NOT = DFHRESP(NORMAL)
                      AND C-R-RES NOT = DFHRESP(DUPKEY))
                      OR RV-SALLE NOT = FILT-SALLE
                      OR WS-SES-CONFLIT NOT = SPACES
              IF WS-PLACES-MAX = ZERO
                 MOVE RV-CODE-SESSION TO WS-SES-CONFLIT
              ELSE
                 EXEC CICS READ FILE  (MON-FICHIER-SES)
                                RIDFLD(RV-CODE-SESSION)
                                INTO  (E-SESSION)
                                RESP  (C-R)
                 END-EXEC
                 IF C-R = DFHRESP(NORMAL)
                    AND S-CAPACITE > WS-PLACES-MAX
                    MOVE RV-CODE-SESSION TO WS-SES-CONFLIT
                 END-IF
              END-IF
              EXEC CICS READNEXT FILE  (MON-FICHIER-RESPATH)
                                 INTO  (E-RESERVATION)
                                 RIDFLD(WS-CLE-SALLE)
                                 RESP  (C-R-RES)
              END-EXEC
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER-RESPATH) END-EXEC
           .

      *  FICHE DE LA SALLE DEMANDEE, REAFFICHEE A CHAQUE ENVOI (PAS
      *  D'ENVOI D'ERREUR ICI : ON EST DEJA DANS L'ENVOI)
       24070-AFFICHE-SALLE.
      *--------------------*
           MOVE FILT-SALLE TO SA-CLE
           EXEC CICS READ FILE  (MON-FICHIER-SAL)
                          RIDFLD(SA-CLE)
                          INTO  (E-SALLE)
                          RESP  (C-R-RES)
           END-EXEC
           IF C-R-RES = DFHRESP(NORMAL)
              MOVE SA-LIBELLE   TO LSAKO
              MOVE SA-PLACES    TO PLAKO
              MOVE SA-ACCES-PMR TO PMRKO
           END-IF
           .

       40000-DELETE-TS.
      *----------------*
           EXEC CICS DELETEQ TS QUEUE(TS-NOM) RESP(C-R) END-EXEC
           END-IF
           MOVE SP-LIBELLE TO TEXT-ERREUR
           .
      *  CLOISONNEMENT PAR SITE : LE SERVICE SITE3 DIT SI LE SITE DE
      *  LA SESSION COURANTE (S-SITE) EST L'UN DE CEUX DE L'OPERATEUR
      *  (DROIT TOUS SITES POUR LE SIEGE) ET JOURNALISE LE REFUS PAR
      *  SPERR3 QUAND ST-JOURNAL = 'O' - ST-OPERATION ET ST-JOURNAL
      *  SONT POSITIONNES PAR L'APPELANT - SERVICE INDISPONIBLE =
      *  ACCES REFUSE
       80700-CONTROLE-SITE.
      *--------------------*
           MOVE MON-PROG       TO ST-PROGRAMME
           MOVE MON-FICHIER-SES TO ST-FICHIER
           MOVE S-CODE         TO ST-SESSION
           MOVE S-SITE         TO ST-SITE
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
