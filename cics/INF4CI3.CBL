       01 TEXT-ERREUR             PIC X(15).
      *   COMMAREA DU SERVICE D'ERREUR SPERR3
       COPY SPERRCA.
      *   SERVICE DE CLOISONNEMENT PAR SITE (SITES DE L'OPERATEUR)
       01 PROGSITE                PIC X(8) VALUE 'SITE3   '.
       01 C-R-SITE                PIC S9(8) COMP.
           COPY SITECA.
       01 MON-PROG                PIC X(8) VALUE 'INF4CI3 '.
       01 PROGMENU                PIC X(8) VALUE 'INF0CI3 '.
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
       01 PROGHELP                PIC X(8) VALUE 'HELP3   '.
           COPY HELPCA.
       01 MON-FICHIER-CTL         PIC X(8) VALUE 'FCTL03  '.
      *   GRAND LIVRE DES TROP-PERCUS (DEPART D'UN INDEMNISE)
       01 MON-FICHIER-TRP         PIC X(8) VALUE 'FTROP03 '.
       01 WS-DATE-TROP            PIC 9(8).
       01 WS-HEURE-TROP           PIC 9(6).
      *   PRETS DE MATERIEL NON RESTITUES (AVERTISSEMENT AVANT LA
      *   CONFIRMATION DE LA SUPPRESSION)
       01 MON-FICHIER-PRE         PIC X(8) VALUE 'FPRET03 '.
       01 C-R-PRE                 PIC S9(8) COMP.
       01 WS-CLE-PRE.
           05 WS-PRE-NUMERO       PIC 9(4).
           05 WS-PRE-SUITE        PIC X(18).
       77 WS-NB-PRETS             PIC S9(4) COMP.
       01 WS-NB-PRETS-ED          PIC Z9.
       01 MA-TRX                  PIC X(4) VALUE 'T4C3'.
       01 WS-NUMERO.
           05 WS-NUMERO9          PIC 9999.
       COPY FCTL.
      *   DESCRIPTION DE L'ENREGISTREMENT D'ARCHIVE
       COPY FSTAGARC.
      *   MOUVEMENT DU GRAND LIVRE DES TROP-PERCUS
       COPY FTROP.
      *   PRET DE MATERIEL
       COPY FPRET.
      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM           *
       01  MESSAGE-TXT            PIC X(79).

           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               MOVE 'READ' TO ST-OPERATION
               MOVE 'O'    TO ST-JOURNAL
               PERFORM 80700-CONTROLE-SITE
               IF NOT ST-ACCES-AUTORISE
                 MOVE ST-MESSAGE TO MESS41O
                 MOVE ' '        TO ETAPE
                 PERFORM 22000-TRAIT-ENVOI
               END-IF
               MOVE E-NOM        TO NOM4I
               MOVE E-PRENOM     TO PNM4I
               MOVE E-DATE-NAISS TO DDN4I
               END-IF
               MOVE DFHBMASK     TO LCONF4A
               MOVE DFHBMFSE     TO CONF4A
               PERFORM 23410-PRETS-EN-COURS
               IF WS-NB-PRETS > 0
                  AND (MESS41O = SPACES OR MESS41O = LOW-VALUES)
                  MOVE WS-NB-PRETS TO WS-NB-PRETS-ED
                  STRING 'ATTENTION : ' WS-NB-PRETS-ED ' MATERIEL(S) '
                         'NON RESTITUE(S) - CONFIRMER LA SUPPRESSION'
                         DELIMITED BY SIZE INTO MESS41O
               END-IF
               MOVE '1'        TO ETAPE
               PERFORM  22000-TRAIT-ENVOI
             WHEN DFHRESP(NOTFND)
               PERFORM  22000-TRAIT-ENVOI
           END-EVALUATE
           .

      *  PRETS DE MATERIEL EN COURS DU STAGIAIRE (FPRET03, SANS DATE
      *  DE RETOUR, AU NOM DU STAGIAIRE - UN NUMERO REATTRIBUE NE
      *  PORTE PAS LES PRETS DE SON ANCIEN TITULAIRE) : LA SUPPRESSION
      *  RESTE POSSIBLE, LES PRETS SE SOLDENT ENSUITE SUR INGDCI3
       23410-PRETS-EN-COURS.
      *---------------------*
           MOVE ZERO      TO WS-NB-PRETS
           MOVE E-NUMERO  TO WS-PRE-NUMERO
           MOVE LOW-VALUES TO WS-PRE-SUITE
           EXEC CICS STARTBR FILE   (MON-FICHIER-PRE)
                              RIDFLD (WS-CLE-PRE)
                              GTEQ
                              RESP   (C-R-PRE)
           END-EXEC
           IF C-R-PRE NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE   (MON-FICHIER-PRE)
                              INTO   (E-PRET)
                              RIDFLD (WS-CLE-PRE)
                              RESP   (C-R-PRE)
           END-EXEC
           PERFORM UNTIL C-R-PRE NOT = DFHRESP(NORMAL)
                   OR PR-NUMERO NOT = E-NUMERO
              IF PR-DATE-RETOUR = ZERO AND PR-NOM = E-NOM
                 ADD 1 TO WS-NB-PRETS
              END-IF
              EXEC CICS READNEXT FILE   (MON-FICHIER-PRE)
                                 INTO   (E-PRET)
                                 RIDFLD (WS-CLE-PRE)
                                 RESP   (C-R-PRE)
              END-EXEC
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER-PRE) END-EXEC
           .
      *  AU MOMENT DE SUPPRIMER, LA FICHE EST RELUE ET LE
      *  CLOISONNEMENT PAR SITE REFAIT SUR SA SESSION COURANTE
       23440-CONTROLE-NUMERO.
      *----------------------*
           EXEC CICS READ FILE  (MON-FICHIER)
                          RIDFLD(NUM4I)
                          INTO  (E-STAGIAIRE)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           MOVE 'DELETE' TO ST-OPERATION
           MOVE 'O'      TO ST-JOURNAL
           PERFORM 80700-CONTROLE-SITE
           IF NOT ST-ACCES-AUTORISE
              MOVE ST-MESSAGE TO MESS41O
              MOVE ' '        TO ETAPE
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .
       23450-MODIFICATION-FIN.
      *-----------------------*
           IF CONF4I NOT = 'Y' AND NOT = 'N'
             PERFORM  23400-SUPRESSION-DEBUT
           END-IF
           IF CONF4I = 'Y'
             PERFORM 23440-CONTROLE-NUMERO
             MOVE NUM4I TO E-NUMERO
             PERFORM 23460-ARCHIVE-STAGIAIRE
             IF C-R = DFHRESP(NORMAL)
                 MOVE SPACES           TO AU-IMAGE-APRES
                 PERFORM 80500-APPEL-AUDIT
                 PERFORM 23495-MAJ-COMPTEUR
                 PERFORM 23497-SIGNALE-DEPART
                 STRING 'STAGIAIRE ' NUM4I ' SUPPRIME' DELIMITED BY SIZE
                         INTO MESSPROG
                 MOVE PROGMENU TO PROG-SUIVANT
              END-EXEC
           END-IF
           .
      *  UN STAGIAIRE INDEMNISE (STATUT P OU A) QUI QUITTE LE STAGE
      *  EN COURS DE MOIS A PU TOUCHER L'INDEMNITE DU MOIS ENTIER -
      *  LE DEPART EST SIGNALE AU GRAND LIVRE DES TROP-PERCUS, CALCTROP
      *  LE CHIFFRE LA NUIT. MEILLEUR EFFORT COMME LE COMPTEUR : LA
      *  SUPPRESSION EST DEJA FAITE. UNE CLE DEJA PRISE (MEME SECONDE)
      *  EST DECALEE D'UNE SECONDE
       23497-SIGNALE-DEPART.
      *--------------------*
           IF AR-STATUT NOT = 'P' AND AR-STATUT NOT = 'A'
              EXIT PARAGRAPH
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(WS-DATE-TROP)
                               TIME    (WS-HEURE-TROP)
           END-EXEC
           MOVE SPACES          TO E-TROP-PERCU
           MOVE E-NUMERO        TO TP-NUMERO
           MOVE WS-DATE-TROP    TO TP-DATE-ENREG
           MOVE WS-HEURE-TROP   TO TP-HEURE-ENREG
           MOVE 'D'             TO TP-TYPE
           MOVE MON-PROG        TO TP-ORIGINE
           MOVE WS-DATE-TROP    TO TP-DATE-EFFET
           MOVE WS-DATE-TROP(1:6) TO TP-MOIS
           MOVE AR-CODE-SESSION TO TP-CODE-SESSION
           MOVE ZERO            TO TP-NB-JOURS TP-TAUX TP-MONTANT
           MOVE AR-NOM          TO TP-NOM
           MOVE AR-PRENOM       TO TP-PRENOM
           MOVE AR-ADR1         TO TP-ADR1
           MOVE AR-ADR2         TO TP-ADR2
           MOVE AR-CODEP        TO TP-CODEP
           MOVE AR-VILLE        TO TP-VILLE
           MOVE 'N'             TO TP-LETTRE
           MOVE EIBOPID         TO TP-MAJ-PAR
           MOVE MOT4I           TO TP-LIBELLE
           EXEC CICS WRITE FILE  (MON-FICHIER-TRP)
                           FROM  (E-TROP-PERCU)
                           RIDFLD(TP-CLE)
                           RESP  (C-R)
           END-EXEC
           PERFORM UNTIL C-R NOT = DFHRESP(DUPREC)
              ADD 1 TO TP-HEURE-ENREG
              EXEC CICS WRITE FILE  (MON-FICHIER-TRP)
                              FROM  (E-TROP-PERCU)
                              RIDFLD(TP-CLE)
                              RESP  (C-R)
              END-EXEC
           END-PERFORM
           .

       23460-ARCHIVE-STAGIAIRE.
      *------------------------*
                          RESP    (C-R)
           END-EXEC
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
