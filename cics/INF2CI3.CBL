       01 TEXT-ERREUR             PIC X(15).
      *   COMMAREA DU SERVICE D'ERREUR SPERR3
       COPY SPERRCA.
      *   SERVICE DE CLOISONNEMENT PAR SITE (SITES DE L'OPERATEUR)
       01 PROGSITE                PIC X(8) VALUE 'SITE3   '.
       01 C-R-SITE                PIC S9(8) COMP.
           COPY SITECA.
       01 MON-PROG                PIC X(8) VALUE 'INF2CI3 '.
       01 PROGMENU                PIC X(8) VALUE 'INF0CI3 '.
       01 PROGHIST                PIC X(8) VALUE 'INF8CI3 '.
       01 PROGDOCS                PIC X(8) VALUE 'INFPCI3 '.
      *   RELANCES A SUIVRE (PF9) - MEME CONVENTION DE TRANSMISSION
       01 PROGRELA                PIC X(8) VALUE 'INFSCI3 '.
      *   HISTORIQUE DES INDEMNITES VERSEES (PF10) - MEME CONVENTION
       01 PROGINDM                PIC X(8) VALUE 'INFVCI3 '.
      *   REPRESENTANT LEGAL D'UN MINEUR (PF11) - MEME CONVENTION
       01 PROGRLEG                PIC X(8) VALUE 'INFYCI3 '.
      *   PRETS DE MATERIEL DU STAGIAIRE (PF4) - MEME CONVENTION
       01 PROGPRET                PIC X(8) VALUE 'INGDCI3 '.
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
       01 MON-FICHIER             PIC X(8) VALUE 'FSTAG03 '.
       01 MON-FICHIER-NOM         PIC X(8) VALUE 'FSTAGNOM'.
      *   ANCIENS NOMS DE FAMILLE (CHEMIN FNOMHNM SUR L'HISTORIQUE
      *   FNOMH03) - UNE PERSONNE QUI A CHANGE DE NOM RESTE TROUVABLE
      *   SOUS SON ANCIEN NOM
       01 MON-FICHIER-NMHNOM      PIC X(8) VALUE 'FNOMHNM '.
       01 C-R-FIC                 PIC S9(8) COMP.
       77 WS-DERNIER-NMH          PIC 9(4).
      *   'O' QUAND LE PREMIER HOMONYME A ETE TROUVE SOUS UN ANCIEN NOM
       77 WS-PREMIER-ANCIEN       PIC X.
      *   LES COORDONNEES BANCAIRES NE SONT AFFICHEES EN CLAIR QU'AU
      *   NIVEAU 2 (FOPER03)
       01 MON-FICHIER-OPR         PIC X(8) VALUE 'FOPER03 '.
         05 LP-ISSUE             PIC X(12).
         05 VALUE SPACE          PIC X(31).
       01 LIGNEP-VIDE            PIC X(79) VALUE SPACES.
      *   AVERTISSEMENTS POUR ABSENCES INJUSTIFIEES (PF2) - HISTORIQUE
      *   FAVER03 ECRIT PAR AVTABS, DECISIONS PORTEES PAR INF3CI3
       01 MA-MAP-AVT              PIC X(8) VALUE 'MAPAV   '.
       01 MON-FICHIER-AVE         PIC X(8) VALUE 'FAVER03 '.
       01 WS-CLE-AVE.
         05 WS-AVE-NUMERO        PIC 9(4).
         05 WS-AVE-MOIS          PIC 9(6).
       01 LIGNEV.
         05 VALUE SPACE          PIC X(1).
         05 LV-MOIS              PIC X(7).
         05 VALUE ' | '          PIC X(3).
         05 LV-ETAPE             PIC X(18).
         05 VALUE ' | '          PIC X(3).
         05 LV-JOURS             PIC Z9.
         05 VALUE SPACE          PIC X(8).
         05 VALUE ' | '          PIC X(3).
         05 LV-EMIS              PIC X(8).
         05 VALUE ' | '          PIC X(3).
         05 LV-LETTRE            PIC X(6).
         05 VALUE ' | '          PIC X(3).
         05 LV-DECISION          PIC X(14).
      *   RECHERCHE DES HOMONYMES (CHEMIN FSTAGNOM)
       01 WS-NOM-BR               PIC X(25).
       77 WS-NB-HOMONYMES         PIC S9(4) COMP.
         05 LH-PRENOM            PIC X(20).
         05 VALUE ' | '          PIC X(3).
         05 LH-DATE-NAISS        PIC X(8).
         05 VALUE ' | '          PIC X(3).
      *   NOM SOUS LEQUEL LA PERSONNE A ETE TROUVEE
         05 LH-TROUVE            PIC X(34).
       01 LIGNEH-VIDE            PIC X(79) VALUE SPACES.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
       COPY FSTAG.
      *   DESCRIPTION DE L'HISTORIQUE DES INSCRIPTIONS       *
       COPY FINSC.
      *   DESCRIPTION DE L'HISTORIQUE DES AVERTISSEMENTS     *
       COPY FAVER.
      *   DESCRIPTION DE L'HISTORIQUE DES NOMS DE FAMILLE    *
       COPY FNOMH.
      *   DESCRIPTION DU FICHIER KSD DES HABILITATIONS       *
       COPY FOPER.
      *   DESCRIPTION DU FICHIER KSD DES DEROGATIONS         *
                   MOVE SPACE    TO ETAPE
                   MOVE PROGMENU TO PROG-SUIVANT
                   PERFORM 23050-PROG-SUIVANT
              WHEN DFHPF2
                   PERFORM 23660-AVERTISSEMENTS
              WHEN DFHPF4
                   PERFORM 23870-PRETS
              WHEN DFHPF5
                   PERFORM 23460-HISTORIQUE
              WHEN DFHPF6
                   PERFORM 23700-DOSSIER
              WHEN DFHPF9
                   PERFORM 23750-RELANCE
              WHEN DFHPF10
                   PERFORM 23800-INDEMNITES
              WHEN DFHPF11
                   PERFORM 23850-REPRESENTANT
              WHEN DFHPF12
                   PERFORM 23900-TRAIT-FIN
              WHEN DFHPF1
           IF ETAPE = 'H'
              PERFORM 23470-CHOIX-HOMONYME
           END-IF
           IF ETAPE = 'P' OR ETAPE = 'V'
              PERFORM 23650-RETOUR-PARCOURS
           END-IF
           EXEC CICS RECEIVE MAP   (MA-MAP)
      *  FSTAGNOM DEFINI DANS LE FCT) - TOUS LES HOMONYMES SONT
      *  PARCOURUS : UN SEUL = AFFICHAGE DIRECT DE LA FICHE,
      *  PLUSIEURS = LISTE DE SELECTION (MAPH, NUMERO/PRENOM/DATE DE
      *  NAISSANCE) POUR CHOISIR LA BONNE PERSONNE - LES PERSONNES
      *  DONT C'EST UN ANCIEN NOM (FNOMH03) SONT AJOUTEES, LA LISTE
      *  INDIQUE LE NOM SOUS LEQUEL CHACUNE A ETE TROUVEE
       23450-LECTURE-PAR-NOM.
      *----------------------*
           MOVE ZERO TO WS-NB-HOMONYMES
              END-EXEC
              PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                      OR E-NOM NOT = NOM2I
      *  LES HOMONYMES DES AUTRES SITES NE SONT PAS PROPOSES
                 MOVE 'BROWSE' TO ST-OPERATION
                 MOVE 'N'      TO ST-JOURNAL
                 PERFORM 80700-CONTROLE-SITE
                 IF ST-ACCES-AUTORISE
                    ADD 1 TO WS-NB-HOMONYMES
                    IF WS-NB-HOMONYMES = 1
                       MOVE E-NUMERO TO WS-PREMIER-NUM
                       MOVE 'N'      TO WS-PREMIER-ANCIEN
                    END-IF
                    IF IND-LIG <= 10
                       MOVE E-NUMERO        TO LH-NUMERO
                       MOVE E-PRENOM(1:20)  TO LH-PRENOM
                       MOVE E-DATE-NAISS    TO LH-DATE-NAISS
                       MOVE 'NOM ACTUEL'    TO LH-TROUVE
                       MOVE LIGNEH          TO LIGHO(IND-LIG)
                       ADD 1 TO IND-LIG
                    END-IF
                 END-IF
                 EXEC CICS READNEXT FILE   (MON-FICHIER-NOM)
                                    INTO   (E-STAGIAIRE)
              END-PERFORM
              EXEC CICS ENDBR FILE(MON-FICHIER-NOM) END-EXEC
           END-IF
           PERFORM 23455-ANCIENS-NOMS
           EVALUATE TRUE
             WHEN WS-NB-HOMONYMES = ZERO
               MOVE 'STAGIAIRE NON TROUVE' TO MESS2O
               PERFORM  22000-TRAIT-ENVOI
             WHEN WS-NB-HOMONYMES = 1
               IF WS-PREMIER-ANCIEN = 'O'
                  STRING 'TROUVE SOUS SON ANCIEN NOM ' NOM2I
                         DELIMITED BY SIZE INTO MESS2O
               END-IF
               EXEC CICS READ FILE  (MON-FICHIER)
                              RIDFLD(WS-PREMIER-NUM)
                              INTO  (E-STAGIAIRE)
           END-EVALUATE
           .

      *  ANCIENS NOMS : PARCOURS DU CHEMIN FNOMHNM SUR LE NOM SAISI,
      *  CHAQUE PERSONNE ENCORE PRESENTE DANS FSTAG03 EST COMPTEE
      *  UNE FOIS (ENTREES SUCCESSIVES DU MEME NUMERO IGNOREES, NOM
      *  REDEVENU ACTUEL DEJA LISTE PAR LE CHEMIN FSTAGNOM)
       23455-ANCIENS-NOMS.
      *-------------------*
           MOVE ZERO  TO WS-DERNIER-NMH
           MOVE NOM2I TO WS-NOM-BR
           EXEC CICS STARTBR FILE   (MON-FICHIER-NMHNOM)
                              RIDFLD (WS-NOM-BR)
                              KEYLENGTH(LENGTH OF NH-NOM)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE   (MON-FICHIER-NMHNOM)
                              INTO   (E-NOM-HISTO)
                              RIDFLD (WS-NOM-BR)
                              KEYLENGTH(LENGTH OF NH-NOM)
                              RESP   (C-R)
           END-EXEC
           PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                   OR NH-NOM NOT = NOM2I
              PERFORM 23456-LIGNE-ANCIEN-NOM
              EXEC CICS READNEXT FILE   (MON-FICHIER-NMHNOM)
                                 INTO   (E-NOM-HISTO)
                                 RIDFLD (WS-NOM-BR)
                                 KEYLENGTH(LENGTH OF NH-NOM)
                                 RESP   (C-R)
              END-EXEC
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER-NMHNOM) END-EXEC
           .

       23456-LIGNE-ANCIEN-NOM.
      *-----------------------*
           IF NH-NUMERO = WS-DERNIER-NMH
              EXIT PARAGRAPH
           END-IF
           MOVE NH-NUMERO TO WS-DERNIER-NMH
           MOVE NH-NUMERO TO E-NUMERO
           EXEC CICS READ FILE  (MON-FICHIER)
                          RIDFLD(E-NUMERO)
                          INTO  (E-STAGIAIRE)
                          RESP  (C-R-FIC)
           END-EXEC
           IF C-R-FIC NOT = DFHRESP(NORMAL) OR E-NOM = NOM2I
              EXIT PARAGRAPH
           END-IF
           MOVE 'BROWSE' TO ST-OPERATION
           MOVE 'N'      TO ST-JOURNAL
           PERFORM 80700-CONTROLE-SITE
           IF NOT ST-ACCES-AUTORISE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-HOMONYMES
           IF WS-NB-HOMONYMES = 1
              MOVE E-NUMERO TO WS-PREMIER-NUM
              MOVE 'O'      TO WS-PREMIER-ANCIEN
           END-IF
           IF IND-LIG <= 10
              MOVE E-NUMERO        TO LH-NUMERO
              MOVE E-PRENOM(1:20)  TO LH-PRENOM
              MOVE E-DATE-NAISS    TO LH-DATE-NAISS
              MOVE SPACES          TO LH-TROUVE
              STRING 'EX-NOM, ACTUEL ' E-NOM DELIMITED BY SIZE
                     INTO LH-TROUVE
              MOVE LIGNEH          TO LIGHO(IND-LIG)
              ADD 1 TO IND-LIG
           END-IF
           .

      *  ENVOI DE LA LISTE DE SELECTION DES HOMONYMES (MAPH) - LA
      *  TRANSACTION RESTE T2C3, LE CHOIX EST TRAITE PAR
      *  23470-CHOIX-HOMONYME AU PROCHAIN ENTER (ETAPE 'H')
           PERFORM 22100-ENVOI-HOMONYMES
           .

      *  LES ACTIONS QUI PROLONGENT LA FICHE (PF) REPARTENT DU NUMERO
      *  A L'ECRAN, QUI A PU ETRE RESAISI : LE CLOISONNEMENT PAR SITE
      *  EST REFAIT SUR CE NUMERO AVANT DE POURSUIVRE
       23485-CONTROLE-NUMERO.
      *----------------------*
           EXEC CICS READ FILE  (MON-FICHIER)
                          RIDFLD(NUM2I)
                          INTO  (E-STAGIAIRE)
                          RESP  (C-R-FIC)
           END-EXEC
           IF C-R-FIC NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           MOVE 'READ' TO ST-OPERATION
           MOVE 'O'    TO ST-JOURNAL
           PERFORM 80700-CONTROLE-SITE
           IF NOT ST-ACCES-AUTORISE
              MOVE ST-MESSAGE TO MESS2O
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

       23480-AFFICHE-RESULTAT.
      *----------------------*
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               MOVE 'READ' TO ST-OPERATION
               MOVE 'O'    TO ST-JOURNAL
               PERFORM 80700-CONTROLE-SITE
               IF NOT ST-ACCES-AUTORISE
                  MOVE ST-MESSAGE TO MESS2O
                  PERFORM 22000-TRAIT-ENVOI
               END-IF
               MOVE E-NUMERO     TO NUM2I
               MOVE E-STATUT     TO STA2I
               IF E-MOTIF-SUSP NOT = SPACES
             PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE NUM2I TO CA-NUMERO
           PERFORM 23485-CONTROLE-NUMERO
           MOVE LOW-VALUE TO MAPPI
           MOVE CA-NUMERO TO NUMPO
           EXEC CICS READ FILE  (MON-FICHIER)
           PERFORM 22000-TRAIT-ENVOI
           .

      *  AVERTISSEMENTS POUR ABSENCES INJUSTIFIEES (PF2) - ETAPES
      *  POSEES PAR AVTABS MOIS PAR MOIS (AVERTISSEMENT, MISE EN
      *  DEMEURE, PROPOSITION DE SUSPENSION) ET DECISION PRISE SUR
      *  LES PROPOSITIONS - LE RETOUR A LA FICHE SE FAIT COMME POUR
      *  LE PARCOURS (ETAPE 'V')
       23660-AVERTISSEMENTS.
      *---------------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAP2I)
                             RESP  (C-R)
           END-EXEC
           IF NUM2I = LOW-VALUE OR NUM2I NOT NUMERIC
             STRING 'AUCUNE FICHE AFFICHEE' DELIMITED BY SIZE
                    INTO MESS2O
             PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE NUM2I TO CA-NUMERO
           PERFORM 23485-CONTROLE-NUMERO
           MOVE LOW-VALUE TO MAPAVI
           MOVE CA-NUMERO TO NUMAVO
           EXEC CICS READ FILE  (MON-FICHIER)
                          RIDFLD(CA-NUMERO)
                          INTO  (E-STAGIAIRE)
                          RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              MOVE E-NOM TO NOMAVO
           END-IF
           MOVE 1 TO IND-LIG
           PERFORM UNTIL IND-LIG > 10
              MOVE LIGNEP-VIDE TO LIGAVO(IND-LIG)
              ADD 1 TO IND-LIG
           END-PERFORM
           MOVE CA-NUMERO  TO WS-AVE-NUMERO
           MOVE ZERO       TO WS-AVE-MOIS
           EXEC CICS STARTBR FILE   (MON-FICHIER-AVE)
                              RIDFLD (WS-CLE-AVE)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           MOVE 1 TO IND-LIG
           IF C-R = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE   (MON-FICHIER-AVE)
                                 INTO   (E-AVERTISSEMENT)
                                 RIDFLD (WS-CLE-AVE)
                                 RESP   (C-R)
              END-EXEC
              PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                      OR AV-NUMERO NOT = NUM2I
                      OR IND-LIG > 10
                 PERFORM 23670-FORMATE-AVERTISSEMENT
                 MOVE LIGNEV TO LIGAVO(IND-LIG)
                 ADD 1 TO IND-LIG
                 EXEC CICS READNEXT FILE   (MON-FICHIER-AVE)
                                    INTO   (E-AVERTISSEMENT)
                                    RIDFLD (WS-CLE-AVE)
                                    RESP   (C-R)
                 END-EXEC
              END-PERFORM
              IF C-R = DFHRESP(NORMAL) AND AV-NUMERO = NUM2I
                 MOVE 'HISTORIQUE LIMITE AUX 10 PREMIERS MOIS'
                      TO MESSAVO
              END-IF
              EXEC CICS ENDBR FILE(MON-FICHIER-AVE) END-EXEC
           END-IF
           IF IND-LIG = 1
              MOVE 'AUCUN AVERTISSEMENT ENREGISTRE' TO MESSAVO
           END-IF
           MOVE 'V' TO ETAPE
           PERFORM 22300-ENVOI-AVERTISSEMENTS
           .

       23670-FORMATE-AVERTISSEMENT.
      *----------------------------*
           MOVE SPACES TO LV-MOIS
           STRING AV-MOIS(5:2) '/' AV-MOIS(1:4)
                  DELIMITED BY SIZE INTO LV-MOIS
           EVALUATE TRUE
             WHEN AV-AVERTISSEMENT
               MOVE '1-AVERTISSEMENT   ' TO LV-ETAPE
             WHEN AV-MISE-EN-DEMEURE
               MOVE '2-MISE EN DEMEURE ' TO LV-ETAPE
             WHEN AV-PROPOSITION-SUSP
               MOVE '3-PROP. SUSPENSION' TO LV-ETAPE
             WHEN OTHER
               MOVE AV-ETAPE             TO LV-ETAPE
           END-EVALUATE
           MOVE AV-NB-JOURS  TO LV-JOURS
           MOVE AV-DATE-EMIS TO LV-EMIS
           IF AV-LETTRE = 'O'
              MOVE 'OUI'    TO LV-LETTRE
           ELSE
              MOVE 'NON'    TO LV-LETTRE
           END-IF
           MOVE SPACES TO LV-DECISION
           IF AV-PROPOSITION-SUSP
              EVALUATE TRUE
                WHEN AV-SUSPENSION
                  STRING 'SUSPENDU (' AV-DECIDE-PAR ')'
                         DELIMITED BY SIZE INTO LV-DECISION
                WHEN AV-MAINTIEN
                  STRING 'MAINTENU (' AV-DECIDE-PAR ')'
                         DELIMITED BY SIZE INTO LV-DECISION
                WHEN OTHER
                  MOVE 'A DECIDER'  TO LV-DECISION
              END-EVALUATE
           END-IF
           .

      *  ENVOI DE L'ECRAN DES AVERTISSEMENTS (MAPAV) - LE PROCHAIN
      *  ENTER REVIENT A LA FICHE (ETAPE 'V')
       22300-ENVOI-AVERTISSEMENTS.
      *---------------------------*
           STRING EIBTRMID '/' MON-MAPSET DELIMITED BY SIZE
                  INTO TERMAVO
           STRING 'OPERATEUR:' EIBOPID DELIMITED BY SIZE
                  INTO OPIDAVO
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(DATJAVO)
                               DATESEP ('/')
                               TIME (TIMAVO)
                               TIMESEP(':')
           END-EXEC
           EXEC CICS SEND MAP    (MA-MAP-AVT)
                          MAPSET (MON-MAPSET)
                          FROM   (MAPAVO)
                          ERASE
                          CURSOR
           END-EXEC
           MOVE PROG-COURANT TO PROG-SUIVANT
           EXEC CICS RETURN TRANSID  (MA-TRX)
                            COMMAREA (WS-COMMAREA)
                            LENGTH   (LENGTH OF WS-COMMAREA)
           END-EXEC
           .

      *  HISTORIQUE DES OPERATIONS (PF5) - LE NUMERO DU STAGIAIRE
      *  AFFICHE EST TRANSMIS A INF8CI3 QUI PRESENTE LA PISTE
      *  D'AUDIT CONSULTABLE (FAUDIT03) DE CE STAGIAIRE
             PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE NUM2I TO CA-NUMERO
           PERFORM 23485-CONTROLE-NUMERO
           MOVE PROGHIST TO PROG-SUIVANT
           PERFORM 23050-PROG-SUIVANT
           .
             PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE NUM2I TO CA-NUMERO
           PERFORM 23485-CONTROLE-NUMERO
           MOVE PROGDOCS TO PROG-SUIVANT
           PERFORM 23050-PROG-SUIVANT
           .
             PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE NUM2I TO CA-NUMERO
           PERFORM 23485-CONTROLE-NUMERO
           MOVE PROGRELA TO PROG-SUIVANT
           PERFORM 23050-PROG-SUIVANT
           .

      *  INDEMNITES VERSEES AU STAGIAIRE AFFICHE (PF10) - L'HISTORIQUE
      *  DES VERSEMENTS EXPORTES EN PAIE S'OUVRE DIRECTEMENT (INFVCI3)
       23800-INDEMNITES.
      *-----------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAP2I)
                             RESP  (C-R)
           END-EXEC
           IF NUM2I = LOW-VALUE OR NUM2I NOT NUMERIC
             STRING 'AUCUNE FICHE AFFICHEE' DELIMITED BY SIZE
                    INTO MESS2O
             PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE NUM2I TO CA-NUMERO
           PERFORM 23485-CONTROLE-NUMERO
           MOVE PROGINDM TO PROG-SUIVANT
           PERFORM 23050-PROG-SUIVANT
           .

      *  REPRESENTANT LEGAL DU STAGIAIRE AFFICHE (PF11) - LA FICHE DU
      *  REPRESENTANT ET L'ACCORD PARENTAL S'OUVRENT DIRECTEMENT
      *  (INFYCI3)
       23850-REPRESENTANT.
      *-------------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAP2I)
                             RESP  (C-R)
           END-EXEC
           IF NUM2I = LOW-VALUE OR NUM2I NOT NUMERIC
             STRING 'AUCUNE FICHE AFFICHEE' DELIMITED BY SIZE
                    INTO MESS2O
             PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE NUM2I TO CA-NUMERO
           PERFORM 23485-CONTROLE-NUMERO
           MOVE PROGRLEG TO PROG-SUIVANT
           PERFORM 23050-PROG-SUIVANT
           .

      *  PRETS DE MATERIEL DU STAGIAIRE AFFICHE (PF4) - PRET ET
      *  RETOUR DU MATERIEL (INGDCI3)
       23870-PRETS.
      *------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAP2I)
                             RESP  (C-R)
           END-EXEC
           IF NUM2I = LOW-VALUE OR NUM2I NOT NUMERIC
             STRING 'AUCUNE FICHE AFFICHEE' DELIMITED BY SIZE
                    INTO MESS2O
             PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE NUM2I TO CA-NUMERO
           PERFORM 23485-CONTROLE-NUMERO
           MOVE PROGPRET TO PROG-SUIVANT
           PERFORM 23050-PROG-SUIVANT
           .

      *  IMPRESSION DE LA FICHE DU STAGIAIRE ACTUELLEMENT AFFICHE
      *  (PF6) - CHAQUE LIGNE DE LA FICHE EST DEPOSEE SUR LA FILE
      *  D'ATTENTE TD IMPR ; UN ECHEC ICI NE DOIT PAS FAIRE ECHOUER
                    INTO MESS2O
             PERFORM 22000-TRAIT-ENVOI
           END-IF
           PERFORM 23485-CONTROLE-NUMERO
           MOVE LIGNE-IMPRESSION-VIDE TO LIGNE-IMPRESSION
           STRING 'FICHE STAGIAIRE N. ' NUM2I
                  DELIMITED BY SIZE INTO LIGNE-IMPRESSION
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
