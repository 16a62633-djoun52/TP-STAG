       01 TEXT-ERREUR             PIC X(15).
      *   COMMAREA DU SERVICE D'ERREUR SPERR3
       COPY SPERRCA.
      *   SERVICE DE CLOISONNEMENT PAR SITE (SITES DE L'OPERATEUR)
       01 PROGSITE                PIC X(8) VALUE 'SITE3   '.
       01 C-R-SITE                PIC S9(8) COMP.
           COPY SITECA.
       01 MON-PROG                PIC X(8) VALUE 'INF3CI3 '.
       01 PROGMENU                PIC X(8) VALUE 'INF0CI3 '.
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
      *   MEILLEUR EFFORT QUAND LE CODE SESSION DE LA FICHE CHANGE
       01 MON-FICHIER-INS         PIC X(8) VALUE 'FINSC03 '.
       01 WS-ANC-SESSION          PIC X(10).
      *   HISTORIQUE DES NOMS DE FAMILLE - L'ANCIEN NOM EST CONSERVE
      *   (MEILLEUR EFFORT) QUAND LE NOM DE LA FICHE CHANGE, POUR LES
      *   RECHERCHES PAR ANCIEN NOM ET LES REEDITIONS D'ATTESTATION
       01 MON-FICHIER-NMH         PIC X(8) VALUE 'FNOMH03 '.
      *   LES COORDONNEES BANCAIRES NE SONT AFFICHEES EN CLAIR QU'AU
      *   NIVEAU 2 (FOPER03) - EN DESSOUS, ELLES SONT MASQUEES ET
      *   PROTEGEES, LA FICHE GARDE ALORS SES VALEURS EN PLACE
       01 MON-FICHIER-OPR         PIC X(8) VALUE 'FOPER03 '.
       77 WS-NIV-OPR              PIC 9 VALUE ZERO.
      *   UN CHANGEMENT D'IBAN OU DE BIC BLOQUE LE VERSEMENT DE
      *   L'INDEMNITE (FBANQ03) JUSQU'A SA CONFIRMATION SUR INFWCI3
      *   PAR UN AUTRE OPERATEUR, LA PIECE 'RB' (FDOCS03) REPASSANT
      *   MANQUANTE EN ATTENDANT LE NOUVEAU RIB
       01 MON-FICHIER-BQ          PIC X(8) VALUE 'FBANQ03 '.
       01 MON-FICHIER-DOC         PIC X(8) VALUE 'FDOCS03 '.
       77 WS-CHG-BANQUE           PIC X.
      *   AVERTISSEMENTS POUR ABSENCES INJUSTIFIEES (FAVER03, ECRITS
      *   PAR AVTABS) - UNE PROPOSITION DE SUSPENSION EN ATTENTE EST
      *   SIGNALEE SUR LA FICHE ET TRANCHEE ICI : LE STATUT 'S'
      *   ENREGISTRE VAUT SUSPENSION, PF10 MAINTIENT LE STAGIAIRE
      *   (NIVEAU 2), PF11 OUVRE LA FICHE SUIVANTE EN ATTENTE
       01 MON-FICHIER-AVE         PIC X(8) VALUE 'FAVER03 '.
       01 WS-CLE-AVE.
           05 WS-AVE-NUMERO       PIC 9(4).
           05 WS-AVE-MOIS         PIC 9(6).
       01 WS-CLE-AVE-ATT          PIC X(10).
       77 WS-AVE-DEPART           PIC 9(4).
      *   'O' PROPOSITION EN ATTENTE TROUVEE, 'N' AUCUNE
       77 WS-AVE-ATTENTE          PIC X.
       77 WS-ATT-MOIS             PIC 9(6).
       77 WS-ATT-JOURS            PIC 9(2).
      *   DECISION A PORTER ('S' OU 'M') ET ISSUE DE LA MISE A JOUR :
      *   'O' ENREGISTREE, 'N' RIEN A DECIDER, 'E' ERREUR FICHIER
       77 WS-AVE-DECISION         PIC X.
       77 WS-AVE-RESULTAT         PIC X.
      *   STATUT DE BASCULE (QUIESCE PARTIEL = LECTURE SEULE)
       01 MON-FICHIER-CTL         PIC X(8) VALUE 'FCTL03  '.
       01 MA-MAP                  PIC X(8) VALUE 'MAP3    '.
       COPY AUDIT.
      *   DESCRIPTION DE L'HISTORIQUE DES INSCRIPTIONS
       COPY FINSC.
      *   DESCRIPTION DE L'HISTORIQUE DES NOMS DE FAMILLE
       COPY FNOMH.
      *   DESCRIPTION DU FICHIER KSD DES HABILITATIONS
       COPY FOPER.
      *   DESCRIPTION DES CHANGEMENTS DE COORDONNEES BANCAIRES
       COPY FBANQ.
      *   DESCRIPTION DES PIECES DU DOSSIER
       COPY FDOCS.
      *   DESCRIPTION DE L'HISTORIQUE DES AVERTISSEMENTS
       COPY FAVER.
      *   ENREGISTREMENT DE CONTROLE (STATUT DE LA BASCULE)
       COPY FCTL.
      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM           *
                   PERFORM 23200-TRAIT-FIN
              WHEN DFHPF9
                   PERFORM 23750-RELANCE
              WHEN DFHPF10
                   PERFORM 23520-MAINTIEN
              WHEN DFHPF11
                   PERFORM 23530-PROPOSITION-SUIVANTE
              WHEN DFHPF1
                   PERFORM 23950-AIDE
              WHEN OTHER
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
      *  LA NOUVELLE SESSION DOIT ETRE SUR L'UN DES SITES DE
      *  L'OPERATEUR - UN STAGIAIRE NE PEUT PAS ETRE TRANSFERE VERS UN
      *  SITE QU'IL NE GERE PAS
               MOVE 'REWRITE' TO ST-OPERATION
               MOVE 'O'       TO ST-JOURNAL
               PERFORM 80700-CONTROLE-SITE
               IF NOT ST-ACCES-AUTORISE
                  MOVE ST-MESSAGE TO MESS31O
                  PERFORM  23400-MODIFICATION-DEBUT
               END-IF
             WHEN DFHRESP(NOTFND)
               STRING 'CODE SESSION INCONNU - VOIR GESTION DES'
                      ' SESSIONS' DELIMITED BY SIZE INTO MESS31O
           MOVE DDN3I  TO VA-DATE-NAISS
           MOVE DEB3I  TO VA-DATE-DEBUT
           MOVE FIN3I  TO VA-DATE-FIN
           MOVE NIV3I  TO VA-NIVEAU-DIPLOME
      *  UNE ZONE BANCAIRE MASQUEE (NIVEAU 1) REVIENT AVEC SON
      *  MASQUE : ELLE N'EST PAS CONTROLEE, LA FICHE GARDE SA VALEUR
           IF IBA3I = LOW-VALUE OR IBA3I(1:1) = '*'
             WHEN 'R042'
               STRING 'BIC INVALIDE (8 OU 11 CARACTERES)'
                   DELIMITED BY SIZE INTO MESS31O
             WHEN 'R050'
               STRING 'NIVEAU DE DIPLOME INVALIDE (3 A 8 OU BLANC)'
                   DELIMITED BY SIZE INTO MESS31O
             WHEN OTHER
               STRING 'SAISIE INVALIDE (REGLE ' VA-CODE-RETOUR ')'
                   DELIMITED BY SIZE INTO MESS31O
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               MOVE E-CODE-SESSION TO WS-CODE-SES
               MOVE 'READ' TO ST-OPERATION
               MOVE 'O'    TO ST-JOURNAL
               PERFORM 80700-CONTROLE-SITE
               IF NOT ST-ACCES-AUTORISE
                 MOVE ST-MESSAGE TO MESS31O
                 MOVE ' '        TO ETAPE
                 PERFORM 22000-TRAIT-ENVOI
               END-IF
               MOVE E-NOM        TO NOM3I
               MOVE E-PRENOM     TO PNM3I
               MOVE E-DATE-NAISS TO DDN3I
               END-IF
               MOVE E-CONSENT-MAIL  TO CSM3I
               MOVE E-CONSENT-TIERS TO CST3I
               MOVE E-NIVEAU-DIPLOME TO NIV3I
               PERFORM 23250-NIVEAU-OPERATEUR
               IF E-IBAN NOT = SPACES
                 IF WS-NIV-OPR >= 2
               MOVE DFHBMFSE     TO TM3A
               MOVE DFHBMFSE     TO TU3A
               MOVE DFHBMFSE     TO DDN3A
               MOVE DFHBMFSE     TO NIV3A
               MOVE DFHBMFSE     TO COD3A
               MOVE DFHBMFSE     TO DEB3A
               MOVE DFHBMFSE     TO FIN3A
               END-IF
               MOVE 'VOUS POUVEZ MODIFIEZ LES DONNEES' TO OPER3O
               MOVE '1'        TO ETAPE
      *  PROPOSITION DE SUSPENSION EN ATTENTE DE DECISION : SIGNALEE
      *  QUAND LA LIGNE MESSAGE EST LIBRE
               PERFORM 23500-PROPOSITION-ATTENTE
               IF WS-AVE-ATTENTE = 'O'
                  AND (MESS31O = SPACES OR MESS31O = LOW-VALUES)
                 STRING 'SUSPENSION PROPOSEE (' WS-ATT-MOIS(5:2) '/'
                        WS-ATT-MOIS(1:4) ', ' WS-ATT-JOURS
                        ' J. INJ.) - NIV.2: STATUT S OU PF10=MAINTIEN'
                        DELIMITED BY SIZE INTO MESS31O
               END-IF
               PERFORM  22000-TRAIT-ENVOI
             WHEN DFHRESP(NOTFND)
               MOVE 'STAGIAIRE NON TROUVE' TO MESS31O
           MOVE DFHBMASF   TO TM3A
           MOVE DFHBMASF   TO TU3A
           MOVE DFHBMASF   TO DDN3A
           MOVE DFHBMASF   TO NIV3A
           MOVE DFHBMASF   TO COD3A
           MOVE DFHBMASF   TO DEB3A
           MOVE DFHBMASF   TO FIN3A
                 MOVE ' ' TO ETAPE
                 PERFORM 23400-MODIFICATION-DEBUT
               END-IF
      *  LA FICHE RELUE DOIT TOUJOURS ETRE SUR UN SITE DE L'OPERATEUR
               MOVE E-CODE-SESSION TO WS-CODE-SES
               MOVE 'REWRITE' TO ST-OPERATION
               MOVE 'O'       TO ST-JOURNAL
               PERFORM 80700-CONTROLE-SITE
               IF NOT ST-ACCES-AUTORISE
                 MOVE ST-MESSAGE TO MESS31O
                 MOVE ' '        TO ETAPE
                 PERFORM 22000-TRAIT-ENVOI
               END-IF
      *  IMAGE AVANT MODIFICATION, POUR LA PISTE D'AUDIT
               MOVE E-STAGIAIRE TO WS-IMAGE-AVANT
               MOVE NUM3I TO E-NUMERO
                 MOVE SPACES TO E-TELDOM
               END-IF
               IF TM3I NOT = LOW-VALUE
      *  UN PORTABLE CORRIGE REDEVIENT JOIGNABLE : L'INDICATEUR DE
      *  NUMERO EN ECHEC (IMPSMS) EST EFFACE
                 IF TM3I NOT = E-TELPOR
                   MOVE SPACE TO E-TELPOR-INVALIDE
                 END-IF
                 MOVE TM3I TO  E-TELPOR
               ELSE
                 MOVE SPACES TO E-TELPOR
                 MOVE SPACE  TO E-TELPOR-INVALIDE
               END-IF
               IF TU3I NOT = LOW-VALUE
                 MOVE TU3I TO  E-TEL-URGENCE
               IF CST3I = 'O' OR CST3I = 'N'
                 MOVE CST3I TO E-CONSENT-TIERS
               END-IF
      *  NIVEAU DE DIPLOME : SEUL UN NIVEAU '3' A '8' SAISI REMPLACE
      *  LA VALEUR (LES PREREQUIS DE SESSION NE SONT CONTROLES QU'A
      *  L'INSCRIPTION)
               IF NIV3I >= '3' AND NIV3I <= '8'
                 MOVE NIV3I TO E-NIVEAU-DIPLOME
               END-IF
      *  CYCLE DE VIE : LE STATUT SAISI REMPLACE CELUI DE
      *  L'ENREGISTREMENT ; LE MOTIF DE SUSPENSION N'EST CONSERVE
      *  QUE POUR UN STAGIAIRE SUSPENDU
                 MOVE SPACES TO E-MOTIF-SUSP
               END-IF
               PERFORM 23470-HORODATE-MAJ
      *  IBAN OU BIC CHANGE (IMAGE AVANT : IBAN EN POSITION 293, BIC
      *  EN 327) : LE BLOCAGE DU VERSEMENT EST POSE AVANT LA
      *  REECRITURE - S'IL NE PEUT PAS L'ETRE, LA MODIFICATION EST
      *  REFUSEE
               MOVE 'N' TO WS-CHG-BANQUE
               IF E-IBAN NOT = WS-IMAGE-AVANT(293:34)
                  OR E-BIC NOT = WS-IMAGE-AVANT(327:11)
                 MOVE 'O' TO WS-CHG-BANQUE
                 PERFORM 23480-BLOCAGE-BANQUE
               END-IF
               ADD 1 TO E-COMPTEUR-MAJ
               EXEC CICS REWRITE FILE  (MON-FICHIER)
                                 FROM  (E-STAGIAIRE)
                 MOVE E-STAGIAIRE    TO AU-IMAGE-APRES
                 PERFORM 80500-APPEL-AUDIT
                 PERFORM 23460-MAJ-INSCRIPTION
                 PERFORM 23465-HISTORIQUE-NOM
      *  UNE SUSPENSION ENREGISTREE TRANCHE LA PROPOSITION EN ATTENTE
                 IF E-STATUT = 'S'
                   MOVE 'S' TO WS-AVE-DECISION
                   PERFORM 23510-ENREGISTRE-DECISION
                 END-IF
                 IF WS-CHG-BANQUE = 'O'
                   PERFORM 23490-RIB-A-RECEVOIR
                   STRING 'STAGIAIRE ' NUM3I ' MODIFIE'
                          ' - RIB A CONFIRMER'
                           DELIMITED BY SIZE INTO MESSPROG
                 ELSE
                   STRING 'STAGIAIRE ' NUM3I ' MODIFIE'
                           DELIMITED BY SIZE INTO MESSPROG
                 END-IF
                 MOVE PROGMENU TO PROG-SUIVANT
                 PERFORM 23050-PROG-SUIVANT
               ELSE
           MOVE ZERO           TO IN-DATE-FIN
           MOVE 'E'            TO IN-RESULTAT
           MOVE E-DATE-MAJ     TO IN-DATE-ENREG
      *  LE FINANCEMENT EST CONVENU PAR SESSION : LA NOUVELLE
      *  INSCRIPTION PART SANS FINANCEUR
           MOVE SPACES         TO IN-FINANCEUR
           EXEC CICS WRITE FILE  (MON-FICHIER-INS)
                           RIDFLD(IN-CLE)
                           FROM  (E-INSCRIPTION)
           END-EXEC
           .

      *  CHANGEMENT DE NOM DE FAMILLE : L'ANCIEN NOM (IMAGE AVANT,
      *  NOM EN POSITION 5) EST ARCHIVE DANS FNOMH03 SOUS L'HORODATAGE
      *  DE LA MISE A JOUR - MEILLEUR EFFORT COMME 23460, LA FICHE
      *  EST DEJA REECRITE
       23465-HISTORIQUE-NOM.
      *---------------------*
           IF WS-IMAGE-AVANT(5:25) = E-NOM
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                TO E-NOM-HISTO
           MOVE E-NUMERO              TO NH-NUMERO
           MOVE E-DATE-MAJ            TO NH-DATE-FIN
           MOVE E-HEURE-MAJ           TO NH-HEURE-FIN
           MOVE WS-IMAGE-AVANT(5:25)  TO NH-NOM
           MOVE E-NOM                 TO NH-NOUVEAU-NOM
           MOVE EIBOPID               TO NH-OPERATEUR
           EXEC CICS WRITE FILE  (MON-FICHIER-NMH)
                           RIDFLD(NH-CLE)
                           FROM  (E-NOM-HISTO)
                           RESP  (C-R)
           END-EXEC
           .

      *  HORODATAGE DE DERNIERE MISE A JOUR DE L'ENREGISTREMENT
      *  (E-DATE-MAJ EN AAAAMMJJ, E-HEURE-MAJ EN HHMMSS)
       23470-HORODATE-MAJ.
           MOVE WS-HEURE-MAJ-ED(7:2) TO E-HEURE-MAJ(5:2)
           .

      *  BLOCAGE DU VERSEMENT APRES CHANGEMENT D'IBAN OU DE BIC :
      *  L'ENTREE FBANQ03 DU STAGIAIRE EST (RE)MISE EN ATTENTE AVEC
      *  L'AUTEUR ET L'HORODATAGE DU CHANGEMENT - LES ANCIENNES
      *  COORDONNEES SONT CELLES DE LA FICHE SI LE DERNIER CHANGEMENT
      *  ETAIT CONFIRME, SINON CELLES DEJA EN ATTENTE SONT GARDEES
       23480-BLOCAGE-BANQUE.
      *---------------------*
           MOVE E-NUMERO TO BQ-NUMERO
           EXEC CICS READ FILE  (MON-FICHIER-BQ)
                          RIDFLD(BQ-NUMERO)
                          INTO  (E-BANQUE)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               IF BQ-CONFIRME
                 MOVE WS-IMAGE-AVANT(293:34) TO BQ-ANC-IBAN
                 MOVE WS-IMAGE-AVANT(327:11) TO BQ-ANC-BIC
               END-IF
               PERFORM 23485-GARNIR-BANQUE
               EXEC CICS REWRITE FILE  (MON-FICHIER-BQ)
                                 FROM  (E-BANQUE)
                                 RESP  (C-R)
               END-EXEC
             WHEN DFHRESP(NOTFND)
               MOVE SPACES   TO E-BANQUE
               MOVE E-NUMERO TO BQ-NUMERO
               MOVE WS-IMAGE-AVANT(293:34) TO BQ-ANC-IBAN
               MOVE WS-IMAGE-AVANT(327:11) TO BQ-ANC-BIC
               PERFORM 23485-GARNIR-BANQUE
               EXEC CICS WRITE FILE  (MON-FICHIER-BQ)
                               RIDFLD(BQ-NUMERO)
                               FROM  (E-BANQUE)
                               RESP  (C-R)
               END-EXEC
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF C-R NOT = DFHRESP(NORMAL)
             MOVE C-R TO C-R-ED
             STRING 'BLOCAGE DU VERSEMENT IMPOSSIBLE (FBANQ03 '
                    C-R-ED ') - MODIFICATION REFUSEE'
                    DELIMITED BY SIZE INTO MESS31O
             MOVE ' ' TO ETAPE
             MOVE 'N' TO CONF3O
             PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

       23485-GARNIR-BANQUE.
      *--------------------*
           MOVE 'A'         TO BQ-ETAT
           MOVE E-DATE-MAJ  TO BQ-DATE-CHG
           MOVE E-HEURE-MAJ TO BQ-HEURE-CHG
           MOVE EIBOPID     TO BQ-OPR-CHG
           MOVE E-IBAN      TO BQ-IBAN
           MOVE E-BIC       TO BQ-BIC
           MOVE ZERO        TO BQ-DATE-CONF
           MOVE ZERO        TO BQ-HEURE-CONF
           MOVE SPACES      TO BQ-OPR-CONF
           .

      *  LE RIB PRECEDEMMENT POINTE NE VAUT PLUS POUR LES NOUVELLES
      *  COORDONNEES : LA PIECE 'RB' DU DOSSIER REPASSE MANQUANTE
      *  (INFPCI3, RPTDOCS) - MEILLEUR EFFORT, LA CONFIRMATION EXIGE
      *  DE TOUTE FACON UNE RECEPTION DATEE DU CHANGEMENT OU APRES
       23490-RIB-A-RECEVOIR.
      *---------------------*
           MOVE E-NUMERO TO DC-NUMERO
           MOVE 'RB'     TO DC-TYPE
           EXEC CICS READ FILE  (MON-FICHIER-DOC)
                          RIDFLD(DC-CLE)
                          INTO  (E-DOCUMENT)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              MOVE 'M'     TO DC-STATUT
              MOVE EIBOPID TO DC-OPERATEUR
              EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                                  DDMMYYYY(DC-DATE)
                                  DATESEP ('/')
              END-EXEC
              EXEC CICS REWRITE FILE  (MON-FICHIER-DOC)
                                FROM  (E-DOCUMENT)
                                RESP  (C-R)
              END-EXEC
           END-IF
           .

      *  RECHERCHE D'UNE PROPOSITION DE SUSPENSION NON TRANCHEE DANS
      *  L'HISTORIQUE DES AVERTISSEMENTS DU STAGIAIRE (E-NUMERO)
       23500-PROPOSITION-ATTENTE.
      *--------------------------*
           MOVE 'N'        TO WS-AVE-ATTENTE
           MOVE E-NUMERO   TO WS-AVE-NUMERO
           MOVE ZERO       TO WS-AVE-MOIS
           EXEC CICS STARTBR FILE   (MON-FICHIER-AVE)
                              RIDFLD (WS-CLE-AVE)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE   (MON-FICHIER-AVE)
                              INTO   (E-AVERTISSEMENT)
                              RIDFLD (WS-CLE-AVE)
                              RESP   (C-R)
           END-EXEC
           PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                   OR AV-NUMERO NOT = E-NUMERO
              IF AV-PROPOSITION-SUSP AND AV-A-DECIDER
                 MOVE 'O'         TO WS-AVE-ATTENTE
                 MOVE AV-CLE      TO WS-CLE-AVE-ATT
                 MOVE AV-MOIS     TO WS-ATT-MOIS
                 MOVE AV-NB-JOURS TO WS-ATT-JOURS
              END-IF
              EXEC CICS READNEXT FILE   (MON-FICHIER-AVE)
                                 INTO   (E-AVERTISSEMENT)
                                 RIDFLD (WS-CLE-AVE)
                                 RESP   (C-R)
              END-EXEC
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER-AVE) END-EXEC
           .

      *  DECISION SUR LA PROPOSITION EN ATTENTE DU STAGIAIRE
      *  (WS-AVE-DECISION 'S' SUSPENSION OU 'M' MAINTIEN), AVEC LA
      *  DATE ET L'OPERATEUR - MEILLEUR EFFORT APRES UNE SUSPENSION,
      *  LA FICHE ETANT DEJA REECRITE
       23510-ENREGISTRE-DECISION.
      *--------------------------*
           MOVE 'N' TO WS-AVE-RESULTAT
           PERFORM 23500-PROPOSITION-ATTENTE
           IF WS-AVE-ATTENTE NOT = 'O'
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READ FILE  (MON-FICHIER-AVE)
                          RIDFLD(WS-CLE-AVE-ATT)
                          INTO  (E-AVERTISSEMENT)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'E' TO WS-AVE-RESULTAT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-AVE-DECISION TO AV-DECISION
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(AV-DATE-DECISION)
           END-EXEC
           MOVE EIBOPID TO AV-DECIDE-PAR
           EXEC CICS REWRITE FILE  (MON-FICHIER-AVE)
                             FROM  (E-AVERTISSEMENT)
                             RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              MOVE 'O' TO WS-AVE-RESULTAT
           ELSE
              MOVE 'E' TO WS-AVE-RESULTAT
           END-IF
           .

      *  MAINTIEN DU STAGIAIRE (PF10) : LA PROPOSITION DE SUSPENSION
      *  EN ATTENTE EST REJETEE - DECISION DE NIVEAU 2, REFUSEE EN
      *  LECTURE SEULE - LA FICHE EST REAFFICHEE (SAISIE EN COURS
      *  ABANDONNEE)
       23520-MAINTIEN.
      *---------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAP3I)
                             RESP  (C-R)
           END-EXEC
           PERFORM 10500-CHECK-LECTURE
           IF (ETAPE NOT = '1' AND ETAPE NOT = '2')
              OR NUM3I NOT NUMERIC
              MOVE 'AFFICHEZ D''ABORD LA FICHE DU STAGIAIRE' TO MESS31O
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE NUM3I     TO WS-NUMERO
           MOVE LOW-VALUE TO MAP3I
           MOVE WS-NUMERO TO NUM3I
           MOVE ' '       TO ETAPE
           PERFORM 23250-NIVEAU-OPERATEUR
           IF WS-NIV-OPR < 2
              MOVE 'DECISION SUR LA SUSPENSION RESERVEE AU NIVEAU 2'
                   TO MESS31O
              PERFORM 23400-MODIFICATION-DEBUT
           END-IF
           MOVE WS-NUMERO9 TO E-NUMERO
           MOVE 'M' TO WS-AVE-DECISION
           PERFORM 23510-ENREGISTRE-DECISION
           EVALUATE WS-AVE-RESULTAT
             WHEN 'O'
               MOVE 'PROPOSITION DE SUSPENSION REJETEE - MAINTENU'
                    TO MESS31O
             WHEN 'N'
               MOVE 'AUCUNE PROPOSITION EN ATTENTE POUR CE STAGIAIRE'
                    TO MESS31O
             WHEN OTHER
               STRING 'ERREUR FICHIER ' MON-FICHIER-AVE
                      ' - DECISION NON ENREGISTREE'
                      DELIMITED BY SIZE INTO MESS31O
           END-EVALUATE
           PERFORM 23400-MODIFICATION-DEBUT
           .

      *  FICHE SUIVANTE AYANT UNE PROPOSITION DE SUSPENSION EN
      *  ATTENTE (PF11) - RECHERCHE APRES LA FICHE AFFICHEE PUIS
      *  DEPUIS LE DEBUT DE L'HISTORIQUE
       23530-PROPOSITION-SUIVANTE.
      *---------------------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAP3I)
                             RESP  (C-R)
           END-EXEC
           MOVE ZERO TO WS-AVE-DEPART
           IF (ETAPE = '1' OR ETAPE = '2') AND NUM3I NUMERIC
              MOVE NUM3I TO WS-AVE-DEPART
           END-IF
           MOVE 'N'           TO WS-AVE-ATTENTE
           MOVE WS-AVE-DEPART TO WS-AVE-NUMERO
           MOVE 999999        TO WS-AVE-MOIS
           PERFORM 23535-CHERCHE-PROPOSITION
           IF WS-AVE-ATTENTE = 'N' AND WS-AVE-DEPART > ZERO
              MOVE ZERO TO WS-AVE-NUMERO
              MOVE ZERO TO WS-AVE-MOIS
              PERFORM 23535-CHERCHE-PROPOSITION
           END-IF
           MOVE LOW-VALUE TO MAP3I
           MOVE ' '       TO ETAPE
           IF WS-AVE-ATTENTE = 'O'
              MOVE AV-NUMERO TO WS-NUMERO9
           ELSE
              MOVE 'AUCUNE PROPOSITION DE SUSPENSION EN ATTENTE'
                   TO MESS31O
              IF WS-AVE-DEPART = ZERO
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
              MOVE WS-AVE-DEPART TO WS-NUMERO9
           END-IF
           MOVE WS-NUMERO TO NUM3I
           PERFORM 23400-MODIFICATION-DEBUT
           .

       23535-CHERCHE-PROPOSITION.
      *--------------------------*
           EXEC CICS STARTBR FILE   (MON-FICHIER-AVE)
                              RIDFLD (WS-CLE-AVE)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE   (MON-FICHIER-AVE)
                              INTO   (E-AVERTISSEMENT)
                              RIDFLD (WS-CLE-AVE)
                              RESP   (C-R)
           END-EXEC
           PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                   OR WS-AVE-ATTENTE = 'O'
              IF AV-PROPOSITION-SUSP AND AV-A-DECIDER
                 MOVE 'O' TO WS-AVE-ATTENTE
              ELSE
                 EXEC CICS READNEXT FILE   (MON-FICHIER-AVE)
                                    INTO   (E-AVERTISSEMENT)
                                    RIDFLD (WS-CLE-AVE)
                                    RESP   (C-R)
                 END-EXEC
              END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER-AVE) END-EXEC
           .

       23455-LECTURE-AVEC-RETRY.
      *------------------------*
      *  L'ENREGISTREMENT PEUT ETRE VERROUILLE PAR UNE AUTRE TACHE EN
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
