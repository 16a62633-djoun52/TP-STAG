      *   RANGE APRES TS-NOM POUR NE PAS DECALER LE FORMAT MESSPROG
      *   QUE LE MENU REAFFICHE
           05 CA-RAPPEL           PIC X(4).
      *   CANDIDATURE EN LIGNE ACCEPTEE DEPUIS INFZCI3 - L'ECRAN EST
      *   PRE-REMPLI AVEC FCAND03, LA CANDIDATURE EST MARQUEE AU
      *   RESULTAT (CREATION, REFUS, LISTE D'ATTENTE) ET LE RETOUR SE
      *   FAIT VERS INFZCI3
           05 CA-CANDIDAT         PIC X(6).
           05 FILLER              PIC X(16).
       01 C-R                     PIC S9(8) COMP.
       01 C-R-ED                  PIC ZZZ9.
       01 WS-TIME                 PIC X(8).
       01 TEXT-ERREUR             PIC X(15).
      *   COMMAREA DU SERVICE D'ERREUR SPERR3
       COPY SPERRCA.
      *   SERVICE DE CLOISONNEMENT PAR SITE (SITES DE L'OPERATEUR)
       01 PROGSITE                PIC X(8) VALUE 'SITE3   '.
       01 C-R-SITE                PIC S9(8) COMP.
           COPY SITECA.
       01 MON-PROG                PIC X(8) VALUE 'INF1CI3 '.
       01 PROGMENU                PIC X(8) VALUE 'INF0CI3 '.
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
      *   HISTORIQUE DES INSCRIPTIONS (PARCOURS) - UNE ENTREE OUVERTE
      *   A CHAQUE CREATION, EN MEILLEUR EFFORT COMME AUDIT3
       01 MON-FICHIER-INS         PIC X(8) VALUE 'FINSC03 '.
      *   FINANCEURS (FFINA03) ET CONVENTIONS DE FINANCEMENT PAR
      *   SESSION (FFINS03), SAISIS PAR INFXCI3 - LA CONSOMMATION
      *   D'UNE CONVENTION EST COMPTEE SUR LES INSCRIPTIONS EN COURS
      *   OU TERMINEES DE LA SESSION VIA LE CHEMIN PAR CODE SESSION
      *   (AIX FINSCSES SUR IN-CODE-SESSION)
       01 MON-FICHIER-FIN         PIC X(8) VALUE 'FFINA03 '.
       01 MON-FICHIER-CFI         PIC X(8) VALUE 'FFINS03 '.
       01 MON-FICHIER-INSPATH     PIC X(8) VALUE 'FINSCSES'.
       01 WS-INS-BR               PIC X(10).
       77 WS-NB-FINANCES          PIC 9(4) COMP VALUE ZERO.
       01 WS-DATE-JOUR            PIC 9(8).
      *   JOURNAL DES REFUS ET MISES EN LISTE D'ATTENTE (FREFU03),
      *   EXPLOITE PAR LE COURRIER LTRREFUS - ECRIT EN MEILLEUR
      *   EFFORT, UN ECHEC NE BLOQUE PAS LE REFUS LUI-MEME
       01 MON-FICHIER-REF         PIC X(8) VALUE 'FREFU03 '.
      *   DEROGATIONS D'ELIGIBILITE (FDERO03, SAISIES PAR INFFCI3) -
      *   UNE DEROGATION SUR L'IDENTITE SAISIE LAISSE PASSER LA
      *   REGLE VISEE (R006 / R023 / PREQ) ET EST TRACEE EN AUDIT 'G'
       01 MON-FICHIER-DER         PIC X(8) VALUE 'FDERO03 '.
       77 WS-DEROG-TROUVE         PIC X.
      *   PREREQUIS D'ENTREE DE LA SESSION (FPREQ03, TENUS PAR
      *   INF6CI3) : NIVEAU DE DIPLOME MINIMAL ET/OU SESSION PREALABLE
      *   ACHEVEE (HISTORIQUE FINSC03) VOIRE VALIDEE (RESULTATS
      *   FRESU03) - EN ECHEC, REGLE 'PREQ' JOURNALISEE DANS FREFU03
       01 MON-FICHIER-PRQ         PIC X(8) VALUE 'FPREQ03 '.
       01 MON-FICHIER-RES         PIC X(8) VALUE 'FRESU03 '.
       01 WS-CLE-INS.
         05 WS-INS-NUMERO         PIC 9(4).
         05 WS-INS-SESSION        PIC X(10).
       77 WS-PREQ-OK              PIC X.
       77 WS-PREQ-MOTIF           PIC X(1).
       01 HAUT-REFUS              PIC 9(4).
       01 WS-REGLE-REFUS          PIC X(4).
       01 WS-ISSUE-REFUS          PIC X(1).
       01 MA-TRX                  PIC X(4) VALUE 'T1C3'.
       01 DDN-9                   PIC 9(8).
       01 DAT                     PIC 9(8).
      *  AGE DE LA MAJORITE (AGELIM) : UN MINEUR CREE EST SIGNALE POUR
      *  QUE SON REPRESENTANT LEGAL SOIT SAISI (INFYCI3, PF11 DEPUIS LA
      *  CONSULTATION) - SANS SON ACCORD FINSTAG NE L'ACTIVE PAS
           COPY AGELIM.
       01 WS-DATE-MAJORITE        PIC 9(8).
      *  LISTE D'ATTENTE DES CANDIDATS "PRESQUE" DANS LES BORNES D'AGE
      *  (UN AN AU-DESSUS OU EN-DESSOUS) - FICHIER KSDS FATTE03,
      *  CONSULTABLE, RAPPELABLE ET RADIABLE PAR INF7CI3
       01 MON-FICHIER-ATT          PIC X(8) VALUE 'FATTE03 '.
      *  CANDIDATURES RECUES PAR LE FORMULAIRE EN LIGNE (IMPCAND)
      *  ET ECRAN D'INSTRUCTION QUI LES PASSE A LA CREATION
       01 MON-FICHIER-CAND         PIC X(8) VALUE 'FCAND03 '.
       01 PROGCAND                 PIC X(8) VALUE 'INFZCI3 '.
       01 WS-CANDIDAT              PIC 9(6).
       01 C-R-CAND                 PIC S9(8) COMP.
       01 WS-DECISION-CAND         PIC X(1).
       01 WS-DEST-CAND             PIC 9(4).
       01 HAUT-ATTENTE             PIC 9(4).
       01 WS-RAPPEL                PIC 9(4).
      *   HORODATAGE DE MISE A JOUR (HH:MM:SS PUIS HHMMSS)
       COPY FSESS.
      *   DESCRIPTION DU FICHIER KSD LISTE D'ATTENTE         *
       COPY FATTE.
      *   DESCRIPTION DU FICHIER KSD DES CANDIDATURES EN LIGNE*
       COPY FCAND.
      *   DESCRIPTION DU FICHIER KSD DES COMMUNES           *
       COPY FCOMM.
      *   DESCRIPTION DE L'ENREGISTREMENT D'ARCHIVE
       COPY FINSC.
      *   DESCRIPTION DU JOURNAL DES REFUS
       COPY FREFU.
      *   DESCRIPTION DES FINANCEURS ET DES CONVENTIONS
       COPY FFINA.
       COPY FFINS.
      *   DESCRIPTION DU FICHIER KSD DES DEROGATIONS
       COPY FDERO.
      *   DESCRIPTION DES PREREQUIS DE SESSION ET DES RESULTATS
       COPY FPREQ.
       COPY FRESU.
      *   DESCRIPTION DE L'ENREGISTREMENT D'AUDIT
       COPY AUDIT.
      *   ENREGISTREMENT DE CONTROLE (COMPTEUR DE STAGIAIRES)
      *   APRES TS-NOM) - ELLE EST RELUE SUR SA LONGUEUR REELLE
      *   (EIBCALEN), LES APPELANTS PLUS COURTS LAISSENT LA FIN A
      *   BLANC - LA ZONE COUVRE LE PLUS LONG APPELANT (INF5CI3,
      *   PF10, 104 OCTETS) ; INFZCI3 PASSE CA-CANDIDAT A LA MEME
      *   POSITION QUE CE PROGRAMME
       01  DFHCOMMAREA.
           05 LK-COMMAREA            PIC X(104).
       PROCEDURE DIVISION.
                    MOVE WL-EMAIL     TO EM1I
                 END-IF
                 MOVE WL-CODE-SESSION TO COD1I
      *  CANDIDAT PROPOSE PAR FINSTAG POUR LA SUITE D'UN PARCOURS :
      *  IL REPREND SON NUMERO DE STAGIAIRE (LIBERE DANS FSTAG03 A SA
      *  FIN DE STAGE), SON HISTORIQUE FINSC03 RESTE AINSI CONTINU
                 IF WL-MOTIF-SUITE = 'SUITE PARCOURS '
                    AND WL-NUMERO-PARC NUMERIC
                    MOVE WL-NUMERO-PARC TO NUM1I
                 END-IF
                 STRING 'CANDIDAT ' CA-RAPPEL ' RAPPELE DEPUIS LA'
                        ' LISTE D''ATTENTE' DELIMITED BY SIZE
                        INTO MESS11O
              END-IF
              MOVE SPACES TO CA-RAPPEL
           END-IF
      *  CANDIDATURE EN LIGNE ACCEPTEE SUR INFZCI3 : LA SAISIE DU
      *  FORMULAIRE EST REPRISE TELLE QUELLE ET PASSE PAR TOUS LES
      *  CONTROLES DE LA CREATION ; CA-CANDIDAT EST CONSERVE JUSQU'AU
      *  RETOUR VERS INFZCI3
           IF CA-CANDIDAT NUMERIC
              MOVE CA-CANDIDAT TO WS-CANDIDAT
              EXEC CICS READ FILE  (MON-FICHIER-CAND)
                             RIDFLD(WS-CANDIDAT)
                             INTO  (E-CANDIDAT)
                             RESP  (C-R)
              END-EXEC
              IF C-R = DFHRESP(NORMAL)
                 MOVE CD-NOM          TO NOM1I
                 MOVE CD-PRENOM       TO PNM1I
                 MOVE CD-DATE-NAISS   TO DDN1I
                 IF CD-ADR1 NOT = SPACES
                    MOVE CD-ADR1      TO ADS1I
                    MOVE CD-CODEP     TO CP1I
                    MOVE CD-VILLE     TO VL1I
                 END-IF
                 IF CD-ADR2 NOT = SPACES
                    MOVE CD-ADR2      TO ADR21I
                 END-IF
                 IF CD-TELDOM NOT = SPACES
                    MOVE CD-TELDOM    TO TF1I
                 END-IF
                 IF CD-TELPOR NOT = SPACES
                    MOVE CD-TELPOR    TO TM1I
                 END-IF
                 IF CD-TEL-URGENCE NOT = SPACES
                    MOVE CD-TEL-URGENCE TO TU1I
                 END-IF
                 IF CD-EMAIL NOT = SPACES
                    MOVE CD-EMAIL     TO EM1I
                 END-IF
                 MOVE CD-CODE-SESSION TO COD1I
                 MOVE CD-DATE-DEBUT   TO DEB1I
                 IF CD-DATE-FIN NOT = ZERO
                    MOVE CD-DATE-FIN  TO FIN1I
                 END-IF
                 IF CD-NIVEAU-DIPLOME NOT = SPACE
                    MOVE CD-NIVEAU-DIPLOME TO NIV1I
                 END-IF
                 IF CD-FINANCEUR NOT = SPACES
                    MOVE CD-FINANCEUR TO FNC1I
                 END-IF
                 IF CD-CONSENT-MAIL = 'O' OR CD-CONSENT-MAIL = 'N'
                    MOVE CD-CONSENT-MAIL  TO CSM1I
                 END-IF
                 IF CD-CONSENT-TIERS = 'O' OR CD-CONSENT-TIERS = 'N'
                    MOVE CD-CONSENT-TIERS TO CST1I
                 END-IF
                 STRING 'CANDIDATURE ' CA-CANDIDAT ' REPRISE DU '
                        'FORMULAIRE EN LIGNE' DELIMITED BY SIZE
                        INTO MESS11O
              ELSE
                 MOVE SPACES TO CA-CANDIDAT
              END-IF
           END-IF
           EXIT
           .

              WHEN DFHENTER
                   PERFORM 23100-TRAIT-ENTER
              WHEN DFHPF3
                   IF CA-CANDIDAT NUMERIC
                      MOVE PROGCAND TO PROG-SUIVANT
                   ELSE
                      MOVE PROGMENU TO PROG-SUIVANT
                   END-IF
                   PERFORM 23050-PROG-SUIVANT 
              WHEN DFHPF12
                   PERFORM 23200-TRAIT-FIN
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
      *  L'INSCRIPTION SE FAIT SUR UNE SESSION D'UN SITE DE
      *  L'OPERATEUR
               MOVE 'WRITE' TO ST-OPERATION
               MOVE 'O'     TO ST-JOURNAL
               PERFORM 80700-CONTROLE-SITE
               IF NOT ST-ACCES-AUTORISE
                  MOVE ST-MESSAGE TO MESS11O
                  PERFORM  22000-TRAIT-ENVOI
               END-IF
             WHEN DFHRESP(NOTFND)
               STRING 'CODE SESSION INCONNU - VOIR GESTION DES'
                      ' SESSIONS' DELIMITED BY SIZE INTO MESS11O
                      INTO MESS11O
               PERFORM  22000-TRAIT-ENVOI
           END-EVALUATE
      *  CHECK FINANCEUR (FACULTATIF) - IL DOIT EXISTER ET AVOIR UNE
      *  CONVENTION EN COURS DE VALIDITE SUR LA SESSION SAISIE
           IF FNC1I = SPACES THEN
             MOVE LOW-VALUE TO FNC1I
           END-IF
           IF FNC1I NOT = LOW-VALUE
              PERFORM 23380-CHECK-FINANCEUR
           END-IF
           PERFORM 23390-CHECK-PREREQUIS
           MOVE DDN1I TO DDN-9
           PERFORM 23305-CHECK-DOUBLON
           .
           MOVE FIN1I  TO VA-DATE-FIN
           MOVE IBA1I  TO VA-IBAN
           MOVE BIC1I  TO VA-BIC
           MOVE NIV1I  TO VA-NIVEAU-DIPLOME
           INSPECT VA-DONNEES REPLACING ALL LOW-VALUE BY SPACE
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
             WHEN 'R042'
               STRING 'BIC INVALIDE (8 OU 11 CARACTERES)'
                   DELIMITED BY SIZE INTO MESS11O
             WHEN 'R050'
               STRING 'NIVEAU DE DIPLOME INVALIDE (3 A 8 OU BLANC)'
                   DELIMITED BY SIZE INTO MESS11O
             WHEN OTHER
               STRING 'SAISIE INVALIDE (REGLE ' VA-CODE-RETOUR ')'
                   DELIMITED BY SIZE INTO MESS11O
           END-EXEC
           .

      *  FINANCEUR SAISI : CONNU DE FFINA03, CONVENTION SUR LA
      *  SESSION DANS FFINS03, DATE DU JOUR (DATE D'INSCRIPTION)
      *  DANS LA PERIODE DE VALIDITE DE LA CONVENTION
       23380-CHECK-FINANCEUR.
      *----------------------*
           MOVE FNC1I TO FI-CODE
           EXEC CICS READ FILE  (MON-FICHIER-FIN)
                          RIDFLD(FI-CODE)
                          INTO  (E-FINANCEUR)
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(NOTFND)
               STRING 'FINANCEUR INCONNU - VOIR GESTION DES'
                      ' FINANCEURS' DELIMITED BY SIZE INTO MESS11O
               PERFORM  22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE 'READ' TO SP-OPERATION
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESS11O
               PERFORM  22000-TRAIT-ENVOI
           END-EVALUATE
           MOVE COD1I TO CF-CODE-SESSION
           MOVE FNC1I TO CF-FINANCEUR
           EXEC CICS READ FILE  (MON-FICHIER-CFI)
                          RIDFLD(CF-CLE)
                          INTO  (E-FINANCEMENT)
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(NOTFND)
               STRING 'AUCUNE CONVENTION DE CE FINANCEUR SUR LA'
                      ' SESSION' DELIMITED BY SIZE INTO MESS11O
               PERFORM  22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE 'READ' TO SP-OPERATION
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESS11O
               PERFORM  22000-TRAIT-ENVOI
           END-EVALUATE
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(WS-DATE-JOUR)
           END-EXEC
           IF WS-DATE-JOUR < CF-DATE-DEBUT
              OR WS-DATE-JOUR > CF-DATE-FIN
              STRING 'CONVENTION DE FINANCEMENT HORS PERIODE DE'
                     ' VALIDITE' DELIMITED BY SIZE INTO MESS11O
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           .

      *  PREREQUIS D'ENTREE DE LA SESSION SAISIE (FPREQ03, ABSENT =
      *  AUCUN) : LE NIVEAU DE DIPLOME DU CANDIDAT DOIT ATTEINDRE LE
      *  MINIMUM, ET LA SESSION PREALABLE (CODE OU DEBUT DE CODE)
      *  DOIT FIGURER TERMINEE DANS SON HISTORIQUE FINSC03 - ET
      *  ADMISE DANS FRESU03 SI EXIGE ; UN CANDIDAT NOUVEAU N'A PAS
      *  D'HISTORIQUE, SEUL UN ANCIEN STAGIAIRE RAPPELE SOUS SON
      *  NUMERO PEUT SATISFAIRE UNE SESSION PREALABLE - EN ECHEC,
      *  REFUS 'PREQ' SAUF DEROGATION FDERO03
       23390-CHECK-PREREQUIS.
      *----------------------*
           MOVE COD1I TO PQ-CODE-SESSION
           EXEC CICS READ FILE  (MON-FICHIER-PRQ)
                          RIDFLD(PQ-CODE-SESSION)
                          INTO  (E-PREREQUIS)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           MOVE 'O'    TO WS-PREQ-OK
           MOVE SPACES TO WS-PREQ-MOTIF
           IF PQ-NIVEAU-MIN NOT = SPACE
              IF NIV1I = LOW-VALUE OR NIV1I = SPACE
                 OR NIV1I < PQ-NIVEAU-MIN
                 MOVE 'N' TO WS-PREQ-OK
                 MOVE 'D' TO WS-PREQ-MOTIF
              END-IF
           END-IF
           IF WS-PREQ-OK = 'O' AND PQ-SESSION-PREAL NOT = SPACES
              PERFORM 23395-CHERCHE-PREALABLE
           END-IF
           IF WS-PREQ-OK = 'O'
              EXIT PARAGRAPH
           END-IF
           MOVE 'PREQ' TO VA-CODE-RETOUR
           PERFORM 23370-CHECK-DEROGATION
           IF WS-DEROG-TROUVE = 'O'
              MOVE SPACES TO VA-CODE-RETOUR
              EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-ISSUE-REFUS
           PERFORM 23360-JOURNAL-REFUS
           EVALUATE WS-PREQ-MOTIF
             WHEN 'D'
               STRING 'PREREQUIS NON REMPLI : NIVEAU DE DIPLOME '
                      PQ-NIVEAU-MIN ' MINIMUM EXIGE'
                   DELIMITED BY SIZE INTO MESS11O
             WHEN 'A'
               STRING 'PREREQUIS NON REMPLI : SESSION PREALABLE '
                      PQ-SESSION-PREAL(1:PQ-LG-PREAL) ' NON VALIDEE'
                   DELIMITED BY SIZE INTO MESS11O
             WHEN OTHER
               STRING 'PREREQUIS NON REMPLI : SESSION PREALABLE '
                      PQ-SESSION-PREAL(1:PQ-LG-PREAL) ' NON ACHEVEE'
                   DELIMITED BY SIZE INTO MESS11O
           END-EVALUATE
           PERFORM  22000-TRAIT-ENVOI
           .

      *  PARCOURS DE L'HISTORIQUE DU CANDIDAT A LA RECHERCHE D'UNE
      *  INSCRIPTION TERMINEE A UNE SESSION DU CODE PREALABLE -
      *  'S' : AUCUNE ACHEVEE, 'A' : ACHEVEE(S) MAIS NON ADMISE(S)
       23395-CHERCHE-PREALABLE.
      *------------------------*
           MOVE 'N'        TO WS-PREQ-OK
           MOVE 'S'        TO WS-PREQ-MOTIF
           MOVE NUM1I      TO WS-INS-NUMERO
           MOVE LOW-VALUES TO WS-INS-SESSION
           EXEC CICS STARTBR FILE   (MON-FICHIER-INS)
                              RIDFLD (WS-CLE-INS)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE   (MON-FICHIER-INS)
                              INTO   (E-INSCRIPTION)
                              RIDFLD (WS-CLE-INS)
                              RESP   (C-R)
           END-EXEC
           PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                   OR IN-NUMERO NOT = NUM1I
                   OR WS-PREQ-OK = 'O'
              IF IN-TERMINEE
                 AND IN-CODE-SESSION(1:PQ-LG-PREAL) =
                     PQ-SESSION-PREAL(1:PQ-LG-PREAL)
                 IF PQ-ADMIS-REQUIS
                    MOVE 'A'    TO WS-PREQ-MOTIF
                    MOVE IN-CLE TO RS-CLE
                    EXEC CICS READ FILE  (MON-FICHIER-RES)
                                   RIDFLD(RS-CLE)
                                   INTO  (E-RESULTAT)
                                   RESP  (C-R)
                    END-EXEC
                    IF C-R = DFHRESP(NORMAL) AND RS-ADMIS
                       MOVE 'O' TO WS-PREQ-OK
                    END-IF
                 ELSE
                    MOVE 'O' TO WS-PREQ-OK
                 END-IF
              END-IF
              EXEC CICS READNEXT FILE   (MON-FICHIER-INS)
                                 INTO   (E-INSCRIPTION)
                                 RIDFLD (WS-CLE-INS)
                                 RESP   (C-R)
              END-EXEC
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER-INS) END-EXEC
           .

      *  RECHERCHE D'UNE DEROGATION SUR L'IDENTITE SAISIE, POUR LA
      *  REGLE EN ECHEC (OU '*' = TOUTES)
       23370-CHECK-DEROGATION.
           END-IF
           MOVE WS-REGLE-REFUS TO RF-REGLE
           MOVE WS-ISSUE-REFUS TO RF-ISSUE
           IF DDN1I NUMERIC
              MOVE DDN1I       TO RF-DATE-NAISS
           ELSE
              MOVE ZERO        TO RF-DATE-NAISS
           END-IF
           MOVE 'N'            TO RF-EDITE
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                           FROM  (E-REFUS)
                           RESP  (C-R)
           END-EXEC
      *  CANDIDATURE EN LIGNE : LE REFUS OU LA MISE EN ATTENTE EST LA
      *  DECISION (DESTINATION = JOURNAL DES REFUS OU CANDIDAT FATTE03
      *  ECRIT JUSTE AVANT)
           IF CA-CANDIDAT NUMERIC
              MOVE RF-ISSUE TO WS-DECISION-CAND
              IF RF-ISSUE = 'W'
                 MOVE WL-NUMERO TO WS-DEST-CAND
              ELSE
                 MOVE RF-NUMERO TO WS-DEST-CAND
              END-IF
              PERFORM 23496-DECISION-CANDIDAT
           END-IF
           .

       23400-ECRITURE.
             MOVE DFHBMASF   TO TF1A
             MOVE DFHBMASF   TO TM1A
             MOVE DFHBMASF   TO DDN1A
             MOVE DFHBMASF   TO NIV1A
             MOVE DFHBMASF   TO COD1A
             MOVE DFHBMASF   TO FNC1A
             MOVE DFHBMASF   TO DEB1A
             MOVE DFHBMASF   TO FIN1A
             MOVE DFHBMASK   TO LCONF1A
           END-IF
           .

      *  CONTROLE DU QUOTA DU FINANCEUR AVANT L'ECRITURE - LES
      *  PLACES DE LA CONVENTION (CF-NB-PLACES) SONT COMPAREES AUX
      *  INSCRIPTIONS EN COURS OU TERMINEES DEJA FINANCEES PAR LUI
      *  SUR LA SESSION - QUOTA EPUISE : REFUS ET LISTE D'ATTENTE,
      *  COMME 23440-CHECK-CAPACITE POUR LA SESSION COMPLETE
       23442-CHECK-QUOTA.
      *------------------*
           MOVE COD1I TO CF-CODE-SESSION
           MOVE FNC1I TO CF-FINANCEUR
           EXEC CICS READ FILE  (MON-FICHIER-CFI)
                          RIDFLD(CF-CLE)
                          INTO  (E-FINANCEMENT)
                          RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              PERFORM 23446-COMPTE-FINANCES
              IF WS-NB-FINANCES >= CF-NB-PLACES
                 PERFORM 23338-LISTE-ATTENTE-QUOTA
                 MOVE 'QUOT' TO WS-REGLE-REFUS
                 MOVE 'W'    TO WS-ISSUE-REFUS
                 PERFORM 23365-JOURNAL-REFUS-CAPA
                 STRING 'QUOTA ' FNC1I ' ATTEINT (' CF-NB-PLACES
                        ' PLACES) - CANDIDAT EN LISTE D''ATTENTE'
                        DELIMITED BY SIZE INTO MESS11O
                 MOVE ' ' TO ETAPE
                 MOVE 'N' TO CONF1O
                 PERFORM  22000-TRAIT-ENVOI
              END-IF
           END-IF
           .

      *  PLACES CONSOMMEES SUR LA CONVENTION - PARCOURS DES
      *  INSCRIPTIONS DE LA SESSION VIA LE CHEMIN FINSCSES, SEULES
      *  LES INSCRIPTIONS DU FINANCEUR EN COURS ('E') OU TERMINEES
      *  ('T') SONT COMPTEES (UN ABANDON OU UN TRANSFERT LIBERE LA
      *  PLACE)
       23446-COMPTE-FINANCES.
      *----------------------*
           MOVE ZERO  TO WS-NB-FINANCES
           MOVE COD1I TO WS-INS-BR
           EXEC CICS STARTBR FILE   (MON-FICHIER-INSPATH)
                              RIDFLD (WS-INS-BR)
                              KEYLENGTH(LENGTH OF IN-CODE-SESSION)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE   (MON-FICHIER-INSPATH)
                                 INTO   (E-INSCRIPTION)
                                 RIDFLD (WS-INS-BR)
                                 KEYLENGTH(LENGTH OF IN-CODE-SESSION)
                                 RESP   (C-R)
              END-EXEC
              PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                      OR IN-CODE-SESSION NOT = COD1I
                 IF IN-FINANCEUR = FNC1I
                    AND (IN-RESULTAT = 'E' OR IN-RESULTAT = 'T')
                    ADD 1 TO WS-NB-FINANCES
                 END-IF
                 EXEC CICS READNEXT FILE   (MON-FICHIER-INSPATH)
                                    INTO   (E-INSCRIPTION)
                                    RIDFLD (WS-INS-BR)
                                    KEYLENGTH(LENGTH OF IN-CODE-SESSION)
                                    RESP   (C-R)
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(MON-FICHIER-INSPATH) END-EXEC
           END-IF
           .

      *  DEPOT D'UN CANDIDAT REFUSE SUR QUOTA DE FINANCEUR EPUISE -
      *  MEME PRINCIPE QUE 23337-LISTE-ATTENTE-SES
       23338-LISTE-ATTENTE-QUOTA.
      *--------------------------*
           MOVE 'QUOTA FINANCEUR' TO WL-MOTIF
           PERFORM 23340-ECRIRE-ATTENTE
           .

      *  DEPOT D'UN CANDIDAT REFUSE SUR SESSION COMPLETE SUR LE
      *  FICHIER LISTE D'ATTENTE FATTE03 - MEME PRINCIPE QUE
      *  23330-LISTE-ATTENTE POUR L'AGE
           END-IF
           IF CONF1I = 'Y'
             PERFORM 23440-CHECK-CAPACITE
             IF FNC1I NOT = LOW-VALUE
                PERFORM 23442-CHECK-QUOTA
             END-IF
      *  LE COMPTAGE DE CAPACITE A PARCOURU FSTAG03 DANS E-STAGIAIRE :
      *  LA ZONE EST REMISE A BLANC AVANT DE CONSTRUIRE LE NOUVEL
      *  ENREGISTREMENT, SINON LES ZONES FACULTATIVES NON SAISIES
             IF BIC1I NOT = LOW-VALUE
                MOVE BIC1I TO E-BIC
             END-IF
             IF NIV1I NOT = LOW-VALUE
                MOVE NIV1I TO E-NIVEAU-DIPLOME
             END-IF
      *  CONSENTEMENTS ('O'/'N', BLANC = PERSONNE PAS INTERROGEE)
             IF CSM1I = 'O' OR CSM1I = 'N'
                MOVE CSM1I TO E-CONSENT-MAIL
                 PERFORM 23490-TRACE-DEROGATION
                 PERFORM 23480-OUVRE-INSCRIPTION
                 PERFORM 23495-MAJ-COMPTEUR
                 EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
                 EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                                     YYYYMMDD(DAT)
                 END-EXEC
                 MOVE E-DATE-NAISS(5:4) TO WS-DATE-MAJORITE(1:4)
                 MOVE E-DATE-NAISS(3:2) TO WS-DATE-MAJORITE(5:2)
                 MOVE E-DATE-NAISS(1:2) TO WS-DATE-MAJORITE(7:2)
                 COMPUTE WS-DATE-MAJORITE = WS-DATE-MAJORITE
                                          + AGE-MAJORITE * 10000
                 IF WS-DATE-MAJORITE > DAT
                    STRING 'STAGIARE ' NUM1I ' CREE - MINEUR: '
                           'REPR.LEGAL' DELIMITED BY SIZE
                          INTO MESSPROG
                 ELSE
                    STRING 'STAGIARE ' NUM1I ' CREE' DELIMITED BY SIZE
                          INTO MESSPROG
                 END-IF
                 MOVE PROGMENU TO PROG-SUIVANT
                 IF CA-CANDIDAT NUMERIC
                    MOVE 'A'      TO WS-DECISION-CAND
                    MOVE E-NUMERO TO WS-DEST-CAND
                    PERFORM 23496-DECISION-CANDIDAT
                    MOVE PROGCAND TO PROG-SUIVANT
                 END-IF
                 PERFORM 23050-PROG-SUIVANT
               WHEN DFHRESP(DUPREC)
                 MOVE 'STAGIARE DEJA EXISTANT' TO MESS11O 
           MOVE ZERO           TO IN-DATE-FIN
           MOVE 'E'            TO IN-RESULTAT
           MOVE E-DATE-MAJ     TO IN-DATE-ENREG
           IF FNC1I NOT = LOW-VALUE
              MOVE FNC1I       TO IN-FINANCEUR
           ELSE
              MOVE SPACES      TO IN-FINANCEUR
           END-IF
           EXEC CICS WRITE FILE  (MON-FICHIER-INS)
                           RIDFLD(IN-CLE)
                           FROM  (E-INSCRIPTION)
           END-IF
           .

      *  ENREGISTREMENT DE LA DECISION SUR LA CANDIDATURE EN LIGNE
      *  (ETAT ET DESTINATION DANS WS-DECISION-CAND / WS-DEST-CAND) -
      *  MEILLEUR EFFORT : LA CREATION OU LE REFUS SONT DEJA ACQUIS ;
      *  UNE CREATION PREVAUT SUR UN REFUS PRONONCE PLUS TOT SUR LA
      *  MEME SAISIE
       23496-DECISION-CANDIDAT.
      *------------------------*
           MOVE CA-CANDIDAT TO WS-CANDIDAT
           EXEC CICS READ FILE  (MON-FICHIER-CAND)
                          RIDFLD(WS-CANDIDAT)
                          INTO  (E-CANDIDAT)
                          UPDATE
                          RESP  (C-R-CAND)
           END-EXEC
           IF C-R-CAND = DFHRESP(NORMAL)
              IF CD-A-INSTRUIRE OR WS-DECISION-CAND = 'A'
                 MOVE WS-DECISION-CAND TO CD-ETAT
                 MOVE WS-DEST-CAND     TO CD-NUMERO-DEST
                 EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
                 EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                                     YYYYMMDD(CD-DATE-DECISION)
                 END-EXEC
                 MOVE EIBOPID          TO CD-DECIDE-PAR
                 EXEC CICS REWRITE FILE  (MON-FICHIER-CAND)
                                   FROM  (E-CANDIDAT)
                                   RESP  (C-R-CAND)
                 END-EXEC
              ELSE
                 EXEC CICS UNLOCK FILE(MON-FICHIER-CAND) END-EXEC
              END-IF
           END-IF
           .

       23470-HORODATE-MAJ.
      *-------------------*
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
                             TM1I
                             TU1I
                             DDN1I
                             NIV1I
                             COD1I
                             FNC1I
                             DEB1I
                             FIN1I
                             IBA1I
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
