       01 MA-TRX                  PIC X(4) VALUE 'TBC3'.
       01 WS-OPR                  PIC X(3).
       01 WS-OPR-CONNECTE         PIC X(3).
      *   NIVEAU DE L'OPERATEUR CONNECTE : SEUL UN NIVEAU 3 ACCORDE
      *   OU RETIRE LE NIVEAU 3 (REGISTRE CONFIDENTIEL FADAP03)
       01 WS-NIV-CONNECTE         PIC 9 VALUE ZERO.
      *   ANCIENNE SITUATION, POUR LA TRACE D'AUDIT
       01 WS-ANCIEN-NIV           PIC 9 VALUE ZERO.
       01 WS-ANCIEN-TROUVE        PIC X VALUE 'N'.
      *   MENTION AJOUTEE A L'IMAGE APRES (RECERTIFICATION)
       01 WS-MENTION-AUDIT        PIC X(30) VALUE SPACES.
      *   SITES DE RATTACHEMENT DE L'OPERATEUR CONNECTE ET ANCIENS
      *   SITES DE L'OPERATEUR VISE (MEME LAYOUT QUE OP-SITES) : HORS
      *   SIEGE, ON N'ATTRIBUE QUE SES PROPRES SITES ET ON NE GERE QUE
      *   LES OPERATEURS DE SES SITES
       01 WS-SITES-CONNECTE.
           05 WS-SIEGE-CONNECTE   PIC X.
           05 WS-SITE-CONNECTE    PIC X(20) OCCURS 2.
       01 WS-ANCIENS-SITES.
           05 WS-ANCIEN-SIEGE     PIC X.
           05 WS-ANCIEN-SITE      PIC X(20) OCCURS 2.
       01 WS-SITE-CTL             PIC X(20).
       01 WS-SITE-OK              PIC X.
      *   SITES MIS EN FORME POUR LES IMAGES D'AUDIT
       01 WS-SITES-TRAV.
           05 WS-TRAV-SIEGE       PIC X.
           05 WS-TRAV-SITE        PIC X(20) OCCURS 2.
       01 WS-SITES-AUDIT          PIC X(50).
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

                  DELIMITED BY SIZE INTO MESSBO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE OP-NIV TO WS-NIV-CONNECTE
           MOVE OP-SITES TO WS-SITES-CONNECTE
           IF OPRBI = LOW-VALUE OR OPRBI = SPACES
              STRING 'IDENTIFIANT OPERATEUR OBLIGATOIRE'
                  DELIMITED BY SIZE INTO MESSBO
               PERFORM 23600-MODIFICATION
             WHEN 'S'
               PERFORM 23700-SUPPRESSION
             WHEN 'V'
             WHEN 'R'
               PERFORM 23650-RECERTIFICATION
             WHEN OTHER
               STRING 'ACTION INVALIDE (A, C, M, S, V OU R)'
                   DELIMITED BY SIZE INTO MESSBO
               PERFORM  22000-TRAIT-ENVOI
           END-EVALUATE
      *-------------------------*
           MOVE 'N'  TO WS-ANCIEN-TROUVE
           MOVE ZERO TO WS-ANCIEN-NIV
           MOVE SPACES TO WS-ANCIENS-SITES
           MOVE WS-OPR TO OP-CLE
           EXEC CICS READ FILE  (MON-FICHIER-OPR)
                          RIDFLD(OP-CLE)
           IF C-R = DFHRESP(NORMAL)
              MOVE 'O'    TO WS-ANCIEN-TROUVE
              MOVE OP-NIV TO WS-ANCIEN-NIV
              MOVE OP-SITES TO WS-ANCIENS-SITES
           END-IF
           .

              MOVE OP-CLE TO OPRBI
              MOVE OP-NOM TO NOMBI
              MOVE OP-NIV TO NIVBI
              PERFORM 23450-GARNIR-SUIVI
              PERFORM 23460-GARNIR-SITES
           ELSE
              MOVE 'OPERATEUR NON TROUVE' TO MESSBO
           END-IF
           PERFORM 22000-TRAIT-ENVOI
           .

      *  DERNIERE MISE A JOUR ET DERNIERE RECERTIFICATION (DECISION DU
      *  RESPONSABLE OU RETRAIT POUR INACTIVITE PAR LE BATCH RECOPR)
       23450-GARNIR-SUIVI.
      *-------------------*
           MOVE SPACES TO MAJBO
           STRING OP-DATE-MAJ ' PAR ' OP-MAJ-PAR
                  DELIMITED BY SIZE INTO MAJBO
           MOVE SPACES TO RECBO
           EVALUATE TRUE
             WHEN OP-REC-CERTIFIE
               STRING 'CERTIFIE LE ' OP-REC-DATE ' PAR ' OP-REC-PAR
                      DELIMITED BY SIZE INTO RECBO
             WHEN OP-REC-REJETE
               STRING 'REJETE LE ' OP-REC-DATE ' PAR ' OP-REC-PAR
                      ' - ACCES RETIRE'
                      DELIMITED BY SIZE INTO RECBO
             WHEN OP-REC-INACTIF
               STRING 'NIVEAU RETIRE POUR INACTIVITE LE ' OP-REC-DATE
                      DELIMITED BY SIZE INTO RECBO
             WHEN OTHER
               MOVE 'JAMAIS RECERTIFIE' TO RECBO
           END-EVALUATE
           .

      *  SITES DE RATTACHEMENT : DROIT TOUS SITES (O/N) ET SITES
       23460-GARNIR-SITES.
      *-------------------*
           IF OP-SIEGE
              MOVE 'O' TO TSBO
           ELSE
              MOVE 'N' TO TSBO
           END-IF
           MOVE OP-SITE(1) TO S1BO
           MOVE OP-SITE(2) TO S2BO
           .

       23500-CREATION.
      *---------------*
           PERFORM 23300-CHECK-INPUT
           MOVE SPACES TO E-OPERATEUR
           PERFORM 23800-GARNIR-OPERATEUR
           EXEC CICS WRITE FILE  (MON-FICHIER-OPR)
                           RIDFLD(OP-CLE)
           PERFORM 22000-TRAIT-ENVOI
           .

      *  RECERTIFICATION PERIODIQUE (LISTE RECOPR) : LE RESPONSABLE
      *  CERTIFIE (V) L'ACCES EN L'ETAT OU LE REJETTE (R), CE QUI LE
      *  RETIRE (NIVEAU 0) - LA DECISION EST CONSERVEE SUR
      *  L'ENREGISTREMENT ET TRACEE EN AUDIT (ACTION 'H') - PERSONNE
      *  NE SE RECERTIFIE LUI-MEME, ET UN NIVEAU 3 NE L'EST QUE PAR
      *  UN NIVEAU 3
       23650-RECERTIFICATION.
      *----------------------*
           IF WS-NIV-CONNECTE < 3
              STRING 'RECERTIFICATION RESERVEE AU NIVEAU 3'
                  DELIMITED BY SIZE INTO MESSBO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF WS-OPR = WS-OPR-CONNECTE
              STRING 'IMPOSSIBLE DE RECERTIFIER SON PROPRE ACCES'
                  DELIMITED BY SIZE INTO MESSBO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF WS-ANCIEN-TROUVE NOT = 'O'
              MOVE 'OPERATEUR NON TROUVE' TO MESSBO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF ACTBI = 'V' AND WS-ANCIEN-NIV = ZERO
              STRING 'OPERATEUR SANS ACCES (NIVEAU 0), RIEN A '
                     'CERTIFIER'
                  DELIMITED BY SIZE INTO MESSBO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE SPACE TO NIVBI
           PERFORM 23350-CHECK-NIVEAU-3
           PERFORM 23375-CHECK-ANCIENS-SITES
           MOVE WS-OPR TO OP-CLE
           EXEC CICS READ FILE  (MON-FICHIER-OPR)
                          RIDFLD(OP-CLE)
                          INTO  (E-OPERATEUR)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                                   DDMMYYYY(OP-REC-DATE)
                                   DATESEP ('/')
               END-EXEC
               MOVE WS-OPR-CONNECTE TO OP-REC-PAR
               IF ACTBI = 'V'
                  MOVE 'C'         TO OP-REC-ETAT
                  MOVE 'CERTIFIE'  TO WS-MENTION-AUDIT
               ELSE
                  MOVE 'R'         TO OP-REC-ETAT
                  MOVE ZERO        TO OP-NIV
                  MOVE OP-REC-DATE TO OP-DATE-MAJ
                  MOVE WS-OPR-CONNECTE TO OP-MAJ-PAR
                  MOVE 'REJETE A LA RECERTIFICATION'
                                   TO WS-MENTION-AUDIT
               END-IF
               EXEC CICS REWRITE FILE  (MON-FICHIER-OPR)
                                 FROM  (E-OPERATEUR)
                                 RESP  (C-R)
               END-EXEC
               IF C-R = DFHRESP(NORMAL)
                 MOVE OP-NIV TO NIVBI
                 PERFORM 80500-AUDIT-HABILITATION
                 MOVE OP-NOM TO NOMBI
                 PERFORM 23450-GARNIR-SUIVI
                 PERFORM 23460-GARNIR-SITES
                 IF ACTBI = 'V'
                    STRING 'OPERATEUR ' WS-OPR ' CERTIFIE'
                           DELIMITED BY SIZE INTO MESSBO
                 ELSE
                    STRING 'OPERATEUR ' WS-OPR ' REJETE - ACCES RETIRE'
                           DELIMITED BY SIZE INTO MESSBO
                 END-IF
               ELSE
                 MOVE 'REWRITE' TO SP-OPERATION
                 PERFORM 80000-APPEL-SPERR
                 STRING 'ERREUR FICHIER ' TEXT-ERREUR
                        DELIMITED BY SIZE INTO MESSBO
               END-IF
             WHEN DFHRESP(NOTFND)
               MOVE 'OPERATEUR NON TROUVE' TO MESSBO
             WHEN OTHER
               MOVE 'READ-UPD' TO SP-OPERATION
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSBO
           END-EVALUATE
           PERFORM 22000-TRAIT-ENVOI
           .

       23700-SUPPRESSION.
      *------------------*
      *  UN OPERATEUR NE PEUT PAS SE RETIRER LUI-MEME SES ACCES
                  DELIMITED BY SIZE INTO MESSBO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           PERFORM 23350-CHECK-NIVEAU-3
           PERFORM 23375-CHECK-ANCIENS-SITES
           MOVE WS-OPR TO OP-CLE
           EXEC CICS DELETE FILE  (MON-FICHIER-OPR)
                            RIDFLD(OP-CLE)

       23300-CHECK-INPUT.
      *------------------*
           IF NIVBI NOT = '1' AND NOT = '2' AND NOT = '3'
              STRING 'NIVEAU INVALIDE (1, 2 OU 3)'
                  DELIMITED BY SIZE INTO MESSBO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           PERFORM 23350-CHECK-NIVEAU-3
           PERFORM 23375-CHECK-ANCIENS-SITES
           PERFORM 23370-CHECK-SITES
           .

      *  LE NIVEAU 3 (ADAPTATIONS HANDICAP, INGECI3) NE PEUT ETRE
      *  ACCORDE, MODIFIE OU RETIRE QUE PAR UN OPERATEUR DE NIVEAU 3
       23350-CHECK-NIVEAU-3.
      *---------------------*
           IF WS-NIV-CONNECTE < 3
              AND (WS-ANCIEN-NIV = 3
                   OR (ACTBI NOT = 'S' AND NIVBI = '3'))
              STRING 'NIVEAU 3 : GESTION RESERVEE AU NIVEAU 3'
                  DELIMITED BY SIZE INTO MESSBO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           .

      *  SITES SAISIS : DROIT TOUS SITES O OU N (BLANC = N), AU MOINS
      *  UN SITE SANS LE DROIT TOUS SITES - HORS SIEGE, LE DROIT TOUS
      *  SITES N'EST PAS ACCORDE ET SEULS SES PROPRES SITES SONT
      *  ATTRIBUES
       23370-CHECK-SITES.
      *------------------*
           IF TSBI = LOW-VALUE
              MOVE SPACE TO TSBI
           END-IF
           IF S1BI = LOW-VALUE
              MOVE SPACES TO S1BI
           END-IF
           IF S2BI = LOW-VALUE
              MOVE SPACES TO S2BI
           END-IF
           IF TSBI NOT = 'O' AND NOT = 'N' AND NOT = SPACE
              STRING 'DROIT TOUS SITES INVALIDE (O OU N)'
                  DELIMITED BY SIZE INTO MESSBO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF TSBI NOT = 'O' AND S1BI = SPACES AND S2BI = SPACES
              STRING 'SITE OBLIGATOIRE (OU DROIT TOUS SITES)'
                  DELIMITED BY SIZE INTO MESSBO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF WS-SIEGE-CONNECTE = 'O'
              EXIT PARAGRAPH
           END-IF
           IF TSBI = 'O'
              STRING 'DROIT TOUS SITES : ACCORDE PAR LE SIEGE SEULEMENT'
                  DELIMITED BY SIZE INTO MESSBO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE S1BI TO WS-SITE-CTL
           PERFORM 23380-SITE-CONNECTE
           IF WS-SITE-OK = 'N'
              STRING 'SITE ' S1BI ' HORS DE VOS SITES'
                  DELIMITED BY SIZE INTO MESSBO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE S2BI TO WS-SITE-CTL
           PERFORM 23380-SITE-CONNECTE
           IF WS-SITE-OK = 'N'
              STRING 'SITE ' S2BI ' HORS DE VOS SITES'
                  DELIMITED BY SIZE INTO MESSBO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           .

      *  HORS SIEGE, UN OPERATEUR EXISTANT N'EST GERE (MODIFICATION,
      *  SUPPRESSION, RECERTIFICATION) QUE S'IL N'A PAS LE DROIT TOUS
      *  SITES ET QUE TOUS SES SITES SONT CEUX DE L'OPERATEUR CONNECTE
       23375-CHECK-ANCIENS-SITES.
      *--------------------------*
           IF WS-SIEGE-CONNECTE = 'O' OR WS-ANCIEN-TROUVE NOT = 'O'
              EXIT PARAGRAPH
           END-IF
           IF WS-ANCIEN-SIEGE = 'O'
              STRING 'OPERATEUR DU SIEGE : GESTION RESERVEE AU SIEGE'
                  DELIMITED BY SIZE INTO MESSBO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE WS-ANCIEN-SITE(1) TO WS-SITE-CTL
           PERFORM 23380-SITE-CONNECTE
           IF WS-SITE-OK = 'O'
              MOVE WS-ANCIEN-SITE(2) TO WS-SITE-CTL
              PERFORM 23380-SITE-CONNECTE
           END-IF
           IF WS-SITE-OK = 'N'
              STRING 'OPERATEUR D''UN AUTRE SITE : GESTION REFUSEE'
                  DELIMITED BY SIZE INTO MESSBO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           .

      *  WS-SITE-CTL (A BLANC OU) EST-IL UN SITE DE L'OPERATEUR
      *  CONNECTE ? REPONSE DANS WS-SITE-OK
       23380-SITE-CONNECTE.
      *--------------------*
           IF WS-SITE-CTL = SPACES
              OR WS-SITE-CTL = WS-SITE-CONNECTE(1)
              OR WS-SITE-CTL = WS-SITE-CONNECTE(2)
              MOVE 'O' TO WS-SITE-OK
           ELSE
              MOVE 'N' TO WS-SITE-OK
           END-IF
           .

       23800-GARNIR-OPERATEUR.
      *-----------------------*
           MOVE WS-OPR TO OP-CLE
              MOVE SPACES TO OP-NOM
           END-IF
           MOVE NIVBI TO OP-NIV
           MOVE SPACES TO OP-SITES
           IF TSBI = 'O'
              MOVE 'O' TO OP-TOUS-SITES
           END-IF
           MOVE S1BI TO OP-SITE(1)
           MOVE S2BI TO OP-SITE(2)
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(OP-DATE-MAJ)
           MOVE EIBTRMID TO AU-TERMINAL
           MOVE SPACES TO AU-IMAGE-AVANT
           IF WS-ANCIEN-TROUVE = 'O'
              MOVE WS-ANCIENS-SITES TO WS-SITES-TRAV
              PERFORM 80510-LIBELLE-SITES
              STRING 'OPERATEUR ' WS-OPR ' NIVEAU ' WS-ANCIEN-NIV
                     ' ' WS-SITES-AUDIT
                     DELIMITED BY SIZE INTO AU-IMAGE-AVANT
           END-IF
           MOVE SPACES TO AU-IMAGE-APRES
           IF ACTBI NOT = 'S'
              MOVE OP-SITES TO WS-SITES-TRAV
              PERFORM 80510-LIBELLE-SITES
              STRING 'OPERATEUR ' WS-OPR ' NIVEAU ' NIVBI ' '
                     WS-SITES-AUDIT ' ' WS-MENTION-AUDIT
                     DELIMITED BY SIZE INTO AU-IMAGE-APRES
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
                          RESP    (C-R)
           END-EXEC
           .

      *  SITES DE RATTACHEMENT EN CLAIR POUR LES IMAGES D'AUDIT
       80510-LIBELLE-SITES.
      *--------------------*
           MOVE SPACES TO WS-SITES-AUDIT
           IF WS-TRAV-SIEGE = 'O'
              MOVE 'SITES TOUS' TO WS-SITES-AUDIT
           ELSE
              STRING 'SITES ' WS-TRAV-SITE(1) ' ' WS-TRAV-SITE(2)
                     DELIMITED BY SIZE INTO WS-SITES-AUDIT
           END-IF
           .
       23900-TRAIT-FIN.
      *---------------*
           MOVE 'FIN DE LA TRANSACTION' TO MESSAGE-TXT
