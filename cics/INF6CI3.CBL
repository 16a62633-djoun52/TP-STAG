       01 TEXT-ERREUR             PIC X(15).
      *   COMMAREA DU SERVICE D'ERREUR SPERR3
       COPY SPERRCA.
      *   SERVICE DE CLOISONNEMENT PAR SITE (SITES DE L'OPERATEUR)
       01 PROGSITE                PIC X(8) VALUE 'SITE3   '.
       01 C-R-SITE                PIC S9(8) COMP.
           COPY SITECA.
       01 WS-SITE-CTL             PIC X(20).
       01 MON-PROG                PIC X(8) VALUE 'INF6CI3 '.
       01 PROGMENU                PIC X(8) VALUE 'INF0CI3 '.
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
      *   TAUX JOURNALIER EN CENTIMES, TEL QUE SAISI/AFFICHE A
      *   L'ECRAN (S-TAUX-JOUR PORTE DEUX DECIMALES IMPLICITES)
       01 WS-TAUX-CENT            PIC 9(5).
      *   HISTORIQUE DES TAUX JOURNALIERS DE LA SESSION (CLE SESSION +
      *   DATE D'EFFET AAAAMMJJ, ZERO = TAUX INITIAL) - UN CHANGEMENT
      *   DE TAUX PEUT ETRE DATE DANS LE FUTUR ; L'ECRAN AFFICHE LE
      *   TAUX EN VIGUEUR CE JOUR ET LES QUATRE DERNIERES ENTREES
       01 MON-FICHIER-TAUX        PIC X(8) VALUE 'FTAUX03 '.
       01 C-R-TAUX                PIC S9(8) COMP.
       01 WS-CLE-TAUX.
           05 WS-CLE-TAUX-SES     PIC X(10).
           05 WS-CLE-TAUX-EFFET   PIC 9(8).
       01 WS-ENREG-TAUX           PIC X(60).
       01 WS-DATE-JOUR            PIC 9(8).
       01 WS-HEURE-JOUR           PIC 9(6).
       01 WS-DATE-EFFET           PIC 9(8).
       01 WS-DATE-VIGUEUR         PIC 9(8).
       01 WS-TAUX-FICHE           PIC 9(3)V99.
       01 WS-TAUX-SAISI           PIC 9(3)V99.
       01 WS-TAUX-VIGUEUR         PIC 9(3)V99.
       01 WS-TAUX-CHANGE          PIC X.
       01 WS-NB-HISTO             PIC 9(4) COMP.
       01 WS-HISTO-TABLE.
           05 WS-HISTO            OCCURS 4.
              10 WS-H-EFFET       PIC 9(8).
              10 WS-H-TAUX        PIC 9(3)V99.
              10 WS-H-PAR         PIC X(3).
              10 WS-H-SAISIE      PIC 9(8).
       77 WS-IND-HISTO            PIC 9.
       77 WS-IND-LIGNE            PIC 9.
       77 WS-IND-HTX              PIC 9.
       01 WS-DATE-ED              PIC X(10).
      *   BUDGET ET AUTRES COUTS DE LA SESSION (CLE CODE SESSION),
      *   SAISIS EN CENTIMES COMME LE TAUX JOURNALIER - UNE ZONE NON
      *   SAISIE LAISSE LE MONTANT ENREGISTRE INCHANGE
       01 MON-FICHIER-BUD         PIC X(8) VALUE 'FBUDG03 '.
       01 C-R-BUD                 PIC S9(8) COMP.
       01 WS-MONTANT-CENT         PIC 9(9).
       01 WS-ENTREE-TAUX.
           05 ET-EFFET            PIC X(10).
           05 FILLER              PIC X     VALUE SPACE.
           05 ET-TAUX             PIC ZZ9.99.
           05 FILLER              PIC X     VALUE SPACE.
           05 ET-PAR              PIC X(3).
           05 FILLER              PIC X     VALUE SPACE.
           05 ET-SAISIE           PIC X(10).
           05 FILLER              PIC X(4)  VALUE ' |  '.
      *   SALLE DE LA SESSION : REFERENTIEL DES SALLES (CLE SITE +
      *   CODE SALLE) ET RESERVATION DE LA SALLE POUR LA PERIODE DE
      *   LA SESSION (CLE CODE SESSION), PARCOURUE PAR SALLE VIA LE
      *   CHEMIN FRESASAL POUR REFUSER LES RESERVATIONS QUI SE
      *   CHEVAUCHENT - DATES DE RESERVATION EN AAAAMMJJ
       01 MON-FICHIER-SAL         PIC X(8) VALUE 'FSALL03 '.
       01 MON-FICHIER-RES         PIC X(8) VALUE 'FRESA03 '.
       01 MON-FICHIER-RESPATH     PIC X(8) VALUE 'FRESASAL'.
       01 C-R-RES                 PIC S9(8) COMP.
       01 WS-CLE-SALLE            PIC X(26).
       01 WS-RES-DEB              PIC 9(8).
       01 WS-RES-FIN              PIC 9(8).
       01 WS-CAPA-SAISIE          PIC 9(4).
       01 WS-SES-CONFLIT          PIC X(10).
       01 WS-PLACES-ED            PIC ZZZ9.
      *   PREREQUIS D'ENTREE DE LA SESSION (CLE CODE SESSION) : NIVEAU
      *   DE DIPLOME MINIMAL, SESSION PREALABLE (CODE OU DEBUT DE
      *   CODE) ET EXIGENCE D'ADMISSION A CELLE-CI - CONTROLES A
      *   L'INSCRIPTION PAR INF1CI3 ET IMPSTAG
       01 MON-FICHIER-PRQ         PIC X(8) VALUE 'FPREQ03 '.
       01 C-R-PRQ                 PIC S9(8) COMP.
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

       COPY FSESS.
      *   DESCRIPTION DU FICHIER KSD DU CALENDRIER DES SESSIONS *
       COPY FCALS.
      *   DESCRIPTION DU FICHIER KSD DE L'HISTORIQUE DES TAUX   *
       COPY FTAUX.
      *   DESCRIPTION DU FICHIER KSD DU BUDGET DES SESSIONS     *
       COPY FBUDG.
      *   DESCRIPTION DU FICHIER KSD DU REFERENTIEL DES SALLES  *
       COPY FSALL.
      *   DESCRIPTION DU FICHIER KSD DES RESERVATIONS DE SALLE  *
       COPY FRESA.
      *   DESCRIPTION DU FICHIER KSD DES PREREQUIS DE SESSION   *
       COPY FPREQ.
      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM           *
       01  MESSAGE-TXT            PIC X(79).

               PERFORM 23400-AFFICHAGE
             WHEN 'C'
               PERFORM 23300-CHECK-INPUT
               PERFORM 23340-CHECK-EFFET
               PERFORM 24000-CHECK-SALLE
               PERFORM 23500-CREATION
             WHEN 'M'
               PERFORM 23300-CHECK-INPUT
               PERFORM 23340-CHECK-EFFET
               PERFORM 24000-CHECK-SALLE
               PERFORM 23600-MODIFICATION
             WHEN 'S'
               PERFORM 23700-SUPPRESSION
                 PERFORM  22000-TRAIT-ENVOI
              END-IF
           END-IF
           IF (BFO6I NOT = LOW-VALUE AND BFO6I NOT = SPACES
                                     AND BFO6I NOT NUMERIC)
           OR (BIN6I NOT = LOW-VALUE AND BIN6I NOT = SPACES
                                     AND BIN6I NOT NUMERIC)
           OR (BAU6I NOT = LOW-VALUE AND BAU6I NOT = SPACES
                                     AND BAU6I NOT NUMERIC)
           OR (AUT6I NOT = LOW-VALUE AND AUT6I NOT = SPACES
                                     AND AUT6I NOT NUMERIC)
              STRING 'BUDGET ET COUTS A SAISIR EN CENTIMES (9 CHIFFRES)'
                  DELIMITED BY SIZE INTO MESS6O
              PERFORM  22000-TRAIT-ENVOI
           END-IF
      *  PREREQUIS D'ENTREE (FACULTATIFS) : NIVEAU '3' A '8', SESSION
      *  PREALABLE AUTRE QUE LA SESSION ELLE-MEME, ADMISSION 'O'/'N'
      *  QUI SUPPOSE UNE SESSION PREALABLE
           INSPECT PNV6I REPLACING ALL LOW-VALUE BY SPACE
           INSPECT PSE6I REPLACING ALL LOW-VALUE BY SPACE
           INSPECT PAD6I REPLACING ALL LOW-VALUE BY SPACE
           IF PNV6I NOT = SPACE AND (PNV6I < '3' OR PNV6I > '8')
              STRING 'NIVEAU DE DIPLOME MINIMAL INVALIDE (3 A 8)'
                  DELIMITED BY SIZE INTO MESS6O
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF PSE6I NOT = SPACES AND PSE6I(1:1) = SPACE
              STRING 'SESSION PREALABLE INVALIDE (CADRER A GAUCHE)'
                  DELIMITED BY SIZE INTO MESS6O
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF PSE6I = COD6I
              STRING 'LA SESSION PREALABLE NE PEUT ETRE LA SESSION'
                     ' ELLE-MEME' DELIMITED BY SIZE INTO MESS6O
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF PAD6I NOT = SPACE AND PAD6I NOT = 'O'
                                AND PAD6I NOT = 'N'
              STRING 'PREALABLE ADMIS : O OU N'
                  DELIMITED BY SIZE INTO MESS6O
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF PAD6I = 'O' AND PSE6I = SPACES
              STRING 'ADMISSION EXIGEE SANS SESSION PREALABLE'
                  DELIMITED BY SIZE INTO MESS6O
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           .

      *  VERIFIE LA VALIDITE JOUR/MOIS D'UNE DATE AU FORMAT JJMMAAAA
           END-IF
           .

      *  DATE D'EFFET D'UN CHANGEMENT DE TAUX (MODIFICATION SEULEMENT,
      *  A LA CREATION LE TAUX SAISI EST LE TAUX INITIAL) - NON SAISIE
      *  = CE JOUR - PAS D'EFFET AVANT LE 1ER DU MOIS EN COURS : LES
      *  MOIS PRECEDENTS SONT DEJA PARTIS EN PAIE
       23340-CHECK-EFFET.
      *------------------*
           PERFORM 23410-DATE-JOUR
           MOVE WS-DATE-JOUR TO WS-DATE-EFFET
           IF EFF6I = LOW-VALUE OR EFF6I = SPACES
              EXIT PARAGRAPH
           END-IF
           IF ACT6I = 'C'
              STRING 'DATE D''EFFET SANS OBJET A LA CREATION'
                  DELIMITED BY SIZE INTO MESS6O
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF EFF6I NOT NUMERIC
              STRING 'DATE D''EFFET DU TAUX INVALIDE'
                  DELIMITED BY SIZE INTO MESS6O
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE EFF6I TO WS-DATE-CHK
           PERFORM 23320-CHECK-JOUR-MOIS
           IF WS-DATE-INVALIDE = 'O'
              STRING 'DATE D''EFFET DU TAUX INVALIDE'
                  DELIMITED BY SIZE INTO MESS6O
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF TAU6I NOT NUMERIC
              STRING 'TAUX OBLIGATOIRE AVEC UNE DATE D''EFFET'
                  DELIMITED BY SIZE INTO MESS6O
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE EFF6I(5:4) TO WS-DATE-EFFET(1:4)
           MOVE EFF6I(3:2) TO WS-DATE-EFFET(5:2)
           MOVE EFF6I(1:2) TO WS-DATE-EFFET(7:2)
           IF WS-DATE-EFFET(1:6) < WS-DATE-JOUR(1:6)
              STRING 'DATE D''EFFET ANTERIEURE AU MOIS EN COURS'
                  DELIMITED BY SIZE INTO MESS6O
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           .

      *  CLOISONNEMENT PAR SITE DE LA SESSION (SITE DANS WS-SITE-CTL,
      *  OPERATION DANS ST-OPERATION) - LE REFUS EST JOURNALISE ET
      *  L'ECRAN REAFFICHE AVEC LE MOTIF
       23350-CONTROLE-SITE.
      *--------------------*
           MOVE 'O' TO ST-JOURNAL
           PERFORM 80700-CONTROLE-SITE
           IF NOT ST-ACCES-AUTORISE
              MOVE ST-MESSAGE TO MESS6O
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

       23400-AFFICHAGE.
      *----------------*
           EXEC CICS READ FILE  (MON-FICHIER-SES)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               MOVE S-SITE          TO WS-SITE-CTL
               MOVE 'READ'          TO ST-OPERATION
               PERFORM 23350-CONTROLE-SITE
               MOVE S-CODE          TO COD6I
               MOVE S-LIBELLE       TO LIB6I
               MOVE S-DATE-DEBUT    TO DEBS6I
               MOVE S-SITE          TO SIT6I
               MOVE S-COORDINATEUR  TO CRD6I
               MOVE S-CAPACITE      TO CAP6I
               PERFORM 23430-AFFICHE-TAUX
               PERFORM 23420-AFFICHE-CALENDRIER
               PERFORM 23425-AFFICHE-BUDGET
               PERFORM 24070-AFFICHE-SALLE
               PERFORM 23427-AFFICHE-PREREQUIS
               PERFORM 22000-TRAIT-ENVOI
             WHEN DFHRESP(NOTFND)
               MOVE 'SESSION NON TROUVEE' TO MESS6O
               PERFORM  22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE 'READ' TO SP-OPERATION
               MOVE MON-FICHIER-SES TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESS6O
       23500-CREATION.
      *---------------*
           PERFORM 23800-GARNIR-SESSION
           MOVE S-SITE      TO WS-SITE-CTL
           MOVE 'WRITE'     TO ST-OPERATION
           PERFORM 23350-CONTROLE-SITE
           EXEC CICS WRITE FILE  (MON-FICHIER-SES)
                           RIDFLD(S-CODE)
                           FROM  (E-SESSION)
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               PERFORM 23850-MAJ-CALENDRIER
      *  LE TAUX SAISI A LA CREATION OUVRE L'HISTORIQUE DES TAUX
               MOVE ZERO        TO TX-DATE-EFFET
               MOVE S-TAUX-JOUR TO TX-TAUX
               MOVE MON-PROG    TO TX-ORIGINE
               PERFORM 23660-ECRIT-TAUX
               PERFORM 23870-MAJ-BUDGET
               PERFORM 24050-MAJ-RESERVATION
               PERFORM 23880-MAJ-PREREQUIS
               STRING 'SESSION ' WS-CODE-SES ' CREEE'
                      DELIMITED BY SIZE INTO MESS6O
             WHEN DFHRESP(DUPREC)
               MOVE 'SESSION DEJA EXISTANTE' TO MESS6O
             WHEN OTHER
               MOVE 'WRITE' TO SP-OPERATION
               MOVE MON-FICHIER-SES TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESS6O
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
      *  LA SESSION DOIT ETRE SUR UN SITE DE L'OPERATEUR, AVANT COMME
      *  APRES LA MODIFICATION (PAS DE TRANSFERT VERS UN AUTRE SITE)
               MOVE S-SITE      TO WS-SITE-CTL
               MOVE 'REWRITE'   TO ST-OPERATION
               PERFORM 23350-CONTROLE-SITE
               MOVE S-TAUX-JOUR TO WS-TAUX-FICHE
               PERFORM 23800-GARNIR-SESSION
               MOVE S-SITE      TO WS-SITE-CTL
               PERFORM 23350-CONTROLE-SITE
               PERFORM 23650-CHANGE-TAUX
               EXEC CICS REWRITE FILE  (MON-FICHIER-SES)
                                 FROM  (E-SESSION)
                                 RESP  (C-R)
               END-EXEC
               IF C-R = DFHRESP(NORMAL)
                 PERFORM 23850-MAJ-CALENDRIER
                 PERFORM 23870-MAJ-BUDGET
                 PERFORM 24050-MAJ-RESERVATION
                 PERFORM 23880-MAJ-PREREQUIS
                 PERFORM 23430-AFFICHE-TAUX
                 MOVE LOW-VALUE TO EFF6I
                 IF WS-TAUX-CHANGE = 'O'
                    MOVE WS-DATE-EFFET(7:2) TO WS-DATE-ED(1:2)
                    MOVE '/'                TO WS-DATE-ED(3:1)
                    MOVE WS-DATE-EFFET(5:2) TO WS-DATE-ED(4:2)
                    MOVE '/'                TO WS-DATE-ED(6:1)
                    MOVE WS-DATE-EFFET(1:4) TO WS-DATE-ED(7:4)
                    STRING 'SESSION ' WS-CODE-SES
                           ' MODIFIEE - NOUVEAU TAUX AU ' WS-DATE-ED
                           DELIMITED BY SIZE INTO MESS6O
                 ELSE
                    STRING 'SESSION ' WS-CODE-SES ' MODIFIEE'
                           DELIMITED BY SIZE INTO MESS6O
                 END-IF
               ELSE
                 MOVE 'REWRITE' TO SP-OPERATION
                 MOVE MON-FICHIER-SES TO SP-FICHIER
                 PERFORM 80000-APPEL-SPERR
                 STRING 'ERREUR FICHIER ' TEXT-ERREUR
                        DELIMITED BY SIZE INTO MESS6O
               MOVE 'SESSION NON TROUVEE' TO MESS6O
             WHEN OTHER
               MOVE 'READ-UPD' TO SP-OPERATION
               MOVE MON-FICHIER-SES TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESS6O

       23700-SUPPRESSION.
      *------------------*
           EXEC CICS READ FILE  (MON-FICHIER-SES)
                          RIDFLD(WS-CODE-SES)
                          INTO  (E-SESSION)
                          RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              MOVE S-SITE      TO WS-SITE-CTL
              MOVE 'DELETE'    TO ST-OPERATION
              PERFORM 23350-CONTROLE-SITE
           END-IF
           EXEC CICS DELETE FILE  (MON-FICHIER-SES)
                            RIDFLD(WS-CODE-SES)
                            RESP  (C-R)
                                RIDFLD(WS-CODE-SES)
                                RESP  (C-R)
               END-EXEC
      *  AINSI QUE L'HISTORIQUE DES TAUX (SUPPRESSION GENERIQUE SUR
      *  LE CODE SESSION, MEILLEUR EFFORT)
               MOVE WS-CODE-SES TO WS-CLE-TAUX-SES
               EXEC CICS DELETE FILE     (MON-FICHIER-TAUX)
                                RIDFLD   (WS-CLE-TAUX)
                                KEYLENGTH(10)
                                GENERIC
                                RESP     (C-R-TAUX)
               END-EXEC
      *  ET LE BUDGET DE LA SESSION (MEILLEUR EFFORT)
               EXEC CICS DELETE FILE  (MON-FICHIER-BUD)
                                RIDFLD(WS-CODE-SES)
                                RESP  (C-R-BUD)
               END-EXEC
      *  ET LA RESERVATION DE SALLE, QUI LIBERE LA SALLE (MEILLEUR
      *  EFFORT)
               EXEC CICS DELETE FILE  (MON-FICHIER-RES)
                                RIDFLD(WS-CODE-SES)
                                RESP  (C-R-RES)
               END-EXEC
      *  ET LES PREREQUIS D'ENTREE (MEILLEUR EFFORT)
               EXEC CICS DELETE FILE  (MON-FICHIER-PRQ)
                                RIDFLD(WS-CODE-SES)
                                RESP  (C-R-PRQ)
               END-EXEC
               MOVE DFHRESP(NORMAL) TO C-R
               STRING 'SESSION ' WS-CODE-SES ' SUPPRIMEE'
                      DELIMITED BY SIZE INTO MESS6O
               MOVE 'SESSION NON TROUVEE' TO MESS6O
             WHEN OTHER
               MOVE 'DELETE' TO SP-OPERATION
               MOVE MON-FICHIER-SES TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESS6O
           END-IF
           .

      *  AFFICHAGE DU BUDGET PAR POSTE ET DES AUTRES COUTS ENGAGES,
      *  EN CENTIMES - SESSION SANS BUDGET : ZONES A BLANC
       23425-AFFICHE-BUDGET.
      *---------------------*
           MOVE WS-CODE-SES TO BG-CODE-SESSION
           EXEC CICS READ FILE  (MON-FICHIER-BUD)
                          RIDFLD(BG-CODE-SESSION)
                          INTO  (E-BUDGET)
                          RESP  (C-R-BUD)
           END-EXEC
           IF C-R-BUD = DFHRESP(NORMAL)
              COMPUTE WS-MONTANT-CENT = BG-BUDGET-FORM * 100
              MOVE WS-MONTANT-CENT TO BFO6I
              COMPUTE WS-MONTANT-CENT = BG-BUDGET-INDEM * 100
              MOVE WS-MONTANT-CENT TO BIN6I
              COMPUTE WS-MONTANT-CENT = BG-BUDGET-AUTRES * 100
              MOVE WS-MONTANT-CENT TO BAU6I
              COMPUTE WS-MONTANT-CENT = BG-COUT-AUTRES * 100
              MOVE WS-MONTANT-CENT TO AUT6I
           ELSE
              MOVE SPACES TO BFO6I BIN6I BAU6I AUT6I
           END-IF
           .

      *  AFFICHAGE DES PREREQUIS D'ENTREE - SESSION SANS PREREQUIS :
      *  ZONES A BLANC
       23427-AFFICHE-PREREQUIS.
      *------------------------*
           MOVE WS-CODE-SES TO PQ-CODE-SESSION
           EXEC CICS READ FILE  (MON-FICHIER-PRQ)
                          RIDFLD(PQ-CODE-SESSION)
                          INTO  (E-PREREQUIS)
                          RESP  (C-R-PRQ)
           END-EXEC
           IF C-R-PRQ = DFHRESP(NORMAL)
              MOVE PQ-NIVEAU-MIN    TO PNV6I
              MOVE PQ-SESSION-PREAL TO PSE6I
              MOVE PQ-ADMIS-EXIGE   TO PAD6I
           ELSE
              MOVE SPACES TO PNV6I PSE6I PAD6I
           END-IF
           .

      *  DATE ET HEURE DU JOUR (AAAAMMJJ, HHMMSS)
       23410-DATE-JOUR.
      *----------------*
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(WS-DATE-JOUR)
                               TIME    (WS-HEURE-JOUR)
           END-EXEC
           .

      *  AFFICHAGE DU TAUX EN VIGUEUR CE JOUR (SESSION SANS
      *  HISTORIQUE : LE TAUX DE LA FICHE) ET DES QUATRE DERNIERES
      *  ENTREES DE L'HISTORIQUE, LA PLUS RECENTE EN TETE
       23430-AFFICHE-TAUX.
      *-------------------*
           PERFORM 23410-DATE-JOUR
           MOVE S-TAUX-JOUR  TO WS-TAUX-FICHE
           MOVE WS-DATE-JOUR TO WS-DATE-VIGUEUR
           PERFORM 23440-PARCOURS-TAUX
           COMPUTE WS-TAUX-CENT = WS-TAUX-VIGUEUR * 100
           MOVE WS-TAUX-CENT TO TAU6I
           MOVE SPACES TO HTX6O(1) HTX6O(2)
           IF WS-NB-HISTO > 4
              MOVE 4 TO WS-IND-HISTO
           ELSE
              MOVE WS-NB-HISTO TO WS-IND-HISTO
           END-IF
           MOVE 1 TO WS-IND-LIGNE
           PERFORM UNTIL WS-IND-HISTO = ZERO
              PERFORM 23435-FORMATE-TAUX
              COMPUTE WS-IND-HTX = (WS-IND-LIGNE + 1) / 2
              IF WS-IND-LIGNE = 1 OR WS-IND-LIGNE = 3
                 MOVE WS-ENTREE-TAUX TO HTX6O(WS-IND-HTX)(1:36)
              ELSE
                 MOVE WS-ENTREE-TAUX TO HTX6O(WS-IND-HTX)(37:36)
              END-IF
              ADD 1 TO WS-IND-LIGNE
              SUBTRACT 1 FROM WS-IND-HISTO
           END-PERFORM
           .

      *  UNE ENTREE DE L'HISTORIQUE AU FORMAT D'AFFICHAGE : DATE
      *  D'EFFET (ORIGINE POUR LE TAUX INITIAL), TAUX, OPERATEUR ET
      *  DATE DE SAISIE
       23435-FORMATE-TAUX.
      *-------------------*
           IF WS-H-EFFET(WS-IND-HISTO) = ZERO
              MOVE 'ORIGINE' TO ET-EFFET
           ELSE
              MOVE WS-H-EFFET(WS-IND-HISTO)(7:2) TO ET-EFFET(1:2)
              MOVE '/'                           TO ET-EFFET(3:1)
              MOVE WS-H-EFFET(WS-IND-HISTO)(5:2) TO ET-EFFET(4:2)
              MOVE '/'                           TO ET-EFFET(6:1)
              MOVE WS-H-EFFET(WS-IND-HISTO)(1:4) TO ET-EFFET(7:4)
           END-IF
           MOVE WS-H-TAUX(WS-IND-HISTO) TO ET-TAUX
           MOVE WS-H-PAR(WS-IND-HISTO)  TO ET-PAR
           MOVE WS-H-SAISIE(WS-IND-HISTO)(7:2) TO ET-SAISIE(1:2)
           MOVE '/'                            TO ET-SAISIE(3:1)
           MOVE WS-H-SAISIE(WS-IND-HISTO)(5:2) TO ET-SAISIE(4:2)
           MOVE '/'                            TO ET-SAISIE(6:1)
           MOVE WS-H-SAISIE(WS-IND-HISTO)(1:4) TO ET-SAISIE(7:4)
           .

      *  PARCOURS DE L'HISTORIQUE DES TAUX DE LA SESSION (ORDRE DES
      *  DATES D'EFFET) : NOMBRE D'ENTREES, TAUX EN VIGUEUR A LA DATE
      *  WS-DATE-VIGUEUR (ENTREE DE PLUS GRANDE DATE D'EFFET NE LA
      *  DEPASSANT PAS, A DEFAUT LE TAUX DE LA FICHE WS-TAUX-FICHE)
      *  ET LES QUATRE ENTREES LES PLUS RECENTES
       23440-PARCOURS-TAUX.
      *--------------------*
           MOVE ZERO          TO WS-NB-HISTO
           MOVE WS-TAUX-FICHE TO WS-TAUX-VIGUEUR
           MOVE WS-CODE-SES   TO WS-CLE-TAUX-SES
           MOVE ZERO          TO WS-CLE-TAUX-EFFET
           EXEC CICS STARTBR FILE   (MON-FICHIER-TAUX)
                              RIDFLD (WS-CLE-TAUX)
                              GTEQ
                              RESP   (C-R-TAUX)
           END-EXEC
           IF C-R-TAUX NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE  (MON-FICHIER-TAUX)
                              INTO  (E-TAUX-SESSION)
                              RIDFLD(WS-CLE-TAUX)
                              RESP  (C-R-TAUX)
           END-EXEC
           PERFORM UNTIL C-R-TAUX NOT = DFHRESP(NORMAL)
                      OR TX-CODE-SESSION NOT = WS-CODE-SES
              ADD 1 TO WS-NB-HISTO
              IF TX-DATE-EFFET NOT > WS-DATE-VIGUEUR
                 MOVE TX-TAUX TO WS-TAUX-VIGUEUR
              END-IF
              PERFORM 23450-RETIENT-TAUX
              EXEC CICS READNEXT FILE  (MON-FICHIER-TAUX)
                                 INTO  (E-TAUX-SESSION)
                                 RIDFLD(WS-CLE-TAUX)
                                 RESP  (C-R-TAUX)
              END-EXEC
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER-TAUX) END-EXEC
           .

      *  CONSERVATION DES QUATRE DERNIERES ENTREES LUES (LA PLUS
      *  ANCIENNE SORT DE LA TABLE)
       23450-RETIENT-TAUX.
      *-------------------*
           IF WS-NB-HISTO > 4
              MOVE WS-HISTO(2) TO WS-HISTO(1)
              MOVE WS-HISTO(3) TO WS-HISTO(2)
              MOVE WS-HISTO(4) TO WS-HISTO(3)
              MOVE 4 TO WS-IND-HISTO
           ELSE
              MOVE WS-NB-HISTO TO WS-IND-HISTO
           END-IF
           MOVE TX-DATE-EFFET  TO WS-H-EFFET(WS-IND-HISTO)
           MOVE TX-TAUX        TO WS-H-TAUX(WS-IND-HISTO)
           MOVE TX-SAISI-PAR   TO WS-H-PAR(WS-IND-HISTO)
           MOVE TX-DATE-SAISIE TO WS-H-SAISIE(WS-IND-HISTO)
           .

      *  CHANGEMENT DE TAUX EN MODIFICATION : LE TAUX SAISI EST
      *  COMPARE AU TAUX EN VIGUEUR A LA DATE D'EFFET ; S'IL DIFFERE
      *  IL EST ENREGISTRE A CETTE DATE (UNE SESSION SANS HISTORIQUE
      *  Y RECOIT D'ABORD LE TAUX DE SA FICHE COMME TAUX INITIAL) -
      *  LA FICHE GARDE LE TAUX EN VIGUEUR CE JOUR : UN TAUX DATE
      *  DANS LE FUTUR N'Y EST PAS REPORTE
       23650-CHANGE-TAUX.
      *------------------*
           MOVE 'N'           TO WS-TAUX-CHANGE
           MOVE S-TAUX-JOUR   TO WS-TAUX-SAISI
           MOVE WS-DATE-EFFET TO WS-DATE-VIGUEUR
           PERFORM 23440-PARCOURS-TAUX
           IF WS-TAUX-SAISI NOT = WS-TAUX-VIGUEUR
              IF WS-NB-HISTO = ZERO
                 MOVE ZERO          TO TX-DATE-EFFET
                 MOVE WS-TAUX-FICHE TO TX-TAUX
                 MOVE 'REPRISE '    TO TX-ORIGINE
                 PERFORM 23660-ECRIT-TAUX
              END-IF
              MOVE WS-DATE-EFFET TO TX-DATE-EFFET
              MOVE WS-TAUX-SAISI TO TX-TAUX
              MOVE MON-PROG      TO TX-ORIGINE
              PERFORM 23660-ECRIT-TAUX
              MOVE 'O' TO WS-TAUX-CHANGE
           END-IF
           MOVE WS-DATE-JOUR TO WS-DATE-VIGUEUR
           PERFORM 23440-PARCOURS-TAUX
           MOVE WS-TAUX-VIGUEUR TO S-TAUX-JOUR
           .

      *  ECRITURE D'UNE ENTREE DE L'HISTORIQUE (DATE D'EFFET, TAUX ET
      *  ORIGINE POSITIONNES PAR L'APPELANT) - UNE ENTREE EXISTANT A
      *  CETTE DATE D'EFFET (TAUX FUTUR CORRIGE AVANT SON ENTREE EN
      *  VIGUEUR) EST REMPLACEE
       23660-ECRIT-TAUX.
      *-----------------*
           PERFORM 23410-DATE-JOUR
           MOVE WS-CODE-SES   TO TX-CODE-SESSION
           MOVE EIBOPID       TO TX-SAISI-PAR
           MOVE WS-DATE-JOUR  TO TX-DATE-SAISIE
           MOVE WS-HEURE-JOUR TO TX-HEURE-SAISIE
           MOVE E-TAUX-SESSION TO WS-ENREG-TAUX
           EXEC CICS WRITE FILE  (MON-FICHIER-TAUX)
                           RIDFLD(TX-CLE)
                           FROM  (E-TAUX-SESSION)
                           RESP  (C-R-TAUX)
           END-EXEC
           IF C-R-TAUX = DFHRESP(DUPREC)
              EXEC CICS READ FILE  (MON-FICHIER-TAUX)
                             RIDFLD(TX-CLE)
                             INTO  (E-TAUX-SESSION)
                             UPDATE
                             RESP  (C-R-TAUX)
              END-EXEC
              IF C-R-TAUX = DFHRESP(NORMAL)
                 MOVE WS-ENREG-TAUX TO E-TAUX-SESSION
                 EXEC CICS REWRITE FILE  (MON-FICHIER-TAUX)
                                   FROM  (E-TAUX-SESSION)
                                   RESP  (C-R-TAUX)
                 END-EXEC
              END-IF
           END-IF
           IF C-R-TAUX NOT = DFHRESP(NORMAL)
              MOVE C-R-TAUX         TO C-R
              MOVE 'WRITE'          TO SP-OPERATION
              MOVE MON-FICHIER-TAUX TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                     INTO MESS6O
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           .

      *  TENUE DU CALENDRIER AVEC LA FICHE SESSION : LES JOURS DE
      *  COURS SAISIS (O/N PAR JOUR, LUNDI A DIMANCHE) REMPLACENT
      *  CEUX DE L'ENTREE, LES DATES D'EXCEPTION (CHARGEES PAR
           END-IF
           .

      *  TENUE DU BUDGET AVEC LA FICHE SESSION : CHAQUE MONTANT SAISI
      *  (CENTIMES) REMPLACE CELUI DE L'ENTREE, UNE ZONE NON SAISIE
      *  LE LAISSE INCHANGE - AUCUNE ZONE SAISIE = PAS DE CHANGEMENT
       23870-MAJ-BUDGET.
      *-----------------*
           IF (BFO6I = LOW-VALUE OR BFO6I = SPACES)
              AND (BIN6I = LOW-VALUE OR BIN6I = SPACES)
              AND (BAU6I = LOW-VALUE OR BAU6I = SPACES)
              AND (AUT6I = LOW-VALUE OR AUT6I = SPACES)
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CODE-SES TO BG-CODE-SESSION
           EXEC CICS READ FILE  (MON-FICHIER-BUD)
                          RIDFLD(BG-CODE-SESSION)
                          INTO  (E-BUDGET)
                          UPDATE
                          RESP  (C-R-BUD)
           END-EXEC
           IF C-R-BUD = DFHRESP(NOTFND)
              MOVE SPACES      TO E-BUDGET
              MOVE WS-CODE-SES TO BG-CODE-SESSION
              MOVE ZERO TO BG-BUDGET-FORM BG-BUDGET-INDEM
                           BG-BUDGET-AUTRES BG-COUT-AUTRES
           END-IF
           IF BFO6I NUMERIC
              MOVE BFO6I TO WS-MONTANT-CENT
              COMPUTE BG-BUDGET-FORM = WS-MONTANT-CENT / 100
           END-IF
           IF BIN6I NUMERIC
              MOVE BIN6I TO WS-MONTANT-CENT
              COMPUTE BG-BUDGET-INDEM = WS-MONTANT-CENT / 100
           END-IF
           IF BAU6I NUMERIC
              MOVE BAU6I TO WS-MONTANT-CENT
              COMPUTE BG-BUDGET-AUTRES = WS-MONTANT-CENT / 100
           END-IF
           IF AUT6I NUMERIC
              MOVE AUT6I TO WS-MONTANT-CENT
              COMPUTE BG-COUT-AUTRES = WS-MONTANT-CENT / 100
           END-IF
           PERFORM 23410-DATE-JOUR
           MOVE WS-DATE-JOUR  TO BG-DATE-MAJ
           MOVE WS-HEURE-JOUR TO BG-HEURE-MAJ
           MOVE EIBOPID       TO BG-MAJ-PAR
           EVALUATE C-R-BUD
             WHEN DFHRESP(NORMAL)
               MOVE 'REWRITE' TO SP-OPERATION
               EXEC CICS REWRITE FILE  (MON-FICHIER-BUD)
                                 FROM  (E-BUDGET)
                                 RESP  (C-R-BUD)
               END-EXEC
             WHEN DFHRESP(NOTFND)
               MOVE 'WRITE' TO SP-OPERATION
               EXEC CICS WRITE FILE  (MON-FICHIER-BUD)
                               RIDFLD(BG-CODE-SESSION)
                               FROM  (E-BUDGET)
                               RESP  (C-R-BUD)
               END-EXEC
             WHEN OTHER
               MOVE 'READ-UPD' TO SP-OPERATION
           END-EVALUATE
           IF C-R-BUD NOT = DFHRESP(NORMAL)
              MOVE C-R-BUD         TO C-R
              MOVE MON-FICHIER-BUD TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                     INTO MESS6O
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           .

      *  TENUE DES PREREQUIS AVEC LA FICHE SESSION : L'ECRAN FAIT
      *  FOI (COMME POUR LA SALLE) - LES TROIS ZONES A BLANC
      *  SUPPRIMENT L'ENTREE, SINON ELLE EST CREEE OU REMPLACEE ; LA
      *  LONGUEUR UTILE DE LA SESSION PREALABLE EST CALCULEE ICI
       23880-MAJ-PREREQUIS.
      *--------------------*
           MOVE WS-CODE-SES TO PQ-CODE-SESSION
           EXEC CICS READ FILE  (MON-FICHIER-PRQ)
                          RIDFLD(PQ-CODE-SESSION)
                          INTO  (E-PREREQUIS)
                          UPDATE
                          RESP  (C-R-PRQ)
           END-EXEC
           IF PNV6I = SPACE AND PSE6I = SPACES AND PAD6I = SPACE
              IF C-R-PRQ NOT = DFHRESP(NORMAL)
                 EXIT PARAGRAPH
              END-IF
              MOVE 'DELETE' TO SP-OPERATION
              EXEC CICS DELETE FILE  (MON-FICHIER-PRQ)
                               RESP  (C-R-PRQ)
              END-EXEC
           ELSE
              IF C-R-PRQ = DFHRESP(NOTFND)
                 MOVE SPACES      TO E-PREREQUIS
                 MOVE WS-CODE-SES TO PQ-CODE-SESSION
              END-IF
              MOVE PNV6I TO PQ-NIVEAU-MIN
              MOVE PSE6I TO PQ-SESSION-PREAL
              MOVE PAD6I TO PQ-ADMIS-EXIGE
              MOVE ZERO  TO PQ-LG-PREAL
              IF PSE6I NOT = SPACES
                 MOVE 10 TO PQ-LG-PREAL
                 PERFORM UNTIL PSE6I(PQ-LG-PREAL:1) NOT = SPACE
                    SUBTRACT 1 FROM PQ-LG-PREAL
                 END-PERFORM
              END-IF
              PERFORM 23410-DATE-JOUR
              MOVE WS-DATE-JOUR  TO PQ-DATE-MAJ
              MOVE WS-HEURE-JOUR TO PQ-HEURE-MAJ
              MOVE EIBOPID       TO PQ-MAJ-PAR
              EVALUATE C-R-PRQ
                WHEN DFHRESP(NORMAL)
                  MOVE 'REWRITE' TO SP-OPERATION
                  EXEC CICS REWRITE FILE  (MON-FICHIER-PRQ)
                                    FROM  (E-PREREQUIS)
                                    RESP  (C-R-PRQ)
                  END-EXEC
                WHEN DFHRESP(NOTFND)
                  MOVE 'WRITE' TO SP-OPERATION
                  EXEC CICS WRITE FILE  (MON-FICHIER-PRQ)
                                  RIDFLD(PQ-CODE-SESSION)
                                  FROM  (E-PREREQUIS)
                                  RESP  (C-R-PRQ)
                  END-EXEC
                WHEN OTHER
                  MOVE 'READ-UPD' TO SP-OPERATION
              END-EVALUATE
           END-IF
           IF C-R-PRQ NOT = DFHRESP(NORMAL)
              MOVE C-R-PRQ         TO C-R
              MOVE MON-FICHIER-PRQ TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                     INTO MESS6O
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           .

      *  SALLE DE LA SESSION EN CREATION / MODIFICATION - LA SALLE
      *  EST CHERCHEE SUR LE SITE DE LA SESSION DANS LE REFERENTIEL
      *  FSALL03 ; LA CAPACITE (OBLIGATOIRE AVEC UNE SALLE) NE PEUT
      *  DEPASSER SES PLACES ET LA SALLE NE DOIT PAS ETRE RESERVEE
      *  PAR UNE AUTRE SESSION SUR UNE PERIODE QUI RECOUVRE CELLE DE
      *  LA SESSION - SALLE NON SAISIE = SESSION SANS SALLE
       24000-CHECK-SALLE.
      *------------------*
           IF SAL6I = LOW-VALUE OR SAL6I = SPACES
              EXIT PARAGRAPH
           END-IF
           IF SIT6I = LOW-VALUE OR SIT6I = SPACES
              STRING 'SITE OBLIGATOIRE POUR RESERVER UNE SALLE'
                  DELIMITED BY SIZE INTO MESS6O
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE SIT6I TO SA-SITE
           MOVE SAL6I TO SA-CODE-SALLE
           EXEC CICS READ FILE  (MON-FICHIER-SAL)
                          RIDFLD(SA-CLE)
                          INTO  (E-SALLE)
                          RESP  (C-R-RES)
           END-EXEC
           EVALUATE C-R-RES
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(NOTFND)
               STRING 'SALLE ' SAL6I ' INCONNUE SUR LE SITE DE LA '
                      'SESSION' DELIMITED BY SIZE INTO MESS6O
               PERFORM  22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE C-R-RES         TO C-R
               MOVE 'READ'          TO SP-OPERATION
               MOVE MON-FICHIER-SAL TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESS6O
               PERFORM  22000-TRAIT-ENVOI
           END-EVALUATE
           MOVE SA-PLACES TO WS-PLACES-ED
           IF CAP6I NUMERIC
              MOVE CAP6I TO WS-CAPA-SAISIE
           ELSE
              MOVE ZERO  TO WS-CAPA-SAISIE
           END-IF
           IF WS-CAPA-SAISIE = ZERO
              STRING 'CAPACITE OBLIGATOIRE AVEC UNE SALLE ('
                     WS-PLACES-ED ' PLACES)'
                     DELIMITED BY SIZE INTO MESS6O
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF WS-CAPA-SAISIE > SA-PLACES
              STRING 'CAPACITE SUPERIEURE AUX ' WS-PLACES-ED
                     ' PLACES DE LA SALLE ' SAL6I
                     DELIMITED BY SIZE INTO MESS6O
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE DEBS6I(5:4) TO WS-RES-DEB(1:4)
           MOVE DEBS6I(3:2) TO WS-RES-DEB(5:2)
           MOVE DEBS6I(1:2) TO WS-RES-DEB(7:2)
           IF FINS6I = LOW-VALUE OR FINS6I = SPACES
                                 OR FINS6I = ZERO
              MOVE 99999999    TO WS-RES-FIN
           ELSE
              MOVE FINS6I(5:4) TO WS-RES-FIN(1:4)
              MOVE FINS6I(3:2) TO WS-RES-FIN(5:2)
              MOVE FINS6I(1:2) TO WS-RES-FIN(7:2)
           END-IF
           PERFORM 24010-CHERCHE-CONFLIT
           IF WS-SES-CONFLIT NOT = SPACES
              STRING 'SALLE ' SAL6I ' DEJA RESERVEE SUR LA PERIODE '
                     'PAR LA SESSION ' WS-SES-CONFLIT
                     DELIMITED BY SIZE INTO MESS6O
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           .

      *  PARCOURS DES RESERVATIONS DE LA SALLE (CHEMIN FRESASAL, CLE
      *  SITE + CODE SALLE, DOUBLONS) : LA PREMIERE RESERVATION D'UNE
      *  AUTRE SESSION DONT LA PERIODE RECOUVRE WS-RES-DEB A
      *  WS-RES-FIN EST RENDUE DANS WS-SES-CONFLIT (BLANC = LIBRE)
       24010-CHERCHE-CONFLIT.
      *----------------------*
           MOVE SPACES TO WS-SES-CONFLIT
           MOVE SA-CLE TO WS-CLE-SALLE
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
                      OR RV-SALLE NOT = SA-CLE
                      OR WS-SES-CONFLIT NOT = SPACES
              IF RV-CODE-SESSION NOT = WS-CODE-SES
                 AND RV-DATE-DEBUT NOT > WS-RES-FIN
                 AND RV-DATE-FIN NOT < WS-RES-DEB
                 MOVE RV-CODE-SESSION TO WS-SES-CONFLIT
              END-IF
              EXEC CICS READNEXT FILE  (MON-FICHIER-RESPATH)
                                 INTO  (E-RESERVATION)
                                 RIDFLD(WS-CLE-SALLE)
                                 RESP  (C-R-RES)
              END-EXEC
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER-RESPATH) END-EXEC
           .

      *  TENUE DE LA RESERVATION AVEC LA FICHE SESSION (APRES SON
      *  ECRITURE) : LA SALLE SAISIE EST RESERVEE POUR LA PERIODE DE
      *  LA SESSION (CONTROLEE PAR 24000) ; SALLE EFFACEE = LA
      *  RESERVATION EST SUPPRIMEE ET LA SALLE LIBEREE
       24050-MAJ-RESERVATION.
      *----------------------*
           IF SAL6I = LOW-VALUE OR SAL6I = SPACES
              EXEC CICS DELETE FILE  (MON-FICHIER-RES)
                               RIDFLD(WS-CODE-SES)
                               RESP  (C-R-RES)
              END-EXEC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CODE-SES TO RV-CODE-SESSION
           EXEC CICS READ FILE  (MON-FICHIER-RES)
                          RIDFLD(RV-CODE-SESSION)
                          INTO  (E-RESERVATION)
                          UPDATE
                          RESP  (C-R-RES)
           END-EXEC
           IF C-R-RES = DFHRESP(NOTFND)
              MOVE SPACES      TO E-RESERVATION
              MOVE WS-CODE-SES TO RV-CODE-SESSION
           END-IF
           PERFORM 23410-DATE-JOUR
           MOVE S-SITE       TO RV-SITE
           MOVE SAL6I        TO RV-CODE-SALLE
           MOVE WS-RES-DEB   TO RV-DATE-DEBUT
           MOVE WS-RES-FIN   TO RV-DATE-FIN
           MOVE WS-DATE-JOUR TO RV-DATE-SAISIE
           MOVE EIBOPID      TO RV-SAISI-PAR
           EVALUATE C-R-RES
             WHEN DFHRESP(NORMAL)
               MOVE 'REWRITE' TO SP-OPERATION
               EXEC CICS REWRITE FILE  (MON-FICHIER-RES)
                                 FROM  (E-RESERVATION)
                                 RESP  (C-R-RES)
               END-EXEC
             WHEN DFHRESP(NOTFND)
               MOVE 'WRITE' TO SP-OPERATION
               EXEC CICS WRITE FILE  (MON-FICHIER-RES)
                               RIDFLD(RV-CODE-SESSION)
                               FROM  (E-RESERVATION)
                               RESP  (C-R-RES)
               END-EXEC
             WHEN OTHER
               MOVE 'READ-UPD' TO SP-OPERATION
           END-EVALUATE
           IF C-R-RES NOT = DFHRESP(NORMAL)
              MOVE C-R-RES         TO C-R
              MOVE MON-FICHIER-RES TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                     INTO MESS6O
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           .

      *  AFFICHAGE DE LA SALLE RESERVEE PAR LA SESSION ET DE SES
      *  PLACES - SESSION SANS RESERVATION : ZONES A BLANC
       24070-AFFICHE-SALLE.
      *--------------------*
           MOVE SPACES TO SAL6I PLS6O
           MOVE WS-CODE-SES TO RV-CODE-SESSION
           EXEC CICS READ FILE  (MON-FICHIER-RES)
                          RIDFLD(RV-CODE-SESSION)
                          INTO  (E-RESERVATION)
                          RESP  (C-R-RES)
           END-EXEC
           IF C-R-RES NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           MOVE RV-CODE-SALLE TO SAL6I
           MOVE RV-SALLE      TO SA-CLE
           EXEC CICS READ FILE  (MON-FICHIER-SAL)
                          RIDFLD(SA-CLE)
                          INTO  (E-SALLE)
                          RESP  (C-R-RES)
           END-EXEC
           IF C-R-RES = DFHRESP(NORMAL)
              MOVE SA-PLACES TO WS-PLACES-ED
              MOVE WS-PLACES-ED TO PLS6O
           END-IF
           .

       23900-TRAIT-FIN.
      *---------------*
           MOVE 'FIN DE LA TRANSACTION' TO MESSAGE-TXT
      *  L'INCIDENT SUR LA TD ERRL (RAPPORT RPTERR)
           MOVE C-R        TO SP-RESP
           MOVE MON-PROG   TO SP-PROGRAMME
      *  SP-OPERATION (L'OPERATION EN COURS) ET SP-FICHIER SONT
      *  POSITIONNES PAR L'APPELANT JUSTE AVANT LE PERFORM
           MOVE SPACES     TO SP-LIBELLE
           EXEC CICS LINK PROGRAM (SPERR)
                          COMMAREA(SPERR-COMMAREA)
           END-IF
           MOVE SP-LIBELLE TO TEXT-ERREUR
           .
      *  CLOISONNEMENT PAR SITE : LE SERVICE SITE3 DIT SI LE SITE DE
      *  LA SESSION (WS-CODE-SES, SITE FOURNI DANS WS-SITE-CTL) EST
      *  L'UN DE CEUX DE L'OPERATEUR (DROIT TOUS SITES POUR LE SIEGE)
      *  ET JOURNALISE LE REFUS PAR SPERR3 QUAND ST-JOURNAL = 'O' -
      *  ST-OPERATION ET ST-JOURNAL SONT POSITIONNES PAR L'APPELANT -
      *  SERVICE INDISPONIBLE = ACCES REFUSE
       80700-CONTROLE-SITE.
      *--------------------*
           MOVE MON-PROG       TO ST-PROGRAMME
           MOVE MON-FICHIER-SES TO ST-FICHIER
           MOVE WS-CODE-SES    TO ST-SESSION
           MOVE WS-SITE-CTL    TO ST-SITE
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
