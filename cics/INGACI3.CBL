       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGACI3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *   PRE-CONTROLE D'ELIGIBILITE A L'ACCUEIL : A PARTIR DE LA
      *   DATE DE NAISSANCE, DU CODE POSTAL ET DE LA SESSION DEMANDEE
      *   (NOM ET PRENOM FACULTATIFS), L'ECRAN PASSE LES MEMES
      *   CONTROLES QUE LA CREATION INF1CI3 - REGLES DU MODULE COMMUN
      *   VALSTAG (AGE, DEPARTEMENT), DEROGATION FDERO03, RADIATION
      *   ANTERIEURE (ARCHIVE FSTAGARC), CAPACITE DE LA SESSION - ET
      *   DONNE UN AVIS SANS RIEN ECRIRE DANS LE FICHIER STAGIAIRE.
      *   CHAQUE DEMANDE EST JOURNALISEE AVEC SON ISSUE DANS FACCU03
      *   (ANONYME) POUR LE RAPPORT MENSUEL RPTACCU. OPTION W DU MENU
      *   (NIVEAU 1)
       01  WS-COMMAREA.
           05 PROG-PRECEDENT      PIC X(8).
           05 PROG-COURANT        PIC X(8).
           05 PROG-SUIVANT        PIC X(8).
           05 ETAPE               PIC X.
           05 MESSPROG            PIC X(40).
           05 FILLER              PIC X(34).
       01 C-R                     PIC S9(8) COMP.
       01 C-R-ED                  PIC ZZZ9.
       01 WS-TIME                 PIC X(8).
       01 TEXT-ERREUR             PIC X(15).
      *   COMMAREA DU SERVICE D'ERREUR SPERR3
       COPY SPERRCA.
       01 MON-PROG                PIC X(8) VALUE 'INGACI3 '.
       01 PROGMENU                PIC X(8) VALUE 'INF0CI3 '.
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
       01 MON-FICHIER             PIC X(8) VALUE 'FACCU03 '.
       01 MON-FICHIER-SES         PIC X(8) VALUE 'FSESS03 '.
      *   CHEMIN PAR CODE SESSION (AIX FSTAGSES SUR E-CODE-SESSION)
      *   POUR LE DECOMPTE DES INSCRITS, COMME INF1CI3
       01 MON-FICHIER-SESPATH     PIC X(8) VALUE 'FSTAGSES'.
       01 WS-SES-BR               PIC X(10).
      *   CHEMIN PAR NOM SUR L'ARCHIVE DES SUPPRIMES (AIX FSTARCNM)
       01 MON-FICHIER-ARCNOM      PIC X(8) VALUE 'FSTARCNM'.
       01 WS-NOM-ARC              PIC X(25).
       77 ARC-TROUVE              PIC X.
       01 MON-FICHIER-DER         PIC X(8) VALUE 'FDERO03 '.
       77 WS-DEROG-TROUVE         PIC X.
      *   STATUT DE BASCULE (QUIESCE PARTIEL = LECTURE SEULE)
       01 MON-FICHIER-CTL         PIC X(8) VALUE 'FCTL03  '.
       01 MA-MAP                  PIC X(8) VALUE 'MAPAC   '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
       01 PROGHELP                PIC X(8) VALUE 'HELP3   '.
           COPY HELPCA.
       01 MA-TRX                  PIC X(4) VALUE 'UAC3'.
      *   DATE (AAAAMMJJ) ET HEURE (HHMMSS) DE LA DEMANDE
       01 DAT                     PIC 9(8).
       01 WS-HEURE                PIC 9(6).
       01 DDN-9                   PIC 9(8).
      *   AGE EXACT A LA DATE DU JOUR (MEME CALCUL QUE VALSTAG)
       77 WS-AGE                  PIC 9(3).
       77 ADN-9                   PIC 9(4).
       77 DAT-9                   PIC 9(4).
       77 MMJJ-NAIS               PIC 9(4).
       77 MMJJ-JOUR               PIC 9(4).
      *   'O' QUAND NOM ET PRENOM SONT SAISIS
       77 WS-IDENTITE             PIC X.
      *   COMPTAGE DES INSCRITS DE LA SESSION (S-CAPACITE)
       77 WS-NB-INSCRITS          PIC 9(4) COMP VALUE ZERO.
      *   'O' QUAND LA SESSION EST COMPLETE
       77 WS-COMPLETE             PIC X.
       01 WS-NB-ED                PIC ZZZ9.
       01 WS-CAPA-ED              PIC ZZZ9.
      *   ISSUE ET MOTIF RETENUS (CF FACCU.cpy) - LA PLUS GRAVE
      *   L'EMPORTE : R NON ELIGIBLE, X A EXAMINER, W LISTE
      *   D'ATTENTE PROBABLE, E ELIGIBLE
       01 WS-ISSUE                PIC X(1).
       01 WS-MOTIF                PIC X(4).
       01 WS-DEROGATION           PIC X(1).
      *   ZONE D'ECHANGE DU MODULE DE VALIDATION COMMUN
       COPY VALCA.
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

      *   DESCRIPTION DU JOURNAL DES DEMANDES D'ACCUEIL      *
       COPY FACCU.
      *   DESCRIPTION DU FICHIER KSD                         *
       COPY FSTAG.
      *   DESCRIPTION DU FICHIER KSD DES SESSIONS            *
       COPY FSESS.
      *   DESCRIPTION DE L'ENREGISTREMENT D'ARCHIVE
       COPY FSTAGARC.
      *   DESCRIPTION DU FICHIER KSD DES DEROGATIONS
       COPY FDERO.
      *   ENREGISTREMENT DE CONTROLE (STATUT DE LA BASCULE)  *
       COPY FCTL.
      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM           *
       01  MESSAGE-TXT            PIC X(79).

      *   DESCRIPTION   DES  TOUCHES   FONCTIONS             *
       COPY DFHAID.

      *   DESCRIPTION   DES  ATTRIBUTS                       *
       COPY DFHBMSCA.


       LINKAGE SECTION.
      *   LA COMMAREA EST RELUE SUR SA LONGUEUR REELLE (EIBCALEN) :
      *   LE MENU EST PLUS COURT, HELP3 REND LA SIENNE
       01  DFHCOMMAREA.
           05 LK-COMMAREA            PIC X(99).
       PROCEDURE DIVISION.
       00000-INIT-PROGRAMME.
      *---------------------*
            PERFORM  10000-DEBUT-PROGRAMME
            PERFORM  20000-TRAIT-PROGRAMME
            GOBACK.

       10000-DEBUT-PROGRAMME.
      *---------------------*
      *   TEST DE PREMIERE ENTREE DANS LE PROGRAMME
      *   SI NON PROGRAMME  MENU ===>  ARRET  (ACCES INTERDIT)
           IF EIBCALEN = 0
              INITIALIZE      WS-COMMAREA
           ELSE
              MOVE SPACES TO WS-COMMAREA
              MOVE LK-COMMAREA(1:EIBCALEN)  TO WS-COMMAREA
           END-IF

           MOVE  PROG-COURANT     TO  PROG-PRECEDENT
           MOVE  MON-PROG         TO  PROG-COURANT
           .
       20000-TRAIT-PROGRAMME.
      *---------------------*
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              PERFORM  21000-TRAIT-CHARGEMENT
              PERFORM  22000-TRAIT-ENVOI
           ELSE
              PERFORM  23000-TRAIT-RECEPTION
           END-IF
           .
      *********************************************************

       21000-TRAIT-CHARGEMENT.
      *----------------------*
      *  CHARGEMENT DE LA MAP AVANT AFFICHAGE
           MOVE LOW-VALUE TO MAPACI
           MOVE 'SAISIR DATE DE NAISSANCE, CODE POSTAL ET SESSION'
                TO MESSACO
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           PERFORM 10600-AFFICHE-MODE
           STRING EIBTRMID '/' MON-MAPSET DELIMITED BY SIZE
                  INTO TERMACO
           STRING 'OPERATEUR:' EIBOPID DELIMITED BY SIZE
                  INTO OPIDACO
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(DATACO)
                               DATESEP ('/')
                               TIME (TIMACO)
                               TIMESEP(':')
           END-EXEC
           EXEC CICS SEND MAP    (MA-MAP)
                          MAPSET (MON-MAPSET)
                          FROM   (MAPACO)
                          ERASE
                          CURSOR
           END-EXEC

           MOVE PROG-COURANT TO PROG-SUIVANT

           EXEC CICS RETURN TRANSID  (MA-TRX)
                            COMMAREA (WS-COMMAREA)
                            LENGTH   (LENGTH OF WS-COMMAREA)
           END-EXEC
           .

       23000-TRAIT-RECEPTION.
      *---------------------*
           EVALUATE EIBAID
              WHEN DFHENTER
                   PERFORM 23100-TRAIT-ENTER
              WHEN DFHPF3
                   MOVE PROGMENU TO PROG-SUIVANT
                   PERFORM 23050-PROG-SUIVANT
              WHEN DFHPF12
                   PERFORM 23900-TRAIT-FIN
              WHEN DFHPF1
                   PERFORM 23950-AIDE
              WHEN OTHER
                   PERFORM 90000-ERR-TOUCHE
           END-EVALUATE
           .
      *  PENDANT UN QUIESCE PARTIEL, LE MODE LECTURE SEULE EST
      *  AFFICHE SUR L'ECRAN QUAND LA LIGNE MESSAGE EST LIBRE - LE
      *  PRE-CONTROLE RESTE SERVI (LE JOURNAL FACCU03 N'EST LU PAR
      *  LE BATCH QU'EN PARTAGE)
       10600-AFFICHE-MODE.
      *-------------------*
           IF MESSACO = SPACES OR MESSACO = LOW-VALUES
              MOVE 'QUIESCE ' TO CT-CLE
              EXEC CICS READ FILE  (MON-FICHIER-CTL)
                             RIDFLD(CT-CLE)
                             INTO  (E-CONTROLE)
                             RESP  (C-R)
              END-EXEC
              IF C-R = DFHRESP(NORMAL) AND CT-ETAT = 'L'
                 MOVE 'SERVICE EN LECTURE SEULE (FENETRE BATCH)'
                      TO MESSACO
              END-IF
           END-IF
           .

       23050-PROG-SUIVANT.
      *------------------*
           EXEC CICS XCTL  PROGRAM  (PROG-SUIVANT)
                           COMMAREA (WS-COMMAREA)
                           LENGTH   (LENGTH OF WS-COMMAREA)
                           RESP     (C-R)
           END-EXEC
           STRING 'PROGRAMME ' PROG-SUIVANT ' NON DISPONIBLE'
                  DELIMITED BY SIZE INTO MESSACO
           PERFORM 22000-TRAIT-ENVOI
           .

      *  PRE-CONTROLE : SAISIE, SESSION, REGLES VALSTAG, DEROGATION,
      *  RADIATION ANTERIEURE, CAPACITE, PUIS AVIS ET JOURNAL - UNE
      *  SAISIE INCOMPLETE OU INVALIDE N'EST PAS JOURNALISEE
       23100-TRAIT-ENTER.
      *------------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAPACI)
                             RESP  (C-R)
           END-EXEC
           EVALUATE C-R
              WHEN DFHRESP(NORMAL)
                CONTINUE
              WHEN DFHRESP(MAPFAIL)
                CONTINUE
              WHEN OTHER
                PERFORM 91000-ERREUR-CICS
           END-EVALUATE
           PERFORM 23200-CHECK-SAISIE
           PERFORM 23250-LECTURE-SESSION
           PERFORM 23300-CONTROLE-REGLES
           PERFORM 23400-CHECK-DEROGATION
           PERFORM 23500-CHECK-ARCHIVE
           PERFORM 23600-CHECK-CAPACITE
           PERFORM 23700-AVIS
           PERFORM 23800-JOURNAL-DEMANDE
           PERFORM 22000-TRAIT-ENVOI
           .

      *  ZONES OBLIGATOIRES : DATE DE NAISSANCE, CODE POSTAL, SESSION
      *  - NOM ET PRENOM VONT ENSEMBLE OU PAS DU TOUT
       23200-CHECK-SAISIE.
      *-------------------*
           IF NOMACI = SPACES
              MOVE LOW-VALUE TO NOMACI
           END-IF
           IF PNMACI = SPACES
              MOVE LOW-VALUE TO PNMACI
           END-IF
           IF DDNACI = LOW-VALUE OR DDNACI NOT NUMERIC
              MOVE 'DATE DE NAISSANCE OBLIGATOIRE (JJMMAAAA)'
                   TO MESSACO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF CPACI = LOW-VALUE OR CPACI = SPACES
              MOVE 'CODE POSTAL OBLIGATOIRE' TO MESSACO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF SESACI = LOW-VALUE OR SESACI = SPACES
              MOVE 'CODE SESSION OBLIGATOIRE' TO MESSACO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF (NOMACI = LOW-VALUE AND PNMACI NOT = LOW-VALUE)
              OR (NOMACI NOT = LOW-VALUE AND PNMACI = LOW-VALUE)
              STRING 'NOM ET PRENOM ENSEMBLE (OU NI L''UN NI '
                     'L''AUTRE)' DELIMITED BY SIZE INTO MESSACO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF NOMACI = LOW-VALUE
              MOVE 'N' TO WS-IDENTITE
           ELSE
              MOVE 'O' TO WS-IDENTITE
           END-IF
           MOVE DDNACI TO DDN-9
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(DAT)
                               TIME    (WS-HEURE)
           END-EXEC
           .

      *  LA SESSION DOIT EXISTER DANS LE REFERENTIEL FSESS03
       23250-LECTURE-SESSION.
      *----------------------*
           MOVE SESACI TO S-CODE
           EXEC CICS READ FILE  (MON-FICHIER-SES)
                          RIDFLD(S-CODE)
                          INTO  (E-SESSION)
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               MOVE S-LIBELLE TO LIBACO
               STRING S-DATE-DEBUT(1:2) '/' S-DATE-DEBUT(3:2) '/'
                      S-DATE-DEBUT(5:4) DELIMITED BY SIZE INTO DEBACO
               STRING S-DATE-FIN(1:2) '/' S-DATE-FIN(3:2) '/'
                      S-DATE-FIN(5:4) DELIMITED BY SIZE INTO FINACO
               MOVE S-SITE    TO SITACO
             WHEN DFHRESP(NOTFND)
               STRING 'CODE SESSION INCONNU - VOIR LE CALENDRIER DES'
                      ' SESSIONS' DELIMITED BY SIZE INTO MESSACO
               PERFORM 22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE 'READ' TO SP-OPERATION
               MOVE MON-FICHIER-SES TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSACO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           .

      *  MODULE COMMUN VALSTAG - MEME LIVRE DE REGLES QUE LA CREATION.
      *  LES ZONES QUE L'ACCUEIL NE DEMANDE PAS (ADRESSE, VILLE, NOM
      *  QUAND IL N'EST PAS DONNE) SONT GARNIES D'UNE VALEUR NEUTRE
      *  POUR QUE SEULES LES REGLES D'AGE ET DE DEPARTEMENT PORTENT ;
      *  LES DATES DE DEBUT ET DE FIN SONT CELLES DE LA SESSION
       23300-CONTROLE-REGLES.
      *----------------------*
           MOVE SPACES TO VA-DONNEES
           IF WS-IDENTITE = 'O'
              MOVE NOMACI TO VA-NOM
              MOVE PNMACI TO VA-PRENOM
           ELSE
              MOVE 'ACCUEIL' TO VA-NOM VA-PRENOM
           END-IF
           MOVE 'PRE-CONTROLE ACCUEIL' TO VA-ADR1 VA-VILLE
           MOVE CPACI        TO VA-CODEP
           MOVE DDNACI       TO VA-DATE-NAISS
           MOVE S-DATE-DEBUT TO VA-DATE-DEBUT
           IF S-DATE-FIN NOT = ZERO
              MOVE S-DATE-FIN TO VA-DATE-FIN
           END-IF
           MOVE DAT TO VA-DATE-JOUR
           CALL 'VALSTAG' USING VALSTAG-COMMAREA
           EVALUATE VA-CODE-RETOUR
             WHEN 'R002'
             WHEN 'R004'
               MOVE 'NOM ET PRENOM : LETTRES, ESPACE ET TIRET SEULEMENT'
                    TO MESSACO
               PERFORM 22000-TRAIT-ENVOI
             WHEN 'R020'
             WHEN 'R021'
             WHEN 'R022'
               MOVE 'DATE DE NAISSANCE INVALIDE (JJMMAAAA)' TO MESSACO
               PERFORM 22000-TRAIT-ENVOI
             WHEN 'R030'
             WHEN 'R031'
             WHEN 'R032'
               STRING 'DATES DE LA SESSION INVALIDES AU REFERENTIEL'
                      ' - VOIR LA GESTION DES SESSIONS'
                      DELIMITED BY SIZE INTO MESSACO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
      *  AGE EXACT POUR L'AFFICHAGE ET LA STATISTIQUE
           MOVE DDN-9(5:4) TO ADN-9
           MOVE DAT(1:4)   TO DAT-9
           IF DAT-9 > ADN-9
              SUBTRACT ADN-9 FROM DAT-9 GIVING WS-AGE
           ELSE
              MOVE ZERO TO WS-AGE
           END-IF
           MOVE DDN-9(3:2) TO MMJJ-NAIS(1:2)
           MOVE DDN-9(1:2) TO MMJJ-NAIS(3:2)
           MOVE DAT(5:4)   TO MMJJ-JOUR
           IF MMJJ-JOUR < MMJJ-NAIS AND WS-AGE > ZERO
              SUBTRACT 1 FROM WS-AGE
           END-IF
           MOVE WS-AGE TO AGEACO
           EVALUATE VA-CODE-RETOUR
             WHEN SPACES
               MOVE 'REGLES DE LA FICHE : CONFORME (AGE ET DEPARTEMENT)'
                    TO VERACO
             WHEN 'R006'
               STRING 'REGLES DE LA FICHE : R006 DEPARTEMENT NON'
                      ' LIMITROPHE' DELIMITED BY SIZE INTO VERACO
             WHEN 'R007'
               STRING 'REGLES DE LA FICHE : R007 DEPARTEMENT PROCHE'
                      ' (LISTE D''ATTENTE)' DELIMITED BY SIZE
                      INTO VERACO
             WHEN 'R023'
               MOVE 'REGLES DE LA FICHE : R023 AGE HORS BORNES'
                    TO VERACO
             WHEN 'R024'
               STRING 'REGLES DE LA FICHE : R024 AGE EN LIMITE'
                      ' (LISTE D''ATTENTE)' DELIMITED BY SIZE
                      INTO VERACO
             WHEN OTHER
               STRING 'REGLES DE LA FICHE : ' VA-CODE-RETOUR
                      DELIMITED BY SIZE INTO VERACO
           END-EVALUATE
           .

      *  DEROGATION DE LA DIRECTION (FDERO03, CLE NOM + PRENOM + DATE
      *  DE NAISSANCE) - COMME A LA CREATION, ELLE LEVE LA REGLE
      *  D'AGE OU DE DEPARTEMENT VISEE ; SANS IDENTITE ELLE NE PEUT
      *  PAS ETRE RECHERCHEE
       23400-CHECK-DEROGATION.
      *-----------------------*
           MOVE 'N' TO WS-DEROG-TROUVE WS-DEROGATION
           IF WS-IDENTITE NOT = 'O'
              STRING 'DEROGATION : NON RECHERCHEE (NOM ET PRENOM NON'
                     ' SAISIS)' DELIMITED BY SIZE INTO DERACO
              EXIT PARAGRAPH
           END-IF
           MOVE NOMACI TO DG-NOM
           MOVE PNMACI TO DG-PRENOM
           MOVE DDN-9  TO DG-DATE-NAISS
           EXEC CICS READ FILE  (MON-FICHIER-DER)
                          RIDFLD(DG-CLE)
                          INTO  (E-DEROGATION)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'DEROGATION : AUCUNE' TO DERACO
              EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO WS-DEROG-TROUVE
           IF (VA-CODE-RETOUR = 'R006' OR VA-CODE-RETOUR = 'R023')
              AND (DG-REGLE = '*' OR DG-REGLE = VA-CODE-RETOUR)
              STRING 'DEROGATION : ACCORDEE LE ' DG-DATE
                     ' - LEVE LA REGLE ' VA-CODE-RETOUR
                     DELIMITED BY SIZE INTO DERACO
              MOVE 'O'    TO WS-DEROGATION
              MOVE SPACES TO VA-CODE-RETOUR
           ELSE
              STRING 'DEROGATION : ACCORDEE LE ' DG-DATE
                     ' (REGLE ' DG-REGLE ') - SANS EFFET ICI'
                     DELIMITED BY SIZE INTO DERACO
           END-IF
           .

      *  RECHERCHE DU MEME CANDIDAT (NOM + PRENOM + DATE DE
      *  NAISSANCE) PARMI LES STAGIAIRES RADIES (ARCHIVE FSTAGARC,
      *  CHEMIN PAR NOM FSTARCNM) - A LA CREATION L'OPERATEUR DOIT
      *  ALORS FORCER LA REINSCRIPTION : LE CAS EST RENVOYE AU
      *  COORDINATEUR
       23500-CHECK-ARCHIVE.
      *--------------------*
           MOVE 'N' TO ARC-TROUVE
           IF WS-IDENTITE NOT = 'O'
              STRING 'RADIATION ANTERIEURE : NON RECHERCHEE (NOM ET'
                     ' PRENOM NON SAISIS)' DELIMITED BY SIZE
                     INTO ARCACO
              EXIT PARAGRAPH
           END-IF
           MOVE NOMACI TO WS-NOM-ARC
           EXEC CICS STARTBR FILE   (MON-FICHIER-ARCNOM)
                              RIDFLD (WS-NOM-ARC)
                              KEYLENGTH(LENGTH OF AR-NOM)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE   (MON-FICHIER-ARCNOM)
                                 INTO   (E-ARCHIVE)
                                 RIDFLD (WS-NOM-ARC)
                                 KEYLENGTH(LENGTH OF AR-NOM)
                                 RESP   (C-R)
              END-EXEC
              PERFORM UNTIL (C-R NOT = DFHRESP(NORMAL)
                             AND C-R NOT = DFHRESP(DUPKEY))
                      OR AR-NOM NOT = NOMACI OR ARC-TROUVE = 'Y'
                 IF AR-PRENOM = PNMACI AND AR-DATE-NAISS = DDN-9
                    MOVE 'Y' TO ARC-TROUVE
                 ELSE
                    EXEC CICS READNEXT FILE   (MON-FICHIER-ARCNOM)
                                       INTO   (E-ARCHIVE)
                                       RIDFLD (WS-NOM-ARC)
                                       KEYLENGTH(LENGTH OF AR-NOM)
                                       RESP   (C-R)
                    END-EXEC
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(MON-FICHIER-ARCNOM) END-EXEC
           END-IF
           IF ARC-TROUVE = 'Y'
              STRING 'RADIATION ANTERIEURE : N.' AR-NUMERO ' LE '
                     AR-DATE-SUPPR ' (' AR-MOTIF ')'
                     DELIMITED BY SIZE INTO ARCACO
           ELSE
              MOVE 'RADIATION ANTERIEURE : AUCUNE' TO ARCACO
           END-IF
           .

      *  CAPACITE DE LA SESSION (S-CAPACITE, ZERO = SANS LIMITE) ET
      *  EFFECTIF COURANT COMPTE PAR LE CHEMIN FSTAGSES, COMME LE
      *  CONTROLE FAIT A LA CREATION
       23600-CHECK-CAPACITE.
      *---------------------*
           MOVE 'N' TO WS-COMPLETE
           IF S-CAPACITE = ZERO
              MOVE 'CAPACITE : SESSION SANS LIMITE DE PLACES' TO CAPACO
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO   TO WS-NB-INSCRITS
           MOVE S-CODE TO WS-SES-BR
           EXEC CICS STARTBR FILE   (MON-FICHIER-SESPATH)
                              RIDFLD (WS-SES-BR)
                              KEYLENGTH(LENGTH OF E-CODE-SESSION)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE   (MON-FICHIER-SESPATH)
                                 INTO   (E-STAGIAIRE)
                                 RIDFLD (WS-SES-BR)
                                 KEYLENGTH(LENGTH OF E-CODE-SESSION)
                                 RESP   (C-R)
              END-EXEC
              PERFORM UNTIL (C-R NOT = DFHRESP(NORMAL)
                             AND C-R NOT = DFHRESP(DUPKEY))
                      OR E-CODE-SESSION NOT = S-CODE
                 ADD 1 TO WS-NB-INSCRITS
                 EXEC CICS READNEXT FILE   (MON-FICHIER-SESPATH)
                                    INTO   (E-STAGIAIRE)
                                    RIDFLD (WS-SES-BR)
                                    KEYLENGTH(LENGTH OF E-CODE-SESSION)
                                    RESP   (C-R)
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(MON-FICHIER-SESPATH) END-EXEC
           END-IF
           MOVE S-CAPACITE     TO WS-CAPA-ED
           MOVE WS-NB-INSCRITS TO WS-NB-ED
           IF WS-NB-INSCRITS >= S-CAPACITE
              MOVE 'O' TO WS-COMPLETE
              STRING 'CAPACITE : SESSION COMPLETE (' WS-NB-ED
                     ' INSCRITS POUR ' WS-CAPA-ED ' PLACES)'
                     DELIMITED BY SIZE INTO CAPACO
           ELSE
              STRING 'CAPACITE : ' WS-NB-ED ' INSCRITS POUR '
                     WS-CAPA-ED ' PLACES'
                     DELIMITED BY SIZE INTO CAPACO
           END-IF
           .

      *  AVIS DONNE AU GUICHET - LA SITUATION LA PLUS DEFAVORABLE
      *  L'EMPORTE : REGLE D'AGE OU DE DEPARTEMENT NON LEVEE, PUIS
      *  RADIATION ANTERIEURE, PUIS LISTE D'ATTENTE (DEPARTEMENT
      *  PROCHE, AGE EN LIMITE, SESSION COMPLETE)
       23700-AVIS.
      *-----------*
           MOVE SPACES TO WS-MOTIF
           EVALUATE TRUE
             WHEN VA-CODE-RETOUR = 'R006' OR VA-CODE-RETOUR = 'R023'
               MOVE 'R'            TO WS-ISSUE
               MOVE VA-CODE-RETOUR TO WS-MOTIF
               MOVE 'NON ELIGIBLE' TO AVIACO
             WHEN ARC-TROUVE = 'Y'
               MOVE 'X'            TO WS-ISSUE
               MOVE 'ARCH'         TO WS-MOTIF
               MOVE 'A EXAMINER PAR LE COORDINATEUR' TO AVIACO
             WHEN VA-CODE-RETOUR = 'R007' OR VA-CODE-RETOUR = 'R024'
               MOVE 'W'            TO WS-ISSUE
               MOVE VA-CODE-RETOUR TO WS-MOTIF
               MOVE 'LISTE D''ATTENTE PROBABLE' TO AVIACO
             WHEN WS-COMPLETE = 'O'
               MOVE 'W'            TO WS-ISSUE
               MOVE 'CAPA'         TO WS-MOTIF
               MOVE 'LISTE D''ATTENTE PROBABLE' TO AVIACO
             WHEN VA-CODE-RETOUR NOT = SPACES
               MOVE 'R'            TO WS-ISSUE
               MOVE VA-CODE-RETOUR TO WS-MOTIF
               MOVE 'NON ELIGIBLE' TO AVIACO
             WHEN OTHER
               MOVE 'E'            TO WS-ISSUE
               MOVE 'ELIGIBLE - INSCRIPTION POSSIBLE' TO AVIACO
           END-EVALUATE
           .

      *  JOURNAL DE LA DEMANDE (FACCU03) - CLE HORODATAGE + TERMINAL
      *  COMME FERRL03, UNE DEUXIEME DEMANDE DANS LA MEME SECONDE
      *  EST ABSORBEE ; MEILLEUR EFFORT, L'AVIS EST DONNE DANS TOUS
      *  LES CAS
       23800-JOURNAL-DEMANDE.
      *----------------------*
           MOVE SPACES         TO E-ACCUEIL
           MOVE DAT            TO AC-DATE
           MOVE WS-HEURE       TO AC-HEURE
           MOVE EIBTRMID       TO AC-TERMINAL
           MOVE EIBOPID        TO AC-OPERATEUR
           MOVE CPACI          TO AC-CODEP
           MOVE CPACI(1:2)     TO AC-DEPT
           MOVE WS-AGE         TO AC-AGE
           MOVE S-CODE         TO AC-CODE-SESSION
           MOVE WS-IDENTITE    TO AC-IDENTITE
           MOVE WS-ISSUE       TO AC-ISSUE
           MOVE WS-MOTIF       TO AC-MOTIF
           MOVE WS-DEROGATION  TO AC-DEROGATION
           EXEC CICS WRITE FILE  (MON-FICHIER)
                           RIDFLD(AC-CLE)
                           FROM  (E-ACCUEIL)
                           RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
             WHEN DFHRESP(DUPREC)
               STRING 'LE ' DAT(7:2) '/' DAT(5:2) '/' DAT(1:4)
                      ' A ' WS-HEURE(1:2) ':' WS-HEURE(3:2) ':'
                      WS-HEURE(5:2) DELIMITED BY SIZE INTO DEMACO
               MOVE 'PRE-CONTROLE EFFECTUE - AUCUNE FICHE CREEE'
                    TO MESSACO
             WHEN OTHER
               MOVE 'WRITE' TO SP-OPERATION
               MOVE MON-FICHIER TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'NON (' TEXT-ERREUR ')' DELIMITED BY SIZE
                      INTO DEMACO
           END-EVALUATE
           .

       23900-TRAIT-FIN.
      *---------------*
           MOVE 'FIN DE LA TRANSACTION' TO MESSAGE-TXT
           PERFORM   99000-FIN-CICS
           .

       80000-APPEL-SPERR.
      *------------------*
      *  SIGNALEMENT DE L'INCIDENT AU SERVICE D'ERREUR CENTRAL -
      *  SPERR3 REND LE LIBELLE DANS LA COMMAREA ET JOURNALISE
      *  L'INCIDENT SUR LA TD ERRL (RAPPORT RPTERR)
           MOVE C-R        TO SP-RESP
           MOVE MON-PROG   TO SP-PROGRAMME
      *  SP-OPERATION ET SP-FICHIER (L'OPERATION ET LE FICHIER EN
      *  COURS) SONT POSITIONNES PAR L'APPELANT JUSTE AVANT LE PERFORM
           MOVE SPACES     TO SP-LIBELLE
           EXEC CICS LINK PROGRAM (SPERR)
                          COMMAREA(SPERR-COMMAREA)
                          LENGTH  (LENGTH OF SPERR-COMMAREA)
                          RESP    (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
             MOVE C-R TO C-R-ED
             STRING 'ERREUR APPEL SPERR ' C-R-ED DELIMITED BY SIZE
                    INTO MESSACO
             PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE SP-LIBELLE TO TEXT-ERREUR
           .
      *  AIDE CONTEXTUELLE (PF1) - L'ECRAN PASSE LA MAIN AU SERVICE
      *  COMMUN HELP3 AVEC SA MAP ET UNE COPIE DE SA COMMAREA ; AU
      *  RETOUR L'ECRAN SE REAFFICHE EN PREMIERE ENTREE
       23950-AIDE.
      *-----------*
           MOVE SPACES TO HELP-COMMAREA
           MOVE MON-PROG TO H-RETOUR
           MOVE MA-MAP   TO H-MAP
           MOVE WS-COMMAREA TO H-CA-SAUVE
           EXEC CICS XCTL  PROGRAM  (PROGHELP)
                           COMMAREA (HELP-COMMAREA)
                           LENGTH   (LENGTH OF HELP-COMMAREA)
                           RESP     (C-R)
           END-EXEC
           MOVE 'AIDE NON DISPONIBLE' TO MESSACI
           PERFORM 22000-TRAIT-ENVOI
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO MESSACI
           PERFORM  22000-TRAIT-ENVOI
           .
       91000-ERREUR-CICS.
      *-----------------*
           MOVE 'ERREUR CICS !!!  FIN DE LA TRANSACTION' TO MESSAGE-TXT
           PERFORM   99000-FIN-CICS
           .
       99000-FIN-CICS.
      *--------------*
           EXEC CICS SEND FROM   (MESSAGE-TXT)
                          LENGTH (LENGTH OF MESSAGE-TXT)
                          ERASE
           END-EXEC
           .
