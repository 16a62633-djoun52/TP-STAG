       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFYCI3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *   REPRESENTANT LEGAL D'UN STAGIAIRE MINEUR (FRLEG03) - NOM,
      *   LIEN, ADRESSE, TELEPHONE, EMAIL ET ACCORD PARENTAL A
      *   L'ENTREE EN FORMATION. SANS CET ACCORD, FINSTAG N'ACTIVE
      *   PAS LE MINEUR ; TANT QUE LE LIEN EST ACTIF, CONVSTAG ET
      *   GENCONV ADRESSENT UNE COPIE AU REPRESENTANT. AGEALRT PASSE
      *   LE LIEN A 'M' A LA MAJORITE DU STAGIAIRE ET IL EST ALORS
      *   CLOS ICI (ACTION C). ACCES DIRECT PF11 DEPUIS INF2CI3
      *   (NUMERO TRANSMIS) - LA SAISIE DEMANDE LE NIVEAU 2
       01  WS-COMMAREA.
           05 PROG-PRECEDENT      PIC X(8).
           05 PROG-COURANT        PIC X(8).
           05 PROG-SUIVANT        PIC X(8).
      *   NUMERO DU STAGIAIRE (POSITIONNE PAR INF2CI3 AVANT LE XCTL,
      *   MEME CONVENTION QUE INF8CI3)
           05 CA-NUMERO           PIC X(4).
      *   DERNIERE MISE A JOUR DU LIEN AFFICHE : L'ENREGISTREMENT NE
      *   DOIT PAS ECRASER UNE SAISIE FAITE ENTRE-TEMPS
           05 CA-MAJ-DATE         PIC 9(8).
           05 CA-MAJ-HEURE        PIC 9(6).
           05 FILLER              PIC X(8).
       01 C-R                     PIC S9(8) COMP.
       01 C-R-ED                  PIC ZZZ9.
       01 WS-TIME                 PIC X(8).
       01 TEXT-ERREUR             PIC X(15).
      *   COMMAREA DU SERVICE D'ERREUR SPERR3
       COPY SPERRCA.
       01 MON-PROG                PIC X(8) VALUE 'INFYCI3 '.
       01 PROGMENU                PIC X(8) VALUE 'INF0CI3 '.
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
       01 MON-FICHIER             PIC X(8) VALUE 'FSTAG03 '.
       01 MON-FICHIER-RL          PIC X(8) VALUE 'FRLEG03 '.
       01 MON-FICHIER-OPR         PIC X(8) VALUE 'FOPER03 '.
      *   STATUT DE BASCULE (QUIESCE PARTIEL = LECTURE SEULE)
       01 MON-FICHIER-CTL         PIC X(8) VALUE 'FCTL03  '.
       01 MA-MAP                  PIC X(8) VALUE 'MAPRL   '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
       01 PROGHELP                PIC X(8) VALUE 'HELP3   '.
           COPY HELPCA.
       01 MA-TRX                  PIC X(4) VALUE 'TYC3'.
       01 WS-OPR-CONNECTE         PIC X(3).
       01 WS-NUMERO               PIC 9(4).
      *   HORODATAGE DE LA MISE A JOUR (AAAAMMJJ / HHMMSS)
       01 WS-DATE-JOUR            PIC 9(8).
       01 WS-HEURE-JOUR           PIC 9(6).
       01 WS-HEURE-ED             PIC X(8).
      *   AGE DU STAGIAIRE (BORNES AGELIM) : 'O' DANS WS-MINEUR TANT
      *   QUE LA DATE DE SES 18 ANS (AAAAMMJJ) N'EST PAS ATTEINTE -
      *   'I' QUAND LE STAGIAIRE N'EST PLUS DANS FSTAG03
           COPY AGELIM.
       01 WS-DATE-MAJORITE        PIC 9(8).
       01 WS-AGE                  PIC 99.
       01 WS-AGE-ED               PIC Z9.
       01 WS-MINEUR               PIC X.
      *   'O' QUAND UN LIEN EXISTE DEJA POUR LE STAGIAIRE
       01 WS-LIEN-EXISTE          PIC X.
      *   SAISIE DE L'ECRAN (LES ZONES EFFACEES REVIENNENT EN
      *   LOW-VALUE ET SONT REMISES A BLANC)
       01 WS-SAISIE.
           05 WS-S-NOM            PIC X(25).
           05 WS-S-PRENOM         PIC X(25).
           05 WS-S-LIEN           PIC X(1).
           05 WS-S-ADR1           PIC X(30).
           05 WS-S-ADR2           PIC X(30).
           05 WS-S-CODEP          PIC X(5).
           05 WS-S-VILLE          PIC X(30).
           05 WS-S-TEL            PIC X(10).
           05 WS-S-EMAIL          PIC X(40).
           05 WS-S-ACCORD         PIC X(1).
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

      *   DESCRIPTION DU FICHIER KSD DES STAGIAIRES          *
       COPY FSTAG.
      *   DESCRIPTION DU FICHIER KSD DES REPRESENTANTS LEGAUX*
       COPY FRLEG.
      *   DESCRIPTION DU FICHIER KSD DES HABILITATIONS       *
       COPY FOPER.
      *   ENREGISTREMENT DE CONTROLE (STATUT DE LA BASCULE)  *
       COPY FCTL.
      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM           *
       01  MESSAGE-TXT            PIC X(79).

      *   DESCRIPTION   DES  TOUCHES   FONCTIONS             *
       COPY DFHAID.

      *   DESCRIPTION   DES  ATTRIBUTS                       *
       COPY DFHBMSCA.


       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 LK-COMMAREA            PIC X(50).
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
              MOVE LK-COMMAREA  TO WS-COMMAREA
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
      *  CHARGEMENT DE LA MAP AVANT AFFICHAGE - SI UN NUMERO A ETE
      *  TRANSMIS PAR INF2CI3 (PF11), LE REPRESENTANT DU STAGIAIRE
      *  EST AFFICHE IMMEDIATEMENT
           MOVE LOW-VALUE TO MAPRLI
           IF CA-NUMERO NUMERIC
              MOVE CA-NUMERO TO NUMRLI
              MOVE CA-NUMERO TO WS-NUMERO
              PERFORM 23400-AFFICHAGE
           END-IF
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           PERFORM 10600-AFFICHE-MODE
           STRING EIBTRMID '/' MON-MAPSET DELIMITED BY SIZE
                  INTO TERMRLO
           STRING 'OPERATEUR:' EIBOPID DELIMITED BY SIZE
                  INTO OPIDRLO
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(DATRLO)
                               DATESEP ('/')
                               TIME (TIMRLO)
                               TIMESEP(':')
           END-EXEC
           EXEC CICS SEND MAP    (MA-MAP)
                          MAPSET (MON-MAPSET)
                          FROM   (MAPRLO)
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
                   MOVE SPACES   TO CA-NUMERO
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
      *  AFFICHE SUR L'ECRAN QUAND LA LIGNE MESSAGE EST LIBRE
       10600-AFFICHE-MODE.
      *-------------------*
           IF MESSRLO = SPACES OR MESSRLO = LOW-VALUES
              MOVE 'QUIESCE ' TO CT-CLE
              EXEC CICS READ FILE  (MON-FICHIER-CTL)
                             RIDFLD(CT-CLE)
                             INTO  (E-CONTROLE)
                             RESP  (C-R)
              END-EXEC
              IF C-R = DFHRESP(NORMAL) AND CT-ETAT = 'L'
                 MOVE 'SERVICE EN LECTURE SEULE (FENETRE BATCH)'
                      TO MESSRLO
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
                  DELIMITED BY SIZE INTO MESSRLO
           PERFORM 22000-TRAIT-ENVOI
           .
       23100-TRAIT-ENTER.
      *------------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAPRLI)
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
           IF NUMRLI = LOW-VALUE OR NUMRLI NOT NUMERIC
              STRING 'NUMERO DE STAGIAIRE OBLIGATOIRE (4 CHIFFRES)'
                  DELIMITED BY SIZE INTO MESSRLO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE NUMRLI TO WS-NUMERO
      *  UN AUTRE NUMERO SAISI : NOUVELLE CONSULTATION, L'ACTION
      *  EVENTUELLE N'EST PAS PRISE EN COMPTE
           IF NUMRLI NOT = CA-NUMERO
              MOVE NUMRLI TO CA-NUMERO
              PERFORM 23400-AFFICHAGE
           END-IF
           EVALUATE ACTRLI
             WHEN LOW-VALUE
             WHEN SPACE
               PERFORM 23400-AFFICHAGE
             WHEN 'M'
               PERFORM 10500-CHECK-LECTURE
               PERFORM 10700-CHECK-NIVEAU
               PERFORM 23500-ENREGISTREMENT
             WHEN 'C'
               PERFORM 10500-CHECK-LECTURE
               PERFORM 10700-CHECK-NIVEAU
               PERFORM 23600-CLOTURE
             WHEN OTHER
               STRING 'ACTION : M (ENREGISTRER), C (CLORE) OU BLANC'
                   DELIMITED BY SIZE INTO MESSRLO
               PERFORM  22000-TRAIT-ENVOI
           END-EVALUATE
           .

      *  PENDANT UN QUIESCE PARTIEL (STATUT 'QUIESCE ' DE FCTL03 A
      *  L'ETAT 'L'), LES CHEMINS DE MAINTENANCE SONT REFUSES - LA
      *  CONSULTATION RESTE SERVIE
       10500-CHECK-LECTURE.
      *--------------------*
           MOVE 'QUIESCE ' TO CT-CLE
           EXEC CICS READ FILE  (MON-FICHIER-CTL)
                          RIDFLD(CT-CLE)
                          INTO  (E-CONTROLE)
                          RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL) AND CT-ETAT = 'L'
              STRING 'SERVICE EN LECTURE SEULE (FENETRE BATCH) - '
                     'MAINTENANCE REFUSEE' DELIMITED BY SIZE
                     INTO MESSRLO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

      *  LA CONSULTATION (PF11 DEPUIS INF2CI3) EST OUVERTE AU NIVEAU 1
      *  MAIS LA SAISIE DU REPRESENTANT ET DE L'ACCORD PARENTAL, QUI
      *  CONDITIONNE L'ACTIVATION, DEMANDE LE NIVEAU 2 (FOPER03)
       10700-CHECK-NIVEAU.
      *-------------------*
           MOVE EIBOPID TO WS-OPR-CONNECTE
           MOVE WS-OPR-CONNECTE TO OP-CLE
           EXEC CICS READ FILE  (MON-FICHIER-OPR)
                          RIDFLD(OP-CLE)
                          INTO  (E-OPERATEUR)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL) OR OP-NIV < 2
              STRING 'MISE A JOUR NON AUTORISEE POUR CET OPERATEUR'
                  DELIMITED BY SIZE INTO MESSRLO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           .

       23400-AFFICHAGE.
      *----------------*
           PERFORM 23410-LECTURE-STAGIAIRE
           PERFORM 23420-LECTURE-LIEN
           MOVE RL-DATE-MAJ  TO CA-MAJ-DATE
           MOVE RL-HEURE-MAJ TO CA-MAJ-HEURE
           PERFORM 23430-GARNIR-ECRAN
           EVALUATE TRUE
             WHEN WS-LIEN-EXISTE = 'N' AND WS-MINEUR = 'O'
               STRING 'STAGIAIRE MINEUR : SAISIR SON REPRESENTANT '
                      'LEGAL (M)' DELIMITED BY SIZE INTO MESSRLO
             WHEN WS-LIEN-EXISTE = 'N'
               STRING 'AUCUN REPRESENTANT LEGAL ENREGISTRE POUR CE '
                      'STAGIAIRE' DELIMITED BY SIZE INTO MESSRLO
             WHEN RL-MAJEUR
               STRING 'STAGIAIRE DEVENU MAJEUR : LIEN A CLORE (C)'
                      DELIMITED BY SIZE INTO MESSRLO
             WHEN RL-ACTIF AND NOT RL-ACCORD-DONNE
               STRING 'ACCORD PARENTAL NON ENREGISTRE - ACTIVATION '
                      'RETENUE' DELIMITED BY SIZE INTO MESSRLO
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           PERFORM 22000-TRAIT-ENVOI
           .

      *  IDENTITE ET AGE DU STAGIAIRE - LE STAGIAIRE A PU QUITTER
      *  FSTAG03 (FIN DE STAGE) : SON LIEN RESTE CONSULTABLE ET PEUT
      *  ETRE CLOS, L'IDENTITE RESTE ALORS A BLANC
       23410-LECTURE-STAGIAIRE.
      *------------------------*
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(WS-DATE-JOUR)
           END-EXEC
           MOVE SPACES TO STNRLO STPRLO NAIRLO AGERLO
           MOVE 'I'    TO WS-MINEUR
           MOVE WS-NUMERO TO E-NUMERO
           EXEC CICS READ FILE  (MON-FICHIER)
                          RIDFLD(E-NUMERO)
                          INTO  (E-STAGIAIRE)
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(NOTFND)
               MOVE '(ABSENT DE FSTAG03)' TO STNRLO
               EXIT PARAGRAPH
             WHEN OTHER
               MOVE 'READ' TO SP-OPERATION
               MOVE MON-FICHIER TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSRLO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           MOVE E-NOM    TO STNRLO
           MOVE E-PRENOM TO STPRLO
           STRING E-DATE-NAISS(1:2) '/' E-DATE-NAISS(3:2) '/'
                  E-DATE-NAISS(5:4) DELIMITED BY SIZE INTO NAIRLO
      *  MAJORITE : DATE DE NAISSANCE (JJMMAAAA) REMISE EN AAAAMMJJ
      *  PLUS AGE-MAJORITE ANS, COMPAREE A LA DATE DU JOUR
           MOVE E-DATE-NAISS(5:4) TO WS-DATE-MAJORITE(1:4)
           MOVE E-DATE-NAISS(3:2) TO WS-DATE-MAJORITE(5:2)
           MOVE E-DATE-NAISS(1:2) TO WS-DATE-MAJORITE(7:2)
      *  AGE EN ANNEES REVOLUES : ECART DES DEUX DATES AAAAMMJJ
           COMPUTE WS-AGE = (WS-DATE-JOUR - WS-DATE-MAJORITE) / 10000
           COMPUTE WS-DATE-MAJORITE = WS-DATE-MAJORITE
                                    + AGE-MAJORITE * 10000
           MOVE WS-AGE TO WS-AGE-ED
           IF WS-DATE-MAJORITE > WS-DATE-JOUR
              MOVE 'O' TO WS-MINEUR
              STRING 'MINEUR - ' WS-AGE-ED ' ANS' DELIMITED BY SIZE
                     INTO AGERLO
           ELSE
              MOVE 'N' TO WS-MINEUR
              STRING 'MAJEUR - ' WS-AGE-ED ' ANS' DELIMITED BY SIZE
                     INTO AGERLO
           END-IF
           .

       23420-LECTURE-LIEN.
      *-------------------*
           MOVE WS-NUMERO TO RL-NUMERO
           EXEC CICS READ FILE  (MON-FICHIER-RL)
                          RIDFLD(RL-NUMERO)
                          INTO  (E-REPRESENTANT)
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               MOVE 'O' TO WS-LIEN-EXISTE
             WHEN DFHRESP(NOTFND)
               MOVE 'N' TO WS-LIEN-EXISTE
               MOVE SPACES TO E-REPRESENTANT
               MOVE WS-NUMERO TO RL-NUMERO
               MOVE ZERO TO RL-DATE-ACCORD RL-DATE-ETAT
                            RL-DATE-MAJ RL-HEURE-MAJ
             WHEN OTHER
               MOVE 'READ' TO SP-OPERATION
               MOVE MON-FICHIER-RL TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSRLO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           .

       23430-GARNIR-ECRAN.
      *-------------------*
           MOVE SPACE TO ACTRLO
           MOVE RL-NOM    TO NOMRLO
           MOVE RL-PRENOM TO PNMRLO
           MOVE RL-LIEN   TO LIERLO
           MOVE RL-ADR1   TO AD1RLO
           MOVE RL-ADR2   TO AD2RLO
           MOVE RL-CODEP  TO CPRLO
           MOVE RL-VILLE  TO VILRLO
           MOVE RL-TEL    TO TELRLO
           MOVE RL-EMAIL  TO EMLRLO
           MOVE RL-ACCORD TO ACCRLO
           MOVE SPACES TO DACRLO OACRLO ETARLO
           IF RL-ACCORD-DONNE
              STRING 'LE ' RL-DATE-ACCORD(7:2) '/'
                     RL-DATE-ACCORD(5:2) '/' RL-DATE-ACCORD(1:4)
                     DELIMITED BY SIZE INTO DACRLO
              MOVE RL-ACCORD-PAR TO OACRLO
           END-IF
           EVALUATE TRUE
             WHEN WS-LIEN-EXISTE = 'N'
               MOVE 'AUCUN REPRESENTANT ENREGISTRE' TO ETARLO
             WHEN RL-ACTIF
               MOVE 'ACTIF' TO ETARLO
             WHEN RL-MAJEUR
               STRING 'MAJORITE ATTEINTE (SIGNALEE LE '
                      RL-DATE-ETAT(7:2) '/' RL-DATE-ETAT(5:2) '/'
                      RL-DATE-ETAT(1:4) ')' DELIMITED BY SIZE
                      INTO ETARLO
             WHEN RL-CLOS
               STRING 'CLOS LE ' RL-DATE-ETAT(7:2) '/'
                      RL-DATE-ETAT(5:2) '/' RL-DATE-ETAT(1:4)
                      DELIMITED BY SIZE INTO ETARLO
             WHEN OTHER
               MOVE SPACES TO ETARLO
           END-EVALUATE
           .

      *  ENREGISTREMENT DU REPRESENTANT (CREATION OU MODIFICATION) -
      *  UN LIEN N'EST CREE QUE POUR UN MINEUR ; UN LIEN CLOS N'EST
      *  PLUS MODIFIABLE. L'ACCORD PARENTAL ('O') EST DATE ET SIGNE
      *  PAR L'OPERATEUR LA PREMIERE FOIS QU'IL EST SAISI ; S'IL EST
      *  RETIRE, LA DATE ET L'AUTEUR SONT EFFACES
       23500-ENREGISTREMENT.
      *---------------------*
           PERFORM 23510-CONTROLE-SAISIE
           PERFORM 23410-LECTURE-STAGIAIRE
           PERFORM 23420-LECTURE-LIEN
           IF WS-LIEN-EXISTE = 'N' AND WS-MINEUR NOT = 'O'
              STRING 'PAS DE REPRESENTANT LEGAL : LE STAGIAIRE EST '
                     'MAJEUR OU INCONNU' DELIMITED BY SIZE
                     INTO MESSRLO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF WS-LIEN-EXISTE = 'O' AND RL-CLOS
              MOVE 'LIEN CLOS - MODIFICATION IMPOSSIBLE' TO MESSRLO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(WS-DATE-JOUR)
                               TIME    (WS-HEURE-ED)
                               TIMESEP (':')
           END-EXEC
           MOVE WS-HEURE-ED(1:2) TO WS-HEURE-JOUR(1:2)
           MOVE WS-HEURE-ED(4:2) TO WS-HEURE-JOUR(3:2)
           MOVE WS-HEURE-ED(7:2) TO WS-HEURE-JOUR(5:2)
           IF WS-LIEN-EXISTE = 'O'
              PERFORM 23520-RELECTURE-MAJ
           ELSE
              MOVE 'A'          TO RL-ETAT
              MOVE WS-DATE-JOUR TO RL-DATE-ETAT
           END-IF
           MOVE WS-S-NOM    TO RL-NOM
           MOVE WS-S-PRENOM TO RL-PRENOM
           MOVE WS-S-LIEN   TO RL-LIEN
           MOVE WS-S-ADR1   TO RL-ADR1
           MOVE WS-S-ADR2   TO RL-ADR2
           MOVE WS-S-CODEP  TO RL-CODEP
           MOVE WS-S-VILLE  TO RL-VILLE
           MOVE WS-S-TEL    TO RL-TEL
           MOVE WS-S-EMAIL  TO RL-EMAIL
           IF WS-S-ACCORD = 'O'
              IF NOT RL-ACCORD-DONNE
                 MOVE WS-DATE-JOUR    TO RL-DATE-ACCORD
                 MOVE WS-OPR-CONNECTE TO RL-ACCORD-PAR
              END-IF
           ELSE
              MOVE ZERO   TO RL-DATE-ACCORD
              MOVE SPACES TO RL-ACCORD-PAR
           END-IF
           MOVE WS-S-ACCORD     TO RL-ACCORD
           MOVE WS-DATE-JOUR    TO RL-DATE-MAJ
           MOVE WS-HEURE-JOUR   TO RL-HEURE-MAJ
           MOVE WS-OPR-CONNECTE TO RL-MAJ-PAR
           IF WS-LIEN-EXISTE = 'O'
              EXEC CICS REWRITE FILE  (MON-FICHIER-RL)
                                FROM  (E-REPRESENTANT)
                                RESP  (C-R)
              END-EXEC
              MOVE 'REWRITE' TO SP-OPERATION
           ELSE
              EXEC CICS WRITE FILE  (MON-FICHIER-RL)
                              RIDFLD(RL-NUMERO)
                              FROM  (E-REPRESENTANT)
                              RESP  (C-R)
              END-EXEC
              MOVE 'WRITE' TO SP-OPERATION
           END-IF
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(DUPREC)
               STRING 'REPRESENTANT CREE ENTRE-TEMPS - '
                      'REAFFICHER AVANT DE MODIFIER'
                      DELIMITED BY SIZE INTO MESSRLO
               PERFORM 22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE MON-FICHIER-RL TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSRLO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           MOVE 'O'          TO WS-LIEN-EXISTE
           MOVE RL-DATE-MAJ  TO CA-MAJ-DATE
           MOVE RL-HEURE-MAJ TO CA-MAJ-HEURE
           PERFORM 23430-GARNIR-ECRAN
           IF RL-ACCORD-DONNE
              MOVE 'REPRESENTANT LEGAL ENREGISTRE' TO MESSRLO
           ELSE
              STRING 'REPRESENTANT ENREGISTRE - ACCORD PARENTAL A '
                     'RECUEILLIR AVANT ACTIVATION'
                     DELIMITED BY SIZE INTO MESSRLO
           END-IF
           PERFORM 22000-TRAIT-ENVOI
           .

      *  CONTROLES DE SAISIE : NOM, PRENOM, LIEN, ADRESSE, CODE
      *  POSTAL ET VILLE OBLIGATOIRES ; ACCORD O, N OU BLANC
       23510-CONTROLE-SAISIE.
      *----------------------*
           MOVE NOMRLI TO WS-S-NOM
           MOVE PNMRLI TO WS-S-PRENOM
           MOVE LIERLI TO WS-S-LIEN
           MOVE AD1RLI TO WS-S-ADR1
           MOVE AD2RLI TO WS-S-ADR2
           MOVE CPRLI  TO WS-S-CODEP
           MOVE VILRLI TO WS-S-VILLE
           MOVE TELRLI TO WS-S-TEL
           MOVE EMLRLI TO WS-S-EMAIL
           MOVE ACCRLI TO WS-S-ACCORD
           INSPECT WS-SAISIE REPLACING ALL LOW-VALUE BY SPACE
           EVALUATE TRUE
             WHEN WS-S-NOM = SPACES
               MOVE 'NOM DU REPRESENTANT OBLIGATOIRE' TO MESSRLO
             WHEN WS-S-PRENOM = SPACES
               MOVE 'PRENOM DU REPRESENTANT OBLIGATOIRE' TO MESSRLO
             WHEN WS-S-LIEN NOT = 'P' AND WS-S-LIEN NOT = 'M'
              AND WS-S-LIEN NOT = 'T' AND WS-S-LIEN NOT = 'A'
               STRING 'LIEN : P (PERE), M (MERE), T (TUTEUR) OU '
                      'A (AUTRE)' DELIMITED BY SIZE INTO MESSRLO
             WHEN WS-S-ADR1 = SPACES OR WS-S-VILLE = SPACES
               MOVE 'ADRESSE ET VILLE OBLIGATOIRES' TO MESSRLO
             WHEN WS-S-CODEP NOT NUMERIC
               MOVE 'CODE POSTAL INVALIDE (5 CHIFFRES)' TO MESSRLO
             WHEN WS-S-TEL NOT = SPACES AND WS-S-TEL NOT NUMERIC
               MOVE 'TELEPHONE INVALIDE (10 CHIFFRES)' TO MESSRLO
             WHEN WS-S-ACCORD NOT = 'O' AND WS-S-ACCORD NOT = 'N'
              AND WS-S-ACCORD NOT = SPACE
               MOVE 'ACCORD PARENTAL : O, N OU BLANC' TO MESSRLO
             WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE
           PERFORM 22000-TRAIT-ENVOI
           .

      *  LE LIEN EST RELU EN MISE A JOUR ET NE DOIT PAS AVOIR ETE
      *  MODIFIE DEPUIS L'AFFICHAGE (AUTRE TERMINAL OU AGEALRT)
       23520-RELECTURE-MAJ.
      *--------------------*
           EXEC CICS READ FILE  (MON-FICHIER-RL)
                          RIDFLD(RL-NUMERO)
                          INTO  (E-REPRESENTANT)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'READ-UPD' TO SP-OPERATION
              MOVE MON-FICHIER-RL TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                     INTO MESSRLO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF RL-DATE-MAJ NOT = CA-MAJ-DATE
              OR RL-HEURE-MAJ NOT = CA-MAJ-HEURE
              EXEC CICS UNLOCK FILE(MON-FICHIER-RL) END-EXEC
              PERFORM 23420-LECTURE-LIEN
              MOVE RL-DATE-MAJ  TO CA-MAJ-DATE
              MOVE RL-HEURE-MAJ TO CA-MAJ-HEURE
              PERFORM 23430-GARNIR-ECRAN
              STRING 'REPRESENTANT MODIFIE ENTRE-TEMPS - '
                     'VERIFIER ET RESAISIR'
                     DELIMITED BY SIZE INTO MESSRLO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

      *  CLOTURE DU LIEN : LE STAGIAIRE EST DEVENU MAJEUR (LIEN
      *  SIGNALE 'M' PAR AGEALRT, OU MAJORITE CONSTATEE ICI) OU A
      *  QUITTE FSTAG03 - UN LIEN CLOS N'EST PLUS EDITE EN COPIE
       23600-CLOTURE.
      *--------------*
           PERFORM 23410-LECTURE-STAGIAIRE
           PERFORM 23420-LECTURE-LIEN
           IF WS-LIEN-EXISTE = 'N'
              MOVE 'AUCUN REPRESENTANT A CLORE' TO MESSRLO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF RL-CLOS
              PERFORM 23430-GARNIR-ECRAN
              MOVE 'LIEN DEJA CLOS' TO MESSRLO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF WS-MINEUR = 'O' AND NOT RL-MAJEUR
              PERFORM 23430-GARNIR-ECRAN
              STRING 'CLOTURE REFUSEE : LE STAGIAIRE EST ENCORE '
                     'MINEUR' DELIMITED BY SIZE INTO MESSRLO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(WS-DATE-JOUR)
                               TIME    (WS-HEURE-ED)
                               TIMESEP (':')
           END-EXEC
           MOVE WS-HEURE-ED(1:2) TO WS-HEURE-JOUR(1:2)
           MOVE WS-HEURE-ED(4:2) TO WS-HEURE-JOUR(3:2)
           MOVE WS-HEURE-ED(7:2) TO WS-HEURE-JOUR(5:2)
           MOVE EIBOPID TO WS-OPR-CONNECTE
           PERFORM 23520-RELECTURE-MAJ
           MOVE 'C'             TO RL-ETAT
           MOVE WS-DATE-JOUR    TO RL-DATE-ETAT
           MOVE WS-DATE-JOUR    TO RL-DATE-MAJ
           MOVE WS-HEURE-JOUR   TO RL-HEURE-MAJ
           MOVE WS-OPR-CONNECTE TO RL-MAJ-PAR
           EXEC CICS REWRITE FILE  (MON-FICHIER-RL)
                             FROM  (E-REPRESENTANT)
                             RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'REWRITE' TO SP-OPERATION
              MOVE MON-FICHIER-RL TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                     INTO MESSRLO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE RL-DATE-MAJ  TO CA-MAJ-DATE
           MOVE RL-HEURE-MAJ TO CA-MAJ-HEURE
           PERFORM 23430-GARNIR-ECRAN
           MOVE 'LIEN DE REPRESENTATION LEGALE CLOS' TO MESSRLO
           PERFORM 22000-TRAIT-ENVOI
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
                    INTO MESSRLO
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
           MOVE 'AIDE NON DISPONIBLE' TO MESSRLI
           PERFORM 22000-TRAIT-ENVOI
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO MESSRLI
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
