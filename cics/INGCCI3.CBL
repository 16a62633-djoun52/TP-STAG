       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGCCI3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *   FRAIS DE TRANSPORT D'UN STAGIAIRE (FFRAI03) : COMMUNE DE
      *   RESIDENCE (E-VILLE, CONNUE DE FCOMM03), SITE DE LA SESSION
      *   (FSESS03), DISTANCE ALLER (FDIST03) ET TARIF D'UN TRAJET
      *   ALLER-RETOUR AU BAREME (BARTAB), LISTE DES DEMANDES - SAISIE
      *   D'UNE DEMANDE (ACTION D : PERIODE D'UN MOIS AU PLUS, ECOULEE,
      *   ET NOMBRE DE TRAJETS, AU PLUS UN PAR JOUR DE COURS) OU
      *   ANNULATION (ACTION N) AU NIVEAU 1, APPROBATION (A) OU REFUS
      *   MOTIVE (R) AU NIVEAU 2. DISTANCE, TARIF ET MONTANT SONT FIGES
      *   A LA SAISIE ; LA DEMANDE APPROUVEE EST VERSEE PAR EXPPAIE.
      *   OPTION Y DU MENU (NIVEAU 1)
       01  WS-COMMAREA.
           05 PROG-PRECEDENT      PIC X(8).
           05 PROG-COURANT        PIC X(8).
           05 PROG-SUIVANT        PIC X(8).
      *   STAGIAIRE AFFICHE ET PREMIER JOUR DE LA DEMANDE EN TETE DE
      *   LA PAGE SUIVANTE DE LA LISTE (ZERO = PAS DE PAGE SUIVANTE)
           05 CA-NUMERO           PIC X(4).
           05 CA-SUITE            PIC X(8).
           05 FILLER              PIC X(20).
       01 C-R                     PIC S9(8) COMP.
      *   RESP SEPARE POUR LES LECTURES FAITES AU MILIEU D'UN
      *   PARCOURS (C-R PILOTE LA BOUCLE DE PARCOURS)
       01 C-R-FRA                 PIC S9(8) COMP.
       01 C-R-ED                  PIC ZZZ9.
       01 WS-TIME                 PIC X(8).
       01 TEXT-ERREUR             PIC X(15).
      *   COMMAREA DU SERVICE D'ERREUR SPERR3
       COPY SPERRCA.
       01 MON-PROG                PIC X(8) VALUE 'INGCCI3 '.
       01 PROGMENU                PIC X(8) VALUE 'INF0CI3 '.
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
       01 MON-FICHIER             PIC X(8) VALUE 'FFRAI03 '.
       01 MON-FICHIER-STG         PIC X(8) VALUE 'FSTAG03 '.
       01 MON-FICHIER-OPR         PIC X(8) VALUE 'FOPER03 '.
      *   SESSION DU STAGIAIRE (SITE DE FORMATION), REFERENTIEL DES
      *   COMMUNES ET DISTANCES COMMUNE / SITE
       01 MON-FICHIER-SES         PIC X(8) VALUE 'FSESS03 '.
       01 MON-FICHIER-COM         PIC X(8) VALUE 'FCOMM03 '.
       01 MON-FICHIER-DIS         PIC X(8) VALUE 'FDIST03 '.
      *   CALENDRIER DE LA SESSION (FCALS03) - SESSION SANS ENTREE
      *   CALENDRIER = LUNDI-VENDREDI IMPLICITE
       01 MON-FICHIER-CAL         PIC X(8) VALUE 'FCALS03 '.
      *   CALENDRIER DES JOURS FERIES / FERMETURES DE SITE
       01 MON-FICHIER-JOU         PIC X(8) VALUE 'FJOUR03 '.
      *   CONGES PAYES : UN JOUR ACCORDE N'EST PAS UN JOUR DE TRAJET
       01 MON-FICHIER-CGE         PIC X(8) VALUE 'FCONG03 '.
      *   STATUT DE BASCULE (QUIESCE PARTIEL = LECTURE SEULE)
       01 MON-FICHIER-CTL         PIC X(8) VALUE 'FCTL03  '.
       01 MA-MAP                  PIC X(8) VALUE 'MAPFR   '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
       01 PROGHELP                PIC X(8) VALUE 'HELP3   '.
           COPY HELPCA.
       01 MA-TRX                  PIC X(4) VALUE 'UCC3'.
       01 WS-OPR-CONNECTE         PIC X(3).
       01 WS-NUMERO               PIC 9(4).
      *   PAGE DEMANDEE : ' ' PREMIERE PAGE, 'S' PAGE SUIVANTE (PF8)
       01 WS-PAGE                 PIC X.
      *   DATE DU JOUR (AAAAMMJJ)
       01 DAT                     PIC 9(8).
      *   PERIODE SAISIE (AAAAMMJJ) ET CONTROLE D'UNE DATE JJMMAAAA
       01 WS-DEB                  PIC 9(8).
       01 WS-FIN                  PIC 9(8).
       01 WS-DATE-CHK             PIC X(8).
       01 WS-DATE-INVALIDE        PIC X.
      *   DEBUT ET FIN DE LA FORMATION EN COURS (AAAAMMJJ)
       01 WS-DEB-FORM             PIC 9(8).
       01 WS-FIN-FORM             PIC 9(8).
      *   SITUATION DU STAGIAIRE : COMMUNE (E-VILLE SUR LA LONGUEUR DE
      *   LA CLE FCOMM03), SITE DE LA SESSION, DISTANCE ALLER, TARIF
      *   D'UN TRAJET ALLER-RETOUR ET ANOMALIE EMPECHANT LA SAISIE :
      *   ' ' AUCUNE, 'C' COMMUNE INCONNUE, 'S' SESSION INCONNUE,
      *   'D' DISTANCE NON REFERENCEE, 'B' SOUS LE SEUIL DU BAREME
       01 WS-VILLE                PIC X(20).
       01 WS-SITE                 PIC X(20).
       01 WS-KM                   PIC 9(4).
       01 WS-TARIF                PIC 9(3)V99.
       01 WS-ANOMALIE             PIC X.
       01 WS-TROUVE               PIC X.
       77 IND-BAR                 PIC S9(4) COMP.
      *   DEMANDE SAISIE : TRAJETS, JOURS DE COURS DE LA PERIODE ET
      *   MONTANT
       01 WS-NB-TRAJETS           PIC 9(2).
       77 WS-NB-COURS             PIC S9(4) COMP.
       77 WS-NB-CAL               PIC S9(4) COMP.
       01 WS-MONTANT              PIC 9(5)V99.
       01 WS-KM-ED                PIC ZZZ9.
       01 WS-TARIF-ED             PIC ZZ9.99.
       01 WS-MONTANT-ED           PIC ZZZZ9.99.
       01 WS-NB-ED                PIC ZZ9.
      *   ACTION DE DECISION ('A', 'R' OU 'N')
       01 WS-ACTION               PIC X.
      *   DEMANDE EN RECOUVREMENT DE LA PERIODE SAISIE (AAAAMMJJ)
       01 WS-CONFLIT              PIC 9(8).
      *   AVANCE JOUR PAR JOUR SUR LA PERIODE (AAAAMMJJ)
       01 WS-JOUR                 PIC 9(8).
       01 WS-JOUR-R REDEFINES WS-JOUR.
           05 WS-J-AAAA           PIC 9(4).
           05 WS-J-MM             PIC 9(2).
           05 WS-J-JJ             PIC 9(2).
       01 WS-NB-JM                PIC 9(2).
       01 JOURS-MOIS-TABLE.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 JOURS-MOIS-TBL REDEFINES JOURS-MOIS-TABLE.
           05 JM-NB               PIC 9(2) OCCURS 12 TIMES.
      *   JOUR DE COURS (O/N) : SEMAINE TYPE ET EXCEPTIONS FCALS03
       01 WS-COURS                PIC X.
       01 WS-JOURS                PIC X(7).
       01 WS-EXCEPTIONS.
           05 WS-EXCEPTION        PIC 9(8) OCCURS 10 TIMES.
       77 WS-IND-JOUR             PIC 9.
       77 WS-IND-EXC              PIC 99.
      *   JOUR DE LA SEMAINE PAR CONGRUENCE DE ZELLER (H : 0 =
      *   SAMEDI, 1 = DIMANCHE, 2 = LUNDI ...)
       01 WS-ZEL-AAAA             PIC 9(4).
       01 WS-ZEL-MM               PIC 9(2).
       01 WS-ZEL-JJ               PIC 9(2).
       01 WS-ZEL-K                PIC 9(4).
       01 WS-ZEL-J                PIC 9(4).
       01 WS-ZEL-H                PIC 9(4).
      *   CLE DE PARCOURS DE FFRAI03
       01 WS-CLE-FRA.
           05 WS-FRA-NUMERO       PIC 9(4).
           05 WS-FRA-DATE         PIC 9(8).
       01 WS-SUITE                PIC 9(8).
       77 IND-LIG                 PIC S9(4) COMP.
      *   DESCRIPTION DE LA LIGNE DE LA LISTE DES DEMANDES
       01 LIGNEFR.
         05 LF-DEB               PIC X(10).
         05 VALUE ' | '          PIC X(3).
         05 LF-FIN               PIC X(10).
         05 VALUE ' | '          PIC X(3).
         05 LF-TRJ               PIC ZZ9.
         05 VALUE ' | '          PIC X(3).
         05 LF-MONTANT           PIC ZZZZ9.99.
         05 VALUE ' | '          PIC X(3).
         05 LF-ETAT              PIC X(9).
         05 VALUE ' | '          PIC X(3).
         05 LF-PAR               PIC X(3).
         05 VALUE ' | '          PIC X(3).
         05 LF-MOTIF             PIC X(15).
       01 LIGNEFR-VIDE           PIC X(79) VALUE SPACES.
      *   BAREME DES FRAIS DE TRANSPORT PAR TRANCHE DE DISTANCE
       COPY BARTAB.
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

      *   DESCRIPTION DU FICHIER KSD DES FRAIS DE TRANSPORT  *
       COPY FFRAI.
      *   DESCRIPTION DU FICHIER KSD                         *
       COPY FSTAG.
      *   DESCRIPTION DU FICHIER KSD DES HABILITATIONS       *
       COPY FOPER.
      *   DESCRIPTION DU FICHIER KSD DES SESSIONS            *
       COPY FSESS.
      *   DESCRIPTION DU REFERENTIEL DES COMMUNES            *
       COPY FCOMM.
      *   DESCRIPTION DES DISTANCES COMMUNE / SITE           *
       COPY FDIST.
      *   DESCRIPTION DU CALENDRIER DES SESSIONS             *
       COPY FCALS.
      *   DESCRIPTION DU CALENDRIER DES JOURS FERIES         *
       COPY FJOUR.
      *   DESCRIPTION DU FICHIER KSD DES CONGES PAYES        *
       COPY FCONG.
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
           MOVE LOW-VALUE TO MAPFRI
           MOVE SPACES    TO CA-NUMERO CA-SUITE
           MOVE 'SAISIR LE NUMERO DU STAGIAIRE' TO MESSFRO
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           PERFORM 10600-AFFICHE-MODE
           STRING EIBTRMID '/' MON-MAPSET DELIMITED BY SIZE
                  INTO TERMFRO
           STRING 'OPERATEUR:' EIBOPID DELIMITED BY SIZE
                  INTO OPIDFRO
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(DATJFRO)
                               DATESEP ('/')
                               TIME (TIMFRO)
                               TIMESEP(':')
           END-EXEC
           EXEC CICS SEND MAP    (MA-MAP)
                          MAPSET (MON-MAPSET)
                          FROM   (MAPFRO)
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
                   MOVE SPACE TO WS-PAGE
                   PERFORM 23100-TRAIT-ENTER
              WHEN DFHPF7
                   MOVE SPACE TO WS-PAGE
                   PERFORM 23100-TRAIT-ENTER
              WHEN DFHPF8
                   MOVE 'S' TO WS-PAGE
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
      *  AFFICHE SUR L'ECRAN QUAND LA LIGNE MESSAGE EST LIBRE
       10600-AFFICHE-MODE.
      *-------------------*
           IF MESSFRO = SPACES OR MESSFRO = LOW-VALUES
              MOVE 'QUIESCE ' TO CT-CLE
              EXEC CICS READ FILE  (MON-FICHIER-CTL)
                             RIDFLD(CT-CLE)
                             INTO  (E-CONTROLE)
                             RESP  (C-R)
              END-EXEC
              IF C-R = DFHRESP(NORMAL) AND CT-ETAT = 'L'
                 MOVE 'SERVICE EN LECTURE SEULE (FENETRE BATCH)'
                      TO MESSFRO
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
                  DELIMITED BY SIZE INTO MESSFRO
           PERFORM 22000-TRAIT-ENVOI
           .

      *  ENTER : AFFICHAGE OU ACTION SAISIE - PF7 / PF8 : PREMIERE
      *  PAGE / PAGE SUIVANTE DE LA LISTE, SANS ACTION
       23100-TRAIT-ENTER.
      *------------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAPFRI)
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
           IF NUMFRI = LOW-VALUE OR NUMFRI NOT NUMERIC
              STRING 'NUMERO DE STAGIAIRE OBLIGATOIRE (4 CHIFFRES)'
                  DELIMITED BY SIZE INTO MESSFRO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE NUMFRI TO WS-NUMERO
      *  UN AUTRE STAGIAIRE REPART DE LA PREMIERE PAGE
           IF NUMFRI NOT = CA-NUMERO OR WS-PAGE = SPACE
              MOVE ZERO TO CA-SUITE
           END-IF
           MOVE NUMFRI TO CA-NUMERO
           PERFORM 23200-LECTURE-STAGIAIRE
           IF WS-PAGE = 'S'
              IF CA-SUITE NOT NUMERIC OR CA-SUITE = ZERO
                 MOVE 'DERNIERE PAGE DEJA AFFICHEE' TO MESSFRO
              END-IF
              PERFORM 23400-AFFICHAGE
           END-IF
           IF ACTFRI NOT = LOW-VALUE AND ACTFRI NOT = SPACE
              PERFORM 10500-CHECK-LECTURE
           END-IF
           EVALUATE ACTFRI
             WHEN LOW-VALUE
             WHEN SPACE
               PERFORM 23400-AFFICHAGE
             WHEN 'D'
               PERFORM 23500-DEMANDE
             WHEN 'A'
             WHEN 'R'
             WHEN 'N'
               MOVE ACTFRI TO WS-ACTION
               PERFORM 23600-DECISION
             WHEN OTHER
               STRING 'ACTION INVALIDE (D, A, R OU N)'
                   DELIMITED BY SIZE INTO MESSFRO
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
                     INTO MESSFRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

      *  FICHE DU STAGIAIRE : IDENTITE, SESSION ET BORNES DE LA
      *  FORMATION (JJMMAAAA DANS FSTAG03, REMISES EN AAAAMMJJ) -
      *  PUIS SITUATION AU REGARD DU BAREME
       23200-LECTURE-STAGIAIRE.
      *------------------------*
           MOVE WS-NUMERO TO E-NUMERO
           EXEC CICS READ FILE  (MON-FICHIER-STG)
                          RIDFLD(E-NUMERO)
                          INTO  (E-STAGIAIRE)
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(NOTFND)
               MOVE 'STAGIAIRE INCONNU' TO MESSFRO
               PERFORM 22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE 'READ' TO SP-OPERATION
               MOVE MON-FICHIER-STG TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSFRO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           MOVE E-NOM            TO NOMFRO
           MOVE E-PRENOM         TO PNMFRO
           MOVE E-CODE-SESSION   TO SESFRO
           MOVE ZERO TO WS-DEB-FORM
           MOVE 99999999 TO WS-FIN-FORM
           IF E-DATE-DEBUT NOT = ZERO
              MOVE E-DATE-DEBUT(5:4) TO WS-DEB-FORM(1:4)
              MOVE E-DATE-DEBUT(3:2) TO WS-DEB-FORM(5:2)
              MOVE E-DATE-DEBUT(1:2) TO WS-DEB-FORM(7:2)
           END-IF
           IF E-DATE-FIN-PREVUE NOT = ZERO
              MOVE E-DATE-FIN-PREVUE(5:4) TO WS-FIN-FORM(1:4)
              MOVE E-DATE-FIN-PREVUE(3:2) TO WS-FIN-FORM(5:2)
              MOVE E-DATE-FIN-PREVUE(1:2) TO WS-FIN-FORM(7:2)
           END-IF
           PERFORM 23250-SITUATION
           .

      *  COMMUNE DE RESIDENCE (E-VILLE, QUI DOIT ETRE CONNUE DU
      *  REFERENTIEL FCOMM03), SITE DE LA SESSION (FSESS03), DISTANCE
      *  ALLER COMMUNE / SITE (FDIST03) ET TARIF DE LA TRANCHE DU
      *  BAREME - LA PREMIERE TRANCHE DONT LA BORNE HAUTE ATTEINT LA
      *  DISTANCE S'APPLIQUE
       23250-SITUATION.
      *----------------*
           MOVE SPACE      TO WS-ANOMALIE
           MOVE SPACES     TO WS-SITE
           MOVE ZERO       TO WS-KM WS-TARIF
           MOVE E-VILLE(1:20) TO WS-VILLE
           MOVE E-CODE-SESSION TO S-CODE
           EXEC CICS READ FILE  (MON-FICHIER-SES)
                          RIDFLD(S-CODE)
                          INTO  (E-SESSION)
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               MOVE S-SITE TO WS-SITE
             WHEN DFHRESP(NOTFND)
               MOVE 'S' TO WS-ANOMALIE
             WHEN OTHER
               MOVE 'READ' TO SP-OPERATION
               MOVE MON-FICHIER-SES TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSFRO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           IF WS-ANOMALIE = SPACE
              MOVE WS-VILLE TO CM-VILLE
              EXEC CICS READ FILE  (MON-FICHIER-COM)
                             RIDFLD(CM-VILLE)
                             INTO  (E-COMMUNE)
                             RESP  (C-R)
              END-EXEC
              IF C-R NOT = DFHRESP(NORMAL) OR WS-VILLE = SPACES
                 MOVE 'C' TO WS-ANOMALIE
              END-IF
           END-IF
           IF WS-ANOMALIE = SPACE
              MOVE WS-VILLE TO DS-VILLE
              MOVE WS-SITE  TO DS-SITE
              EXEC CICS READ FILE  (MON-FICHIER-DIS)
                             RIDFLD(DS-CLE)
                             INTO  (E-DISTANCE)
                             RESP  (C-R)
              END-EXEC
              IF C-R = DFHRESP(NORMAL)
                 MOVE DS-KM TO WS-KM
              ELSE
                 MOVE 'D' TO WS-ANOMALIE
              END-IF
           END-IF
           IF WS-ANOMALIE = SPACE
              MOVE 'N' TO WS-TROUVE
              PERFORM VARYING IND-BAR FROM 1 BY 1
                      UNTIL IND-BAR > BARTAB-MAX OR WS-TROUVE = 'O'
                 IF WS-KM NOT > BR-KM-MAX(IND-BAR)
                    MOVE BR-TARIF(IND-BAR) TO WS-TARIF
                    MOVE 'O' TO WS-TROUVE
                 END-IF
              END-PERFORM
              IF WS-TARIF = ZERO
                 MOVE 'B' TO WS-ANOMALIE
              END-IF
           END-IF
           MOVE WS-VILLE    TO VILFRO
           MOVE WS-SITE     TO SITFRO
           MOVE SPACES      TO KMFRO TARFRO
           IF WS-KM NOT = ZERO
              MOVE WS-KM       TO WS-KM-ED
              MOVE WS-KM-ED    TO KMFRO
              MOVE WS-TARIF    TO WS-TARIF-ED
              MOVE WS-TARIF-ED TO TARFRO
           END-IF
           .

      *  LIBELLE DE L'ANOMALIE DE SITUATION (LIGNE MESSAGE LIBRE)
       23260-MESSAGE-SITUATION.
      *------------------------*
           IF MESSFRO NOT = SPACES AND MESSFRO NOT = LOW-VALUES
              EXIT PARAGRAPH
           END-IF
           EVALUATE WS-ANOMALIE
             WHEN 'S'
               MOVE 'SESSION INCONNUE - SITE DE FORMATION INDETERMINE'
                 TO MESSFRO
             WHEN 'C'
               STRING 'COMMUNE DE RESIDENCE ABSENTE DU REFERENTIEL '
                      'DES COMMUNES' DELIMITED BY SIZE INTO MESSFRO
             WHEN 'D'
               STRING 'DISTANCE COMMUNE / SITE NON REFERENCEE - '
                      'AUCUN BAREME APPLICABLE' DELIMITED BY SIZE
                      INTO MESSFRO
             WHEN 'B'
               STRING 'DISTANCE SOUS LE SEUIL DU BAREME - PAS DE '
                      'REMBOURSEMENT' DELIMITED BY SIZE INTO MESSFRO
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       23400-AFFICHAGE.
      *----------------*
           PERFORM 23470-LISTE-DEMANDES
           PERFORM 23260-MESSAGE-SITUATION
           PERFORM 22000-TRAIT-ENVOI
           .

      *  LISTE DES DEMANDES DANS L'ORDRE DES PERIODES, UNE LIGNE PAR
      *  DEMANDE - LA PAGE SUIVANTE REPART DE LA PREMIERE DEMANDE NON
      *  AFFICHEE
       23470-LISTE-DEMANDES.
      *---------------------*
           MOVE 1 TO IND-LIG
           PERFORM UNTIL IND-LIG > 8
              MOVE LIGNEFR-VIDE TO LIGFRO(IND-LIG)
              ADD 1 TO IND-LIG
           END-PERFORM
           MOVE 1    TO IND-LIG
           MOVE ZERO TO WS-SUITE
           MOVE WS-NUMERO TO WS-FRA-NUMERO
           IF CA-SUITE NUMERIC AND CA-SUITE NOT = ZERO
              MOVE CA-SUITE TO WS-FRA-DATE
           ELSE
              MOVE ZERO     TO WS-FRA-DATE
           END-IF
           EXEC CICS STARTBR FILE   (MON-FICHIER)
                              RIDFLD (WS-CLE-FRA)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE   (MON-FICHIER)
                                 INTO   (E-FRAIS)
                                 RIDFLD (WS-CLE-FRA)
                                 RESP   (C-R)
              END-EXEC
              PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                      OR FR-NUMERO NOT = WS-NUMERO
                      OR WS-SUITE NOT = ZERO
                 IF IND-LIG > 8
                    MOVE FR-DATE-DEBUT TO WS-SUITE
                 ELSE
                    PERFORM 23480-GARNIR-LIGNE
                    EXEC CICS READNEXT FILE   (MON-FICHIER)
                                       INTO   (E-FRAIS)
                                       RIDFLD (WS-CLE-FRA)
                                       RESP   (C-R)
                    END-EXEC
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(MON-FICHIER) END-EXEC
           END-IF
           MOVE WS-SUITE TO CA-SUITE
           IF IND-LIG = 1 AND WS-ANOMALIE = SPACE
              AND (MESSFRO = SPACES OR MESSFRO = LOW-VALUES)
              MOVE 'AUCUNE DEMANDE DE FRAIS POUR CE STAGIAIRE'
                TO MESSFRO
           END-IF
           .

       23480-GARNIR-LIGNE.
      *-------------------*
           MOVE SPACES TO LF-DEB LF-FIN
           STRING FR-DATE-DEBUT(7:2) '/' FR-DATE-DEBUT(5:2) '/'
                  FR-DATE-DEBUT(1:4) DELIMITED BY SIZE INTO LF-DEB
           STRING FR-DATE-FIN(7:2) '/' FR-DATE-FIN(5:2) '/'
                  FR-DATE-FIN(1:4) DELIMITED BY SIZE INTO LF-FIN
           MOVE FR-NB-TRAJETS TO LF-TRJ
           MOVE FR-MONTANT    TO LF-MONTANT
           EVALUATE TRUE
             WHEN FR-EN-ATTENTE
               MOVE 'A STATUER' TO LF-ETAT
             WHEN FR-APPROUVEE
               MOVE 'APPROUVEE' TO LF-ETAT
             WHEN FR-REFUSEE
               MOVE 'REFUSEE'   TO LF-ETAT
             WHEN FR-ANNULEE
               MOVE 'ANNULEE'   TO LF-ETAT
             WHEN FR-EXPORTEE
               MOVE 'VERSEE'    TO LF-ETAT
             WHEN OTHER
               MOVE FR-ETAT     TO LF-ETAT
           END-EVALUATE
           IF FR-EN-ATTENTE
              MOVE FR-SAISI-PAR  TO LF-PAR
           ELSE
              MOVE FR-DECIDE-PAR TO LF-PAR
           END-IF
           MOVE FR-MOTIF-REFUS TO LF-MOTIF
           MOVE LIGNEFR TO LIGFRO(IND-LIG)
           ADD 1 TO IND-LIG
           .

      *  DEMANDE DE REMBOURSEMENT (ACTION D) : SITUATION SANS
      *  ANOMALIE, PERIODE DANS UN SEUL MOIS CIVIL, DANS LA FORMATION
      *  ET ECOULEE, SANS RECOUVREMENT D'UNE AUTRE DEMANDE NON
      *  REFUSEE NI ANNULEE ; AU PLUS UN TRAJET ALLER-RETOUR PAR JOUR
      *  DE COURS DE LA PERIODE. UNE DEMANDE REFUSEE OU ANNULEE PEUT
      *  ETRE RESAISIE SUR LA MEME PERIODE
       23500-DEMANDE.
      *--------------*
           PERFORM 23470-LISTE-DEMANDES
           IF WS-ANOMALIE NOT = SPACE
              MOVE SPACES TO MESSFRO
              PERFORM 23260-MESSAGE-SITUATION
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(DAT)
           END-EXEC
           PERFORM 23510-CHECK-PERIODE
           IF WS-DEB(1:6) NOT = WS-FIN(1:6)
              MOVE 'PERIODE LIMITEE A UN MOIS CIVIL' TO MESSFRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF WS-DEB < WS-DEB-FORM OR WS-FIN > WS-FIN-FORM
              MOVE 'PERIODE HORS DES DATES DE LA FORMATION' TO MESSFRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF WS-FIN > DAT
              STRING 'PERIODE NON ECOULEE - LA DEMANDE EST SAISIE A '
                     'SON TERME' DELIMITED BY SIZE INTO MESSFRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF TRJFRI = LOW-VALUE OR TRJFRI NOT NUMERIC
              MOVE 'NOMBRE DE TRAJETS ALLER-RETOUR OBLIGATOIRE'
                TO MESSFRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE TRJFRI TO WS-NB-TRAJETS
           IF WS-NB-TRAJETS = ZERO
              MOVE 'NOMBRE DE TRAJETS ALLER-RETOUR OBLIGATOIRE'
                TO MESSFRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           PERFORM 23530-JOURS-DE-COURS
           IF WS-NB-TRAJETS > WS-NB-COURS
              MOVE WS-NB-COURS TO WS-NB-ED
              STRING 'TRAJETS EN NOMBRE SUPERIEUR AUX JOURS DE COURS '
                     'DE LA PERIODE (' WS-NB-ED ')'
                     DELIMITED BY SIZE INTO MESSFRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           PERFORM 23520-RECOUVREMENT
           IF WS-CONFLIT NOT = ZERO
              MOVE WS-CONFLIT TO WS-JOUR
              STRING 'PERIODE DEJA COUVERTE PAR LA DEMANDE DU '
                     WS-J-JJ '/' WS-J-MM '/' WS-J-AAAA
                     DELIMITED BY SIZE INTO MESSFRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           COMPUTE WS-MONTANT = WS-NB-TRAJETS * WS-TARIF
           MOVE EIBOPID TO WS-OPR-CONNECTE
           PERFORM 23550-ECRIT-DEMANDE
           MOVE WS-MONTANT TO WS-MONTANT-ED
           STRING 'DEMANDE ENREGISTREE - ' WS-MONTANT-ED
                  ' EUROS, A APPROUVER' DELIMITED BY SIZE
                  INTO MESSFRO
      *  LA SAISIE EST EFFACEE : UN SECOND ENTER NE DOIT PAS
      *  ENREGISTRER LA DEMANDE DEUX FOIS
           MOVE SPACES TO ACTFRO DEBFRO FINFRO TRJFRO MOTFRO
           MOVE ZERO   TO CA-SUITE
           PERFORM 23470-LISTE-DEMANDES
           PERFORM 22000-TRAIT-ENVOI
           .

      *  PERIODE SAISIE : DU OBLIGATOIRE, AU FACULTATIF (DERNIER JOUR
      *  DU MOIS DE DU), DATES JJMMAAAA VALIDES, AU NON ANTERIEUR A DU
       23510-CHECK-PERIODE.
      *--------------------*
           IF DEBFRI = LOW-VALUE OR DEBFRI NOT NUMERIC
              MOVE 'DATE DE DEBUT OBLIGATOIRE (JJMMAAAA)' TO MESSFRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE DEBFRI TO WS-DATE-CHK
           PERFORM 23320-CHECK-JOUR-MOIS
           IF WS-DATE-INVALIDE = 'O'
              MOVE 'DATE DE DEBUT INVALIDE' TO MESSFRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE WS-DATE-CHK(5:4) TO WS-DEB(1:4)
           MOVE WS-DATE-CHK(3:2) TO WS-DEB(5:2)
           MOVE WS-DATE-CHK(1:2) TO WS-DEB(7:2)
           IF FINFRI = LOW-VALUE OR FINFRI = SPACES
              MOVE WS-DEB TO WS-JOUR
              PERFORM 23570-JOURS-DU-MOIS
              MOVE WS-NB-JM TO WS-J-JJ
              MOVE WS-JOUR  TO WS-FIN
              EXIT PARAGRAPH
           END-IF
           IF FINFRI NOT NUMERIC
              MOVE 'DATE DE FIN INVALIDE (JJMMAAAA)' TO MESSFRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE FINFRI TO WS-DATE-CHK
           PERFORM 23320-CHECK-JOUR-MOIS
           IF WS-DATE-INVALIDE = 'O'
              MOVE 'DATE DE FIN INVALIDE' TO MESSFRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE WS-DATE-CHK(5:4) TO WS-FIN(1:4)
           MOVE WS-DATE-CHK(3:2) TO WS-FIN(5:2)
           MOVE WS-DATE-CHK(1:2) TO WS-FIN(7:2)
           IF WS-FIN < WS-DEB
              MOVE 'DATE DE FIN ANTERIEURE A LA DATE DE DEBUT'
                TO MESSFRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

      *  DEMANDE DU STAGIAIRE, A STATUER, APPROUVEE OU VERSEE, DONT
      *  LA PERIODE RECOUVRE WS-DEB - WS-FIN (PREMIER JOUR DE LA
      *  PREMIERE TROUVEE DANS WS-CONFLIT, ZERO SI AUCUNE)
       23520-RECOUVREMENT.
      *-------------------*
           MOVE ZERO      TO WS-CONFLIT
           MOVE WS-NUMERO TO WS-FRA-NUMERO
           MOVE ZERO      TO WS-FRA-DATE
           EXEC CICS STARTBR FILE   (MON-FICHIER)
                              RIDFLD (WS-CLE-FRA)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE   (MON-FICHIER)
                              INTO   (E-FRAIS)
                              RIDFLD (WS-CLE-FRA)
                              RESP   (C-R)
           END-EXEC
           PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                   OR FR-NUMERO NOT = WS-NUMERO
                   OR FR-DATE-DEBUT > WS-FIN
                   OR WS-CONFLIT NOT = ZERO
              IF (FR-EN-ATTENTE OR FR-APPROUVEE OR FR-EXPORTEE)
                 AND FR-DATE-FIN NOT < WS-DEB
                 MOVE FR-DATE-DEBUT TO WS-CONFLIT
              END-IF
              EXEC CICS READNEXT FILE   (MON-FICHIER)
                                 INTO   (E-FRAIS)
                                 RIDFLD (WS-CLE-FRA)
                                 RESP   (C-R)
              END-EXEC
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER) END-EXEC
           .

      *  VERIFIE LA VALIDITE JOUR/MOIS D'UNE DATE AU FORMAT JJMMAAAA
      *  DEJA DEPOSEE DANS WS-DATE-CHK - POSITIONNE WS-DATE-INVALIDE
      *  A 'O' SI LE JOUR OU LE MOIS EST HORS BORNES
       23320-CHECK-JOUR-MOIS.
      *---------------------*
           MOVE 'N' TO WS-DATE-INVALIDE
           IF WS-DATE-CHK(1:2) < 01
              MOVE 'O' TO WS-DATE-INVALIDE
           END-IF
           IF (WS-DATE-CHK(3:2) = '01' OR = '03' OR = '05' OR = '07'
           OR = '08' OR = '10' OR = '12') AND WS-DATE-CHK(1:2) > 31
              MOVE 'O' TO WS-DATE-INVALIDE
           END-IF
           IF WS-DATE-CHK(3:2) = '02' AND WS-DATE-CHK(1:2) > 29
              MOVE 'O' TO WS-DATE-INVALIDE
           END-IF
           IF (WS-DATE-CHK(3:2) = '04' OR = '06' OR = '09' OR = '11')
              AND WS-DATE-CHK(1:2) > 30
              MOVE 'O' TO WS-DATE-INVALIDE
           END-IF
           IF WS-DATE-CHK(3:2) < '01' OR WS-DATE-CHK(3:2) > '12'
              MOVE 'O' TO WS-DATE-INVALIDE
           END-IF
           .

      *  JOURS DE COURS DE LA PERIODE WS-DEB - WS-FIN : CALENDRIER DE
      *  LA SESSION (FCALS03) HORS EXCEPTIONS, JOURS FERIES (FJOUR03)
      *  ET JOURS DE CONGE PAYE ACCORDES (FCONG03)
       23530-JOURS-DE-COURS.
      *---------------------*
           MOVE 'OOOOONN' TO WS-JOURS
           MOVE ZERO      TO WS-EXCEPTIONS
           MOVE E-CODE-SESSION TO CS-CODE
           EXEC CICS READ FILE  (MON-FICHIER-CAL)
                          RIDFLD(CS-CODE)
                          INTO  (E-CALENDRIER)
                          RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              MOVE CS-JOURS      TO WS-JOURS
              MOVE CS-EXCEPTIONS TO WS-EXCEPTIONS
           END-IF
           MOVE ZERO   TO WS-NB-COURS WS-NB-CAL
           MOVE WS-DEB TO WS-JOUR
           PERFORM UNTIL WS-JOUR > WS-FIN OR WS-NB-CAL > 31
              ADD 1 TO WS-NB-CAL
              PERFORM 23540-JOUR-COURS
              IF WS-COURS = 'O'
                 ADD 1 TO WS-NB-COURS
              END-IF
              PERFORM 23560-JOUR-SUIVANT
           END-PERFORM
           .

      *  WS-JOUR EST-IL UN JOUR DE COURS DU STAGIAIRE ?
       23540-JOUR-COURS.
      *-----------------*
           MOVE 'O' TO WS-COURS
           PERFORM 23360-JOUR-SEMAINE
      *  H : 0 = SAMEDI (INDICE 6), 1 = DIMANCHE (7), 2 = LUNDI (1)
           EVALUATE WS-ZEL-H
             WHEN 0
               MOVE 6 TO WS-IND-JOUR
             WHEN 1
               MOVE 7 TO WS-IND-JOUR
             WHEN OTHER
               COMPUTE WS-IND-JOUR = WS-ZEL-H - 1
           END-EVALUATE
           IF WS-JOURS(WS-IND-JOUR:1) NOT = 'O'
              MOVE 'N' TO WS-COURS
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IND-EXC FROM 1 BY 1
                   UNTIL WS-IND-EXC > 10
              IF WS-EXCEPTION(WS-IND-EXC) NOT = ZERO
                 AND WS-EXCEPTION(WS-IND-EXC) = WS-JOUR
                 MOVE 'N' TO WS-COURS
              END-IF
           END-PERFORM
           MOVE WS-JOUR TO JF-DATE
           EXEC CICS READ FILE  (MON-FICHIER-JOU)
                          RIDFLD(JF-DATE)
                          INTO  (E-FERIE)
                          RESP  (C-R-FRA)
           END-EXEC
           IF C-R-FRA = DFHRESP(NORMAL)
              MOVE 'N' TO WS-COURS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NUMERO TO CG-NUMERO
           MOVE WS-JOUR   TO CG-DATE
           EXEC CICS READ FILE  (MON-FICHIER-CGE)
                          RIDFLD(CG-CLE)
                          INTO  (E-CONGE)
                          RESP  (C-R-FRA)
           END-EXEC
           IF C-R-FRA = DFHRESP(NORMAL) AND CG-ACCORDE
              MOVE 'N' TO WS-COURS
           END-IF
           .

      *  JOUR DE LA SEMAINE DE WS-JOUR (AAAAMMJJ) PAR CONGRUENCE DE
      *  ZELLER - JANVIER ET FEVRIER SONT COMPTES MOIS 13 ET 14 DE
      *  L'ANNEE PRECEDENTE
       23360-JOUR-SEMAINE.
      *-------------------*
           MOVE WS-J-AAAA TO WS-ZEL-AAAA
           MOVE WS-J-MM   TO WS-ZEL-MM
           MOVE WS-J-JJ   TO WS-ZEL-JJ
           IF WS-ZEL-MM < 3
              ADD 12 TO WS-ZEL-MM
              SUBTRACT 1 FROM WS-ZEL-AAAA
           END-IF
           DIVIDE WS-ZEL-AAAA BY 100 GIVING WS-ZEL-J
              REMAINDER WS-ZEL-K
           COMPUTE WS-ZEL-H = WS-ZEL-JJ
              + ((13 * (WS-ZEL-MM + 1)) / 5)
              + WS-ZEL-K + (WS-ZEL-K / 4) + (WS-ZEL-J / 4)
              + (5 * WS-ZEL-J)
           DIVIDE WS-ZEL-H BY 7 GIVING WS-ZEL-AAAA
              REMAINDER WS-ZEL-H
           .

      *  LENDEMAIN DE WS-JOUR
       23560-JOUR-SUIVANT.
      *-------------------*
           PERFORM 23570-JOURS-DU-MOIS
           IF WS-J-JJ < WS-NB-JM
              ADD 1 TO WS-J-JJ
           ELSE
              MOVE 1 TO WS-J-JJ
              IF WS-J-MM < 12
                 ADD 1 TO WS-J-MM
              ELSE
                 MOVE 1 TO WS-J-MM
                 ADD 1 TO WS-J-AAAA
              END-IF
           END-IF
           .

      *  NOMBRE DE JOURS DU MOIS DE WS-JOUR - ANNEE BISSEXTILE : REGLE
      *  SIMPLE DU DIVISIBLE PAR 4, SUFFISANTE SUR LA PLAGE DE DATES
      *  DE L'APPLICATION
       23570-JOURS-DU-MOIS.
      *--------------------*
           MOVE JM-NB(WS-J-MM) TO WS-NB-JM
           IF WS-J-MM = 02
              DIVIDE WS-J-AAAA BY 4 GIVING WS-ZEL-K
                 REMAINDER WS-ZEL-H
              IF WS-ZEL-H = ZERO
                 MOVE 29 TO WS-NB-JM
              END-IF
           END-IF
           .

      *  ENREGISTREMENT DE LA DEMANDE : CREATION, OU REPRISE D'UNE
      *  DEMANDE REFUSEE OU ANNULEE DE MEME PREMIER JOUR
       23550-ECRIT-DEMANDE.
      *--------------------*
           MOVE WS-NUMERO TO FR-NUMERO
           MOVE WS-DEB    TO FR-DATE-DEBUT
           EXEC CICS READ FILE  (MON-FICHIER)
                          RIDFLD(FR-CLE)
                          INTO  (E-FRAIS)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           PERFORM 23555-GARNIR-DEMANDE
           IF C-R = DFHRESP(NORMAL)
              EXEC CICS REWRITE FILE  (MON-FICHIER)
                                FROM  (E-FRAIS)
                                RESP  (C-R)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE  (MON-FICHIER)
                              RIDFLD(FR-CLE)
                              FROM  (E-FRAIS)
                              RESP  (C-R)
              END-EXEC
           END-IF
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'WRITE' TO SP-OPERATION
              MOVE MON-FICHIER TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                     INTO MESSFRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

       23555-GARNIR-DEMANDE.
      *---------------------*
           MOVE SPACES           TO E-FRAIS
           MOVE WS-NUMERO        TO FR-NUMERO
           MOVE WS-DEB           TO FR-DATE-DEBUT
           MOVE WS-FIN           TO FR-DATE-FIN
           MOVE E-CODE-SESSION   TO FR-CODE-SESSION
           MOVE WS-NB-TRAJETS    TO FR-NB-TRAJETS
           MOVE WS-VILLE         TO FR-VILLE
           MOVE WS-SITE          TO FR-SITE
           MOVE WS-KM            TO FR-KM
           MOVE WS-TARIF         TO FR-TARIF
           MOVE WS-MONTANT       TO FR-MONTANT
           MOVE 'D'              TO FR-ETAT
           MOVE WS-OPR-CONNECTE  TO FR-SAISI-PAR
           MOVE DAT              TO FR-DATE-SAISIE
           MOVE ZERO             TO FR-DATE-DECISION
                                    FR-DATE-EXPORT FR-SEQ-EXPORT
           .

      *  DECISION SUR UNE DEMANDE DESIGNEE PAR SON PREMIER JOUR
      *  (ZONE DU) : APPROBATION (A) OU REFUS MOTIVE (R) D'UNE
      *  DEMANDE A STATUER, RESERVES AU NIVEAU 2 - ANNULATION (N)
      *  D'UNE DEMANDE A STATUER OU APPROUVEE MAIS PAS ENCORE VERSEE
       23600-DECISION.
      *---------------*
           MOVE EIBOPID TO WS-OPR-CONNECTE
           IF WS-ACTION NOT = 'N'
              MOVE WS-OPR-CONNECTE TO OP-CLE
              EXEC CICS READ FILE  (MON-FICHIER-OPR)
                             RIDFLD(OP-CLE)
                             INTO  (E-OPERATEUR)
                             RESP  (C-R)
              END-EXEC
              IF C-R NOT = DFHRESP(NORMAL) OR OP-NIV < 2
                 STRING 'APPROBATION ET REFUS RESERVES AU NIVEAU 2'
                     DELIMITED BY SIZE INTO MESSFRO
                 PERFORM  22000-TRAIT-ENVOI
              END-IF
           END-IF
           PERFORM 23470-LISTE-DEMANDES
           IF DEBFRI = LOW-VALUE OR DEBFRI NOT NUMERIC
              STRING 'PREMIER JOUR DE LA DEMANDE OBLIGATOIRE (ZONE '
                     'DU, JJMMAAAA)' DELIMITED BY SIZE INTO MESSFRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE DEBFRI TO WS-DATE-CHK
           MOVE WS-DATE-CHK(5:4) TO WS-DEB(1:4)
           MOVE WS-DATE-CHK(3:2) TO WS-DEB(5:2)
           MOVE WS-DATE-CHK(1:2) TO WS-DEB(7:2)
           IF WS-ACTION = 'R'
              AND (MOTFRI = LOW-VALUE OR MOTFRI = SPACES)
              MOVE 'MOTIF DE REFUS OBLIGATOIRE' TO MESSFRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE WS-NUMERO TO FR-NUMERO
           MOVE WS-DEB    TO FR-DATE-DEBUT
           EXEC CICS READ FILE  (MON-FICHIER)
                          RIDFLD(FR-CLE)
                          INTO  (E-FRAIS)
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(NOTFND)
               MOVE 'AUCUNE DEMANDE DEBUTANT A CETTE DATE' TO MESSFRO
               PERFORM 22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE 'READ' TO SP-OPERATION
               MOVE MON-FICHIER TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSFRO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           IF WS-ACTION = 'N'
              IF NOT FR-EN-ATTENTE AND NOT FR-APPROUVEE
                 STRING 'DEMANDE NON ANNULABLE (REFUSEE, ANNULEE OU '
                        'DEJA VERSEE)' DELIMITED BY SIZE INTO MESSFRO
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           ELSE
              IF NOT FR-EN-ATTENTE
                 MOVE 'DEMANDE DEJA STATUEE' TO MESSFRO
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(DAT)
           END-EXEC
           PERFORM 23650-STATUE-DEMANDE
           MOVE FR-MONTANT TO WS-MONTANT-ED
           EVALUATE WS-ACTION
             WHEN 'A'
               STRING 'DEMANDE APPROUVEE - ' WS-MONTANT-ED
                      ' EUROS AU PROCHAIN EXPORT PAIE'
                      DELIMITED BY SIZE INTO MESSFRO
             WHEN 'R'
               MOVE 'DEMANDE REFUSEE' TO MESSFRO
             WHEN OTHER
               MOVE 'DEMANDE ANNULEE' TO MESSFRO
           END-EVALUATE
           MOVE SPACES TO ACTFRO DEBFRO FINFRO TRJFRO MOTFRO
           MOVE ZERO   TO CA-SUITE
           PERFORM 23470-LISTE-DEMANDES
           PERFORM 22000-TRAIT-ENVOI
           .

      *  CHANGEMENT D'ETAT DE LA DEMANDE - RELUE EN MISE A JOUR : UNE
      *  DEMANDE VERSEE ENTRE-TEMPS PAR EXPPAIE N'EST PLUS ANNULABLE
       23650-STATUE-DEMANDE.
      *---------------------*
           EXEC CICS READ FILE  (MON-FICHIER)
                          RIDFLD(FR-CLE)
                          INTO  (E-FRAIS)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL) AND FR-EXPORTEE
              EXEC CICS UNLOCK FILE(MON-FICHIER) END-EXEC
              MOVE 'DEMANDE VERSEE ENTRE-TEMPS - ACTION REFUSEE'
                TO MESSFRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF C-R = DFHRESP(NORMAL)
              MOVE WS-ACTION       TO FR-ETAT
              MOVE WS-OPR-CONNECTE TO FR-DECIDE-PAR
              MOVE DAT             TO FR-DATE-DECISION
              IF WS-ACTION = 'R'
                 MOVE MOTFRI       TO FR-MOTIF-REFUS
              ELSE
                 MOVE SPACES       TO FR-MOTIF-REFUS
              END-IF
              EXEC CICS REWRITE FILE  (MON-FICHIER)
                                FROM  (E-FRAIS)
                                RESP  (C-R)
              END-EXEC
           END-IF
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'REWRITE' TO SP-OPERATION
              MOVE MON-FICHIER TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                     INTO MESSFRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
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
                    INTO MESSFRO
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
           MOVE 'AIDE NON DISPONIBLE' TO MESSFRI
           PERFORM 22000-TRAIT-ENVOI
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO MESSFRI
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
