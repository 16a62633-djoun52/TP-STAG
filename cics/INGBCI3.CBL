       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGBCI3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *   CONGES PAYES D'UN STAGIAIRE (FCONG03) : SOLDE ACQUIS PAR
      *   ACQCONG (SESSIONS DE PLUS DE SIX MOIS), JOURS PRIS, JOURS
      *   EN ATTENTE ET DISPONIBLES, LISTE DES DEMANDES - SAISIE
      *   D'UNE DEMANDE (ACTION D) OU ANNULATION (ACTION N) AU NIVEAU
      *   1, ACCORD (A) OU REFUS MOTIVE (R) AU NIVEAU 2. SEULS LES
      *   JOURS DE COURS DE LA SESSION SONT ENREGISTRES, UN PAR JOUR ;
      *   UN JOUR ACCORDE N'EST NI PRESENCE NI ABSENCE POUR LA PAIE,
      *   LES STATISTIQUES ET LA FACTURATION. AUCUN MOUVEMENT SUR UN
      *   MOIS DE PAIE CLOTURE (CLOTPRES). OPTION X DU MENU (NIVEAU 1)
       01  WS-COMMAREA.
           05 PROG-PRECEDENT      PIC X(8).
           05 PROG-COURANT        PIC X(8).
           05 PROG-SUIVANT        PIC X(8).
      *   STAGIAIRE AFFICHE ET PREMIER JOUR DE LA PAGE SUIVANTE DE
      *   LA LISTE DES DEMANDES (ZERO = PAS DE PAGE SUIVANTE)
           05 CA-NUMERO           PIC X(4).
           05 CA-SUITE            PIC X(8).
           05 FILLER              PIC X(20).
       01 C-R                     PIC S9(8) COMP.
      *   RESP SEPARE POUR LES LECTURES FAITES AU MILIEU D'UN
      *   PARCOURS DE FCONG03 (C-R PILOTE LA BOUCLE DE PARCOURS)
       01 C-R-CGE                 PIC S9(8) COMP.
       01 C-R-ED                  PIC ZZZ9.
       01 WS-TIME                 PIC X(8).
       01 TEXT-ERREUR             PIC X(15).
      *   COMMAREA DU SERVICE D'ERREUR SPERR3
       COPY SPERRCA.
       01 MON-PROG                PIC X(8) VALUE 'INGBCI3 '.
       01 PROGMENU                PIC X(8) VALUE 'INF0CI3 '.
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
       01 MON-FICHIER             PIC X(8) VALUE 'FCONG03 '.
       01 MON-FICHIER-STG         PIC X(8) VALUE 'FSTAG03 '.
       01 MON-FICHIER-OPR         PIC X(8) VALUE 'FOPER03 '.
      *   CALENDRIER DE LA SESSION (FCALS03) - SESSION SANS ENTREE
      *   CALENDRIER = LUNDI-VENDREDI IMPLICITE
       01 MON-FICHIER-CAL         PIC X(8) VALUE 'FCALS03 '.
      *   CALENDRIER DES JOURS FERIES / FERMETURES DE SITE
       01 MON-FICHIER-JOU         PIC X(8) VALUE 'FJOUR03 '.
      *   STATUT DE BASCULE (QUIESCE PARTIEL = LECTURE SEULE) ET
      *   DERNIER MOIS DE PAIE CLOTURE (CLOTPRES)
       01 MON-FICHIER-CTL         PIC X(8) VALUE 'FCTL03  '.
       01 MA-MAP                  PIC X(8) VALUE 'MAPCG   '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
       01 PROGHELP                PIC X(8) VALUE 'HELP3   '.
           COPY HELPCA.
       01 MA-TRX                  PIC X(4) VALUE 'UBC3'.
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
       01 WS-MOIS-CLOS            PIC 9(6).
      *   SOLDE DU STAGIAIRE : ACQUIS ET PRIS (ENREGISTREMENT DE DATE
      *   ZERO), JOURS EN ATTENTE DE DECISION SUR LA FORMATION EN
      *   COURS, DISPONIBLE = ACQUIS - PRIS - EN ATTENTE
       01 WS-SOLDE-TROUVE         PIC X.
       01 WS-ACQUIS               PIC 9(3)V9.
       01 WS-PRIS                 PIC 9(3)V9.
       01 WS-ATTENTE              PIC 9(3).
       01 WS-DISPO                PIC S9(3)V9.
       01 WS-RESTE                PIC S9(3)V9.
       01 WS-JOURS-ED             PIC ZZ9.9.
       01 WS-DISPO-ED             PIC -ZZ9.9.
       01 WS-NB-ED                PIC ZZ9.
      *   JOURS DE COURS D'UNE DEMANDE (62 JOURS CALENDAIRES AU PLUS)
      *   ET ETAT DE CHACUN AVANT LA MISE A JOUR
       01 WS-TAB-JOURS.
           05 WS-JOUR-DEM         PIC 9(8) OCCURS 62 TIMES.
           05 WS-ETAT-DEM         PIC X    OCCURS 62 TIMES.
       77 WS-NB-DEM               PIC S9(4) COMP.
       77 WS-NB-ACCORDES          PIC S9(4) COMP.
       77 WS-NB-CAL               PIC S9(4) COMP.
       77 IND-JOUR                PIC S9(4) COMP.
      *   ACTION DE DECISION ('A', 'R' OU 'N') ET JOUR EN REFUS
       01 WS-ACTION               PIC X.
       01 WS-REFUS                PIC X.
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
      *   CLE DE PARCOURS DE FCONG03
       01 WS-CLE-CGE.
           05 WS-CGE-NUMERO       PIC 9(4).
           05 WS-CGE-DATE         PIC 9(8).
      *   DEMANDE EN COURS DE REGROUPEMENT POUR LA LISTE : JOURS
      *   CONSECUTIFS (DANS LE FICHIER) D'UNE MEME DEMANDE ET D'UN
      *   MEME ETAT
       01 WS-GROUPE.
           05 WS-GR-DEMANDE       PIC 9(8).
           05 WS-GR-ETAT          PIC X.
           05 WS-GR-DEB           PIC 9(8).
           05 WS-GR-FIN           PIC 9(8).
           05 WS-GR-NB            PIC 9(3).
           05 WS-GR-PAR           PIC X(3).
           05 WS-GR-LE            PIC 9(8).
           05 WS-GR-MOTIF         PIC X(15).
       01 WS-SUITE                PIC 9(8).
       77 IND-LIG                 PIC S9(4) COMP.
      *   DESCRIPTION DE LA LIGNE DE LA LISTE DES DEMANDES
       01 LIGNECG.
         05 LC-DEB               PIC X(10).
         05 VALUE ' | '          PIC X(3).
         05 LC-FIN               PIC X(10).
         05 VALUE ' | '          PIC X(3).
         05 LC-NB                PIC ZZ9.
         05 VALUE ' | '          PIC X(3).
         05 LC-ETAT              PIC X(10).
         05 VALUE ' | '          PIC X(3).
         05 LC-PAR               PIC X(3).
         05 VALUE ' | '          PIC X(3).
         05 LC-LE                PIC X(10).
         05 VALUE ' | '          PIC X(3).
         05 LC-MOTIF             PIC X(15).
       01 LIGNECG-VIDE           PIC X(79) VALUE SPACES.
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

      *   DESCRIPTION DU FICHIER KSD DES CONGES PAYES        *
       COPY FCONG.
      *   DESCRIPTION DU FICHIER KSD                         *
       COPY FSTAG.
      *   DESCRIPTION DU FICHIER KSD DES HABILITATIONS       *
       COPY FOPER.
      *   DESCRIPTION DU CALENDRIER DES SESSIONS             *
       COPY FCALS.
      *   DESCRIPTION DU CALENDRIER DES JOURS FERIES         *
       COPY FJOUR.
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
           MOVE LOW-VALUE TO MAPCGI
           MOVE SPACES    TO CA-NUMERO CA-SUITE
           MOVE 'SAISIR LE NUMERO DU STAGIAIRE' TO MESSCGO
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           PERFORM 10600-AFFICHE-MODE
           STRING EIBTRMID '/' MON-MAPSET DELIMITED BY SIZE
                  INTO TERMCGO
           STRING 'OPERATEUR:' EIBOPID DELIMITED BY SIZE
                  INTO OPIDCGO
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(DATJCGO)
                               DATESEP ('/')
                               TIME (TIMCGO)
                               TIMESEP(':')
           END-EXEC
           EXEC CICS SEND MAP    (MA-MAP)
                          MAPSET (MON-MAPSET)
                          FROM   (MAPCGO)
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
           IF MESSCGO = SPACES OR MESSCGO = LOW-VALUES
              MOVE 'QUIESCE ' TO CT-CLE
              EXEC CICS READ FILE  (MON-FICHIER-CTL)
                             RIDFLD(CT-CLE)
                             INTO  (E-CONTROLE)
                             RESP  (C-R)
              END-EXEC
              IF C-R = DFHRESP(NORMAL) AND CT-ETAT = 'L'
                 MOVE 'SERVICE EN LECTURE SEULE (FENETRE BATCH)'
                      TO MESSCGO
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
                  DELIMITED BY SIZE INTO MESSCGO
           PERFORM 22000-TRAIT-ENVOI
           .

      *  ENTER : AFFICHAGE OU ACTION SAISIE - PF7 / PF8 : PREMIERE
      *  PAGE / PAGE SUIVANTE DE LA LISTE, SANS ACTION
       23100-TRAIT-ENTER.
      *------------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAPCGI)
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
           IF NUMCGI = LOW-VALUE OR NUMCGI NOT NUMERIC
              STRING 'NUMERO DE STAGIAIRE OBLIGATOIRE (4 CHIFFRES)'
                  DELIMITED BY SIZE INTO MESSCGO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE NUMCGI TO WS-NUMERO
      *  UN AUTRE STAGIAIRE REPART DE LA PREMIERE PAGE
           IF NUMCGI NOT = CA-NUMERO OR WS-PAGE = SPACE
              MOVE ZERO TO CA-SUITE
           END-IF
           MOVE NUMCGI TO CA-NUMERO
           PERFORM 23200-LECTURE-STAGIAIRE
           IF WS-PAGE = 'S'
              IF CA-SUITE NOT NUMERIC OR CA-SUITE = ZERO
                 MOVE 'DERNIERE PAGE DEJA AFFICHEE' TO MESSCGO
              END-IF
              PERFORM 23400-AFFICHAGE
           END-IF
           IF ACTCGI NOT = LOW-VALUE AND ACTCGI NOT = SPACE
              PERFORM 10500-CHECK-LECTURE
           END-IF
           EVALUATE ACTCGI
             WHEN LOW-VALUE
             WHEN SPACE
               PERFORM 23400-AFFICHAGE
             WHEN 'D'
               PERFORM 23500-DEMANDE
             WHEN 'A'
             WHEN 'R'
               MOVE ACTCGI TO WS-ACTION
               PERFORM 23600-DECISION
             WHEN 'N'
               MOVE 'N' TO WS-ACTION
               PERFORM 23600-DECISION
             WHEN OTHER
               STRING 'ACTION INVALIDE (D, A, R OU N)'
                   DELIMITED BY SIZE INTO MESSCGO
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
                     INTO MESSCGO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

      *  FICHE DU STAGIAIRE : IDENTITE, SESSION ET BORNES DE LA
      *  FORMATION (JJMMAAAA DANS FSTAG03, REMISES EN AAAAMMJJ)
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
               MOVE 'STAGIAIRE INCONNU' TO MESSCGO
               PERFORM 22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE 'READ' TO SP-OPERATION
               MOVE MON-FICHIER-STG TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSCGO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           MOVE E-NOM            TO NOMCGO
           MOVE E-PRENOM         TO PNMCGO
           MOVE E-CODE-SESSION   TO SESCGO
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
           .

       23400-AFFICHAGE.
      *----------------*
           PERFORM 23450-CUMULS
           PERFORM 23420-GARNIR-SOLDE
           PERFORM 23470-LISTE-DEMANDES
           IF WS-SOLDE-TROUVE = 'N'
              AND (MESSCGO = SPACES OR MESSCGO = LOW-VALUES)
              STRING 'AUCUN DROIT A CONGES PAYES (FORMATION DE SIX '
                     'MOIS OU MOINS, OU PAS ENCORE DE MOIS ACQUIS)'
                     DELIMITED BY SIZE INTO MESSCGO
           END-IF
           PERFORM 22000-TRAIT-ENVOI
           .

       23420-GARNIR-SOLDE.
      *-------------------*
           MOVE WS-ACQUIS   TO WS-JOURS-ED
           MOVE WS-JOURS-ED TO ACQCGO
           MOVE WS-PRIS     TO WS-JOURS-ED
           MOVE WS-JOURS-ED TO PRICGO
           MOVE WS-ATTENTE  TO WS-NB-ED
           MOVE WS-NB-ED    TO ATTCGO
           MOVE WS-DISPO    TO WS-DISPO-ED
           MOVE WS-DISPO-ED TO DISCGO
           .

      *  SOLDE DU STAGIAIRE (ENREGISTREMENT DE DATE ZERO) ET JOURS EN
      *  ATTENTE DE DECISION DEPUIS LE DEBUT DE LA FORMATION EN COURS
       23450-CUMULS.
      *-------------*
           MOVE 'N'  TO WS-SOLDE-TROUVE
           MOVE ZERO TO WS-ACQUIS WS-PRIS WS-ATTENTE WS-DISPO
           MOVE WS-NUMERO TO CG-NUMERO
           MOVE ZERO      TO CG-DATE
           EXEC CICS READ FILE  (MON-FICHIER)
                          RIDFLD(CG-CLE)
                          INTO  (E-CONGE)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           MOVE 'O'            TO WS-SOLDE-TROUVE
           MOVE CG-ACQUIS      TO WS-ACQUIS
           MOVE CG-PRIS        TO WS-PRIS
           MOVE WS-NUMERO      TO WS-CGE-NUMERO
           MOVE CG-SOLDE-DEBUT TO WS-CGE-DATE
           IF WS-CGE-DATE = ZERO
              MOVE 1 TO WS-CGE-DATE
           END-IF
           EXEC CICS STARTBR FILE   (MON-FICHIER)
                              RIDFLD (WS-CLE-CGE)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE   (MON-FICHIER)
                                 INTO   (E-CONGE)
                                 RIDFLD (WS-CLE-CGE)
                                 RESP   (C-R)
              END-EXEC
              PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                      OR CG-NUMERO NOT = WS-NUMERO
                 IF CG-EN-ATTENTE
                    ADD 1 TO WS-ATTENTE
                 END-IF
                 EXEC CICS READNEXT FILE   (MON-FICHIER)
                                    INTO   (E-CONGE)
                                    RIDFLD (WS-CLE-CGE)
                                    RESP   (C-R)
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(MON-FICHIER) END-EXEC
           END-IF
           COMPUTE WS-DISPO = WS-ACQUIS - WS-PRIS - WS-ATTENTE
           .

      *  LISTE DES DEMANDES DANS L'ORDRE DES JOURS : UNE LIGNE PAR
      *  SUITE DE JOURS D'UNE MEME DEMANDE DANS UN MEME ETAT - LA
      *  PAGE SUIVANTE REPART DU PREMIER JOUR NON AFFICHE
       23470-LISTE-DEMANDES.
      *---------------------*
           MOVE 1 TO IND-LIG
           PERFORM UNTIL IND-LIG > 8
              MOVE LIGNECG-VIDE TO LIGCGO(IND-LIG)
              ADD 1 TO IND-LIG
           END-PERFORM
           MOVE 1    TO IND-LIG
           MOVE ZERO TO WS-SUITE WS-GR-NB
           MOVE WS-NUMERO TO WS-CGE-NUMERO
           IF CA-SUITE NUMERIC AND CA-SUITE NOT = ZERO
              MOVE CA-SUITE TO WS-CGE-DATE
           ELSE
              MOVE 1        TO WS-CGE-DATE
           END-IF
           EXEC CICS STARTBR FILE   (MON-FICHIER)
                              RIDFLD (WS-CLE-CGE)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE   (MON-FICHIER)
                                 INTO   (E-CONGE)
                                 RIDFLD (WS-CLE-CGE)
                                 RESP   (C-R)
              END-EXEC
              PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                      OR CG-NUMERO NOT = WS-NUMERO
                      OR WS-SUITE NOT = ZERO
                 IF WS-GR-NB > ZERO
                    AND (CG-DEMANDE NOT = WS-GR-DEMANDE
                         OR CG-ETAT NOT = WS-GR-ETAT)
                    PERFORM 23480-GARNIR-LIGNE
                 END-IF
                 IF IND-LIG > 8
                    MOVE CG-DATE TO WS-SUITE
                 ELSE
                    IF WS-GR-NB = ZERO
                       MOVE CG-DEMANDE       TO WS-GR-DEMANDE
                       MOVE CG-ETAT          TO WS-GR-ETAT
                       MOVE CG-DATE          TO WS-GR-DEB
                       MOVE CG-DECIDE-PAR    TO WS-GR-PAR
                       MOVE CG-DATE-DECISION TO WS-GR-LE
                       MOVE CG-MOTIF-REFUS   TO WS-GR-MOTIF
                    END-IF
                    ADD 1 TO WS-GR-NB
                    MOVE CG-DATE TO WS-GR-FIN
                    EXEC CICS READNEXT FILE   (MON-FICHIER)
                                       INTO   (E-CONGE)
                                       RIDFLD (WS-CLE-CGE)
                                       RESP   (C-R)
                    END-EXEC
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(MON-FICHIER) END-EXEC
           END-IF
           IF WS-GR-NB > ZERO AND IND-LIG NOT > 8
              PERFORM 23480-GARNIR-LIGNE
           END-IF
           MOVE WS-SUITE TO CA-SUITE
           IF IND-LIG = 1 AND WS-SOLDE-TROUVE = 'O'
              AND (MESSCGO = SPACES OR MESSCGO = LOW-VALUES)
              MOVE 'AUCUNE DEMANDE DE CONGE POUR CE STAGIAIRE'
                TO MESSCGO
           END-IF
           .

       23480-GARNIR-LIGNE.
      *-------------------*
           MOVE SPACES TO LC-DEB LC-FIN LC-LE
           STRING WS-GR-DEB(7:2) '/' WS-GR-DEB(5:2) '/'
                  WS-GR-DEB(1:4) DELIMITED BY SIZE INTO LC-DEB
           STRING WS-GR-FIN(7:2) '/' WS-GR-FIN(5:2) '/'
                  WS-GR-FIN(1:4) DELIMITED BY SIZE INTO LC-FIN
           MOVE WS-GR-NB TO LC-NB
           EVALUATE WS-GR-ETAT
             WHEN 'D'
               MOVE 'A STATUER' TO LC-ETAT
             WHEN 'A'
               MOVE 'ACCORDE'   TO LC-ETAT
             WHEN 'R'
               MOVE 'REFUSE'    TO LC-ETAT
             WHEN 'N'
               MOVE 'ANNULE'    TO LC-ETAT
             WHEN OTHER
               MOVE WS-GR-ETAT  TO LC-ETAT
           END-EVALUATE
           MOVE WS-GR-PAR   TO LC-PAR
           MOVE WS-GR-MOTIF TO LC-MOTIF
           IF WS-GR-LE NOT = ZERO
              STRING WS-GR-LE(7:2) '/' WS-GR-LE(5:2) '/'
                     WS-GR-LE(1:4) DELIMITED BY SIZE INTO LC-LE
           END-IF
           MOVE LIGNECG TO LIGCGO(IND-LIG)
           ADD 1 TO IND-LIG
           MOVE ZERO TO WS-GR-NB
           .

      *  DEMANDE DE CONGE (ACTION D) : UN SOLDE DOIT EXISTER, LA
      *  PERIODE (62 JOURS AU PLUS) EST DANS LA FORMATION ET HORS
      *  MOIS CLOTURE ; SEULS SES JOURS DE COURS SONT DEMANDES, AUCUN
      *  NE DOIT ETRE DEJA DEMANDE OU ACCORDE ET LEUR NOMBRE NE PEUT
      *  DEPASSER LE DISPONIBLE. UN JOUR REFUSE OU ANNULE PEUT ETRE
      *  DEMANDE A NOUVEAU
       23500-DEMANDE.
      *--------------*
           PERFORM 23450-CUMULS
           PERFORM 23420-GARNIR-SOLDE
           PERFORM 23470-LISTE-DEMANDES
           IF WS-SOLDE-TROUVE = 'N'
              MOVE 'PAS DE DROIT A CONGES PAYES POUR CE STAGIAIRE'
                TO MESSCGO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           PERFORM 23510-CHECK-PERIODE
           IF WS-DEB < WS-DEB-FORM OR WS-FIN > WS-FIN-FORM
              MOVE 'PERIODE HORS DES DATES DE LA FORMATION' TO MESSCGO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           PERFORM 23310-LIT-CLOTURE
           IF WS-DEB(1:6) NOT > WS-MOIS-CLOS
              MOVE 'MOIS DE PAIE CLOTURE - DEMANDE REFUSEE' TO MESSCGO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           PERFORM 23530-JOURS-DE-COURS
           IF WS-NB-DEM = ZERO
              MOVE 'AUCUN JOUR DE COURS DANS LA PERIODE' TO MESSCGO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           PERFORM VARYING IND-JOUR FROM 1 BY 1
                   UNTIL IND-JOUR > WS-NB-DEM
              IF WS-ETAT-DEM(IND-JOUR) = 'D'
                 OR WS-ETAT-DEM(IND-JOUR) = 'A'
                 MOVE WS-JOUR-DEM(IND-JOUR) TO WS-JOUR
                 STRING 'JOUR DEJA DEMANDE OU ACCORDE : '
                        WS-J-JJ '/' WS-J-MM '/' WS-J-AAAA
                        DELIMITED BY SIZE INTO MESSCGO
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           END-PERFORM
           IF WS-NB-DEM > WS-DISPO
              MOVE WS-NB-DEM TO WS-NB-ED
              MOVE WS-DISPO  TO WS-DISPO-ED
              STRING 'SOLDE INSUFFISANT : ' WS-NB-ED
                     ' JOUR(S) DE COURS DEMANDE(S), ' WS-DISPO-ED
                     ' DISPONIBLE(S)' DELIMITED BY SIZE INTO MESSCGO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(DAT)
           END-EXEC
           MOVE EIBOPID TO WS-OPR-CONNECTE
           PERFORM VARYING IND-JOUR FROM 1 BY 1
                   UNTIL IND-JOUR > WS-NB-DEM
              PERFORM 23550-ECRIT-JOUR
           END-PERFORM
           MOVE WS-NB-DEM TO WS-NB-ED
           STRING 'DEMANDE ENREGISTREE - ' WS-NB-ED
                  ' JOUR(S) DE COURS A STATUER' DELIMITED BY SIZE
                  INTO MESSCGO
      *  LA SAISIE EST EFFACEE : UN SECOND ENTER NE DOIT PAS
      *  ENREGISTRER LA DEMANDE DEUX FOIS
           MOVE SPACES TO ACTCGO DEBCGO FINCGO MOTCGO
           MOVE ZERO   TO CA-SUITE
           PERFORM 23450-CUMULS
           PERFORM 23420-GARNIR-SOLDE
           PERFORM 23470-LISTE-DEMANDES
           PERFORM 22000-TRAIT-ENVOI
           .

      *  PERIODE SAISIE : DU OBLIGATOIRE, AU FACULTATIF (UN SEUL
      *  JOUR), DATES JJMMAAAA VALIDES, AU NON ANTERIEUR A DU
       23510-CHECK-PERIODE.
      *--------------------*
           IF DEBCGI = LOW-VALUE OR DEBCGI NOT NUMERIC
              MOVE 'DATE DE DEBUT OBLIGATOIRE (JJMMAAAA)' TO MESSCGO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE DEBCGI TO WS-DATE-CHK
           PERFORM 23320-CHECK-JOUR-MOIS
           IF WS-DATE-INVALIDE = 'O'
              MOVE 'DATE DE DEBUT INVALIDE' TO MESSCGO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE WS-DATE-CHK(5:4) TO WS-DEB(1:4)
           MOVE WS-DATE-CHK(3:2) TO WS-DEB(5:2)
           MOVE WS-DATE-CHK(1:2) TO WS-DEB(7:2)
           IF FINCGI = LOW-VALUE OR FINCGI = SPACES
              MOVE WS-DEB TO WS-FIN
              EXIT PARAGRAPH
           END-IF
           IF FINCGI NOT NUMERIC
              MOVE 'DATE DE FIN INVALIDE (JJMMAAAA)' TO MESSCGO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE FINCGI TO WS-DATE-CHK
           PERFORM 23320-CHECK-JOUR-MOIS
           IF WS-DATE-INVALIDE = 'O'
              MOVE 'DATE DE FIN INVALIDE' TO MESSCGO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE WS-DATE-CHK(5:4) TO WS-FIN(1:4)
           MOVE WS-DATE-CHK(3:2) TO WS-FIN(5:2)
           MOVE WS-DATE-CHK(1:2) TO WS-FIN(7:2)
           IF WS-FIN < WS-DEB
              MOVE 'DATE DE FIN ANTERIEURE A LA DATE DE DEBUT'
                TO MESSCGO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

      *  DERNIER MOIS DE PAIE CLOTURE (AAAAMM, ZERO SI AUCUN)
       23310-LIT-CLOTURE.
      *------------------*
           MOVE ZERO TO WS-MOIS-CLOS
           MOVE 'CLOTPRES' TO CT-CLE
           EXEC CICS READ FILE  (MON-FICHIER-CTL)
                          RIDFLD(CT-CLE)
                          INTO  (E-CONTROLE)
                          RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              MOVE CT-SEQUENCE TO WS-MOIS-CLOS
           END-IF
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
      *  LA SESSION (FCALS03) HORS EXCEPTIONS ET JOURS FERIES
      *  (FJOUR03) - L'ETAT ACTUEL DE CHAQUE JOUR DANS FCONG03 EST
      *  RELEVE (' ' = JAMAIS DEMANDE)
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
           MOVE ZERO   TO WS-NB-DEM WS-NB-CAL
           MOVE WS-DEB TO WS-JOUR
           PERFORM UNTIL WS-JOUR > WS-FIN
              ADD 1 TO WS-NB-CAL
              IF WS-NB-CAL > 62
                 MOVE 'PERIODE LIMITEE A 62 JOURS' TO MESSCGO
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
              PERFORM 23540-JOUR-COURS
              IF WS-COURS = 'O'
                 ADD 1 TO WS-NB-DEM
                 MOVE WS-JOUR TO WS-JOUR-DEM(WS-NB-DEM)
                 MOVE SPACE   TO WS-ETAT-DEM(WS-NB-DEM)
                 MOVE WS-NUMERO TO CG-NUMERO
                 MOVE WS-JOUR   TO CG-DATE
                 EXEC CICS READ FILE  (MON-FICHIER)
                                RIDFLD(CG-CLE)
                                INTO  (E-CONGE)
                                RESP  (C-R-CGE)
                 END-EXEC
                 IF C-R-CGE = DFHRESP(NORMAL)
                    MOVE CG-ETAT TO WS-ETAT-DEM(WS-NB-DEM)
                 END-IF
              END-IF
              PERFORM 23560-JOUR-SUIVANT
           END-PERFORM
           .

      *  WS-JOUR EST-IL UN JOUR DE COURS DE LA SESSION ?
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
                          RESP  (C-R-CGE)
           END-EXEC
           IF C-R-CGE = DFHRESP(NORMAL)
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

      *  LENDEMAIN DE WS-JOUR - ANNEE BISSEXTILE : REGLE SIMPLE DU
      *  DIVISIBLE PAR 4, SUFFISANTE SUR LA PLAGE DE DATES DE
      *  L'APPLICATION
       23560-JOUR-SUIVANT.
      *-------------------*
           MOVE JM-NB(WS-J-MM) TO WS-NB-JM
           IF WS-J-MM = 02
              DIVIDE WS-J-AAAA BY 4 GIVING WS-ZEL-K
                 REMAINDER WS-ZEL-H
              IF WS-ZEL-H = ZERO
                 MOVE 29 TO WS-NB-JM
              END-IF
           END-IF
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

      *  ENREGISTREMENT D'UN JOUR DEMANDE : CREATION, OU REPRISE D'UN
      *  JOUR REFUSE OU ANNULE DEJA PRESENT DANS FCONG03
       23550-ECRIT-JOUR.
      *-----------------*
           MOVE SPACES                TO E-CONGE
           MOVE WS-NUMERO             TO CG-NUMERO
           MOVE WS-JOUR-DEM(IND-JOUR) TO CG-DATE
           EXEC CICS READ FILE  (MON-FICHIER)
                          RIDFLD(CG-CLE)
                          INTO  (E-CONGE)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           PERFORM 23555-GARNIR-JOUR
           IF C-R = DFHRESP(NORMAL)
              EXEC CICS REWRITE FILE  (MON-FICHIER)
                                FROM  (E-CONGE)
                                RESP  (C-R)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE  (MON-FICHIER)
                              RIDFLD(CG-CLE)
                              FROM  (E-CONGE)
                              RESP  (C-R)
              END-EXEC
           END-IF
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'WRITE' TO SP-OPERATION
              MOVE MON-FICHIER TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                     INTO MESSCGO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

       23555-GARNIR-JOUR.
      *------------------*
           MOVE SPACES                TO E-CONGE
           MOVE WS-NUMERO             TO CG-NUMERO
           MOVE WS-JOUR-DEM(IND-JOUR) TO CG-DATE
           MOVE E-CODE-SESSION        TO CG-CODE-SESSION
           MOVE WS-DEB                TO CG-DEMANDE
           MOVE WS-FIN                TO CG-DEMANDE-FIN
           MOVE 'D'                   TO CG-ETAT
           MOVE WS-OPR-CONNECTE       TO CG-SAISI-PAR
           MOVE DAT                   TO CG-DATE-SAISIE
           MOVE ZERO                  TO CG-DATE-DECISION
           .

      *  DECISION SUR UNE DEMANDE DESIGNEE PAR SON PREMIER JOUR
      *  (ZONE DU) : ACCORD (A) OU REFUS MOTIVE (R) DES JOURS A
      *  STATUER, RESERVES AU NIVEAU 2 - ANNULATION (N) DES JOURS A
      *  STATUER OU ACCORDES. UN ACCORD EST BORNE PAR LES JOURS
      *  ACQUIS NON PRIS ET S'IMPUTE SUR LE SOLDE, UNE ANNULATION
      *  D'UN JOUR ACCORDE LE RECREDITE. AUCUN JOUR D'UN MOIS
      *  CLOTURE NE CHANGE D'ETAT
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
                 STRING 'ACCORD ET REFUS RESERVES AU NIVEAU 2'
                     DELIMITED BY SIZE INTO MESSCGO
                 PERFORM  22000-TRAIT-ENVOI
              END-IF
           END-IF
           PERFORM 23450-CUMULS
           PERFORM 23420-GARNIR-SOLDE
           PERFORM 23470-LISTE-DEMANDES
           IF DEBCGI = LOW-VALUE OR DEBCGI NOT NUMERIC
              STRING 'PREMIER JOUR DE LA DEMANDE OBLIGATOIRE (ZONE '
                     'DU, JJMMAAAA)' DELIMITED BY SIZE INTO MESSCGO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE DEBCGI TO WS-DATE-CHK
           MOVE WS-DATE-CHK(5:4) TO WS-DEB(1:4)
           MOVE WS-DATE-CHK(3:2) TO WS-DEB(5:2)
           MOVE WS-DATE-CHK(1:2) TO WS-DEB(7:2)
           IF WS-ACTION = 'R'
              AND (MOTCGI = LOW-VALUE OR MOTCGI = SPACES)
              MOVE 'MOTIF DE REFUS OBLIGATOIRE' TO MESSCGO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           PERFORM 23620-JOURS-DEMANDE
           IF WS-NB-DEM = ZERO
              IF WS-ACTION = 'N'
                 MOVE 'AUCUN JOUR A ANNULER POUR CETTE DEMANDE'
                   TO MESSCGO
              ELSE
                 MOVE 'AUCUN JOUR A STATUER POUR CETTE DEMANDE'
                   TO MESSCGO
              END-IF
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           PERFORM 23310-LIT-CLOTURE
           IF WS-JOUR-DEM(1)(1:6) NOT > WS-MOIS-CLOS
              MOVE 'MOIS DE PAIE CLOTURE - DECISION REFUSEE'
                TO MESSCGO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF WS-ACTION = 'A'
              COMPUTE WS-RESTE = WS-ACQUIS - WS-PRIS
              IF WS-NB-DEM > WS-RESTE
                 MOVE WS-NB-DEM TO WS-NB-ED
                 MOVE WS-RESTE  TO WS-DISPO-ED
                 STRING 'DROITS ACQUIS INSUFFISANTS : ' WS-NB-ED
                        ' JOUR(S) A ACCORDER, ' WS-DISPO-ED
                        ' NON PRIS' DELIMITED BY SIZE INTO MESSCGO
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(DAT)
           END-EXEC
           MOVE ZERO TO WS-NB-ACCORDES
           PERFORM VARYING IND-JOUR FROM 1 BY 1
                   UNTIL IND-JOUR > WS-NB-DEM
              PERFORM 23650-STATUE-JOUR
           END-PERFORM
           PERFORM 23680-MAJ-SOLDE
           MOVE WS-NB-DEM TO WS-NB-ED
           EVALUATE WS-ACTION
             WHEN 'A'
               STRING 'DEMANDE ACCORDEE - ' WS-NB-ED ' JOUR(S)'
                      DELIMITED BY SIZE INTO MESSCGO
             WHEN 'R'
               STRING 'DEMANDE REFUSEE - ' WS-NB-ED ' JOUR(S)'
                      DELIMITED BY SIZE INTO MESSCGO
             WHEN OTHER
               STRING 'DEMANDE ANNULEE - ' WS-NB-ED ' JOUR(S)'
                      DELIMITED BY SIZE INTO MESSCGO
           END-EVALUATE
           MOVE SPACES TO ACTCGO DEBCGO FINCGO MOTCGO
           MOVE ZERO   TO CA-SUITE
           PERFORM 23450-CUMULS
           PERFORM 23420-GARNIR-SOLDE
           PERFORM 23470-LISTE-DEMANDES
           PERFORM 22000-TRAIT-ENVOI
           .

      *  JOURS DE LA DEMANDE WS-DEB CONCERNES PAR L'ACTION : A
      *  STATUER POUR A ET R, A STATUER OU ACCORDES POUR N - LE
      *  PARCOURS S'ARRETE AU DERNIER JOUR DEMANDE
       23620-JOURS-DEMANDE.
      *--------------------*
           MOVE ZERO TO WS-NB-DEM
           MOVE ZERO TO WS-FIN
           MOVE WS-NUMERO TO WS-CGE-NUMERO
           MOVE WS-DEB    TO WS-CGE-DATE
           EXEC CICS STARTBR FILE   (MON-FICHIER)
                              RIDFLD (WS-CLE-CGE)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE   (MON-FICHIER)
                              INTO   (E-CONGE)
                              RIDFLD (WS-CLE-CGE)
                              RESP   (C-R)
           END-EXEC
           PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                   OR CG-NUMERO NOT = WS-NUMERO
                   OR (WS-FIN NOT = ZERO AND CG-DATE > WS-FIN)
                   OR WS-NB-DEM NOT < 62
              IF CG-DEMANDE = WS-DEB
                 MOVE CG-DEMANDE-FIN TO WS-FIN
                 IF CG-EN-ATTENTE
                    OR (CG-ACCORDE AND WS-ACTION = 'N')
                    ADD 1 TO WS-NB-DEM
                    MOVE CG-DATE TO WS-JOUR-DEM(WS-NB-DEM)
                    MOVE CG-ETAT TO WS-ETAT-DEM(WS-NB-DEM)
                 END-IF
              END-IF
              EXEC CICS READNEXT FILE   (MON-FICHIER)
                                 INTO   (E-CONGE)
                                 RIDFLD (WS-CLE-CGE)
                                 RESP   (C-R)
              END-EXEC
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER) END-EXEC
           .

      *  CHANGEMENT D'ETAT D'UN JOUR DE LA DEMANDE
       23650-STATUE-JOUR.
      *------------------*
           MOVE WS-NUMERO             TO CG-NUMERO
           MOVE WS-JOUR-DEM(IND-JOUR) TO CG-DATE
           EXEC CICS READ FILE  (MON-FICHIER)
                          RIDFLD(CG-CLE)
                          INTO  (E-CONGE)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              IF CG-ACCORDE
                 ADD 1 TO WS-NB-ACCORDES
              END-IF
              MOVE WS-ACTION       TO CG-ETAT
              MOVE WS-OPR-CONNECTE TO CG-DECIDE-PAR
              MOVE DAT             TO CG-DATE-DECISION
              IF WS-ACTION = 'R'
                 MOVE MOTCGI       TO CG-MOTIF-REFUS
              ELSE
                 MOVE SPACES       TO CG-MOTIF-REFUS
              END-IF
              EXEC CICS REWRITE FILE  (MON-FICHIER)
                                FROM  (E-CONGE)
                                RESP  (C-R)
              END-EXEC
           END-IF
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'REWRITE' TO SP-OPERATION
              MOVE MON-FICHIER TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                     INTO MESSCGO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

      *  IMPUTATION SUR LE SOLDE : UN ACCORD AJOUTE LES JOURS AUX
      *  JOURS PRIS, L'ANNULATION DE JOURS ACCORDES LES RETIRE
       23680-MAJ-SOLDE.
      *----------------*
           IF WS-ACTION = 'R'
              OR (WS-ACTION = 'N' AND WS-NB-ACCORDES = ZERO)
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NUMERO TO CG-NUMERO
           MOVE ZERO      TO CG-DATE
           EXEC CICS READ FILE  (MON-FICHIER)
                          RIDFLD(CG-CLE)
                          INTO  (E-CONGE)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              IF WS-ACTION = 'A'
                 ADD WS-NB-DEM TO CG-PRIS
              ELSE
                 IF CG-PRIS > WS-NB-ACCORDES
                    SUBTRACT WS-NB-ACCORDES FROM CG-PRIS
                 ELSE
                    MOVE ZERO TO CG-PRIS
                 END-IF
              END-IF
              EXEC CICS REWRITE FILE  (MON-FICHIER)
                                FROM  (E-CONGE)
                                RESP  (C-R)
              END-EXEC
           END-IF
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'REWRITE' TO SP-OPERATION
              MOVE MON-FICHIER TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                     INTO MESSCGO
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
                    INTO MESSCGO
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
           MOVE 'AIDE NON DISPONIBLE' TO MESSCGI
           PERFORM 22000-TRAIT-ENVOI
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO MESSCGI
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
