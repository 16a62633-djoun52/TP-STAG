       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFVCI3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *   HISTORIQUE DES INDEMNITES D'UN STAGIAIRE (FVERS03) - UNE
      *   LIGNE PAR LIGNE EXPORTEE EN PAIE PAR EXPPAIE (DETAIL DU MOIS
      *   OU REGULARISATION), AVEC LE BRUT, LES RETENUES, LE NET ET
      *   L'ACQUITTEMENT RENDU PAR IMPPAIE (PAYE / REJETE + CODE) -
      *   REPOND AUX APPELS POUR VERSEMENT MANQUANT SANS RESSORTIR
      *   LES ANCIENNES GENERATIONS DU FICHIER EXPORTE - ACCES
      *   DIRECT PF10 DEPUIS INF2CI3 ET INFJCI3 (NUMERO TRANSMIS)
       01  WS-COMMAREA.
           05 PROG-PRECEDENT      PIC X(8).
           05 PROG-COURANT        PIC X(8).
           05 PROG-SUIVANT        PIC X(8).
      *   NUMERO DU STAGIAIRE CONSULTE (POSITIONNE PAR INF2CI3 OU
      *   INFJCI3 AVANT LE XCTL, MEME CONVENTION QUE INF8CI3)
           05 CA-NUMERO           PIC X(4).
      *   DERNIERE LIGNE AFFICHEE - POINT DE REPRISE POUR PF8
           05 CA-DATE-SUITE       PIC 9(8).
           05 CA-SEQ-SUITE        PIC 9(6).
           05 CA-RANG-SUITE       PIC 9(3).
           05 FILLER              PIC X(22).
       01 C-R                     PIC S9(8) COMP.
       01 C-R-ED                  PIC ZZZ9.
       01 WS-TIME                 PIC X(8).
       01 TEXT-ERREUR             PIC X(15).
      *   COMMAREA DU SERVICE D'ERREUR SPERR3
       COPY SPERRCA.
       01 MON-PROG                PIC X(8) VALUE 'INFVCI3 '.
       01 PROGMENU                PIC X(8) VALUE 'INF0CI3 '.
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
       01 MON-FICHIER-VRS         PIC X(8) VALUE 'FVERS03 '.
      *   STATUT DE BASCULE (QUIESCE PARTIEL = LECTURE SEULE)
       01 MON-FICHIER-CTL         PIC X(8) VALUE 'FCTL03  '.
       01 MA-MAP                  PIC X(8) VALUE 'MAPI    '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
       01 PROGHELP                PIC X(8) VALUE 'HELP3   '.
           COPY HELPCA.
       01 MA-TRX                  PIC X(4) VALUE 'TWC3'.
      *   CLE DE PARCOURS DE FVERS03 (NUMERO + EXPORT + RANG)
       01 WS-CLE-BR.
           05 WS-BR-NUMERO        PIC 9(4).
           05 WS-BR-DATE          PIC 9(8).
           05 WS-BR-SEQ           PIC 9(6).
           05 WS-BR-RANG          PIC 9(3).
       77 WS-SAUT-PREMIER         PIC X.
       77 IND-LIG                 PIC S9(4) COMP.
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

      *   DESCRIPTION DU FICHIER KSD DES VERSEMENTS          *
       COPY FVERS.
      *   ENREGISTREMENT DE CONTROLE (STATUT DE LA BASCULE)   *
       COPY FCTL.
      *   DESCRIPTION DE LA LIGNE DE LA GRILLE
       01 LIGNEI.
         05 LI-MOIS              PIC X(7).
         05 VALUE SPACE          PIC X(2).
         05 LI-TYPE              PIC X(3).
         05 VALUE SPACE          PIC X(2).
         05 LI-EXPORT            PIC X(10).
         05 VALUE SPACE          PIC X(2).
         05 LI-BRUT              PIC ZZZZ9.99.
         05 VALUE SPACE          PIC X(2).
         05 LI-RET-ABS           PIC ZZZZ9.99.
         05 VALUE SPACE          PIC X(2).
         05 LI-RET-TROP          PIC ZZZZ9.99.
         05 VALUE SPACE          PIC X(2).
         05 LI-NET               PIC -ZZZZ9.99.
         05 VALUE SPACE          PIC X(2).
         05 LI-ETAT              PIC X(7).
         05 VALUE SPACE          PIC X(1).
         05 LI-CODE              PIC X(2).
         05 VALUE SPACE          PIC X(2).
       01 LIGNEI-VIDE            PIC X(79) VALUE SPACES.
       77 WS-NET                 PIC S9(5)V99.
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
      *  TRANSMIS PAR INF2CI3 OU INFJCI3 (PF10), SES VERSEMENTS
      *  SONT AFFICHES IMMEDIATEMENT
           MOVE LOW-VALUE TO MAPII
           IF CA-NUMERO NUMERIC
              MOVE CA-NUMERO TO NUMII
              MOVE ZERO      TO CA-DATE-SUITE
              MOVE ZERO      TO CA-SEQ-SUITE
              MOVE ZERO      TO CA-RANG-SUITE
              PERFORM 23400-LECTURE
           END-IF
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           PERFORM 10600-AFFICHE-MODE
           STRING EIBTRMID '/' MON-MAPSET DELIMITED BY SIZE
                  INTO TERMIO
           STRING 'OPERATEUR:' EIBOPID DELIMITED BY SIZE
                  INTO OPIDIO
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(DATIO)
                               DATESEP ('/')
                               TIME (TIMIO)
                               TIMESEP(':')
           END-EXEC
           EXEC CICS SEND MAP    (MA-MAP)
                          MAPSET (MON-MAPSET)
                          FROM   (MAPIO)
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
              WHEN DFHPF8
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
           IF MESSIO = SPACES OR MESSIO = LOW-VALUES
              MOVE 'QUIESCE ' TO CT-CLE
              EXEC CICS READ FILE  (MON-FICHIER-CTL)
                             RIDFLD(CT-CLE)
                             INTO  (E-CONTROLE)
                             RESP  (C-R)
              END-EXEC
              IF C-R = DFHRESP(NORMAL) AND CT-ETAT = 'L'
                 MOVE 'SERVICE EN LECTURE SEULE (FENETRE BATCH)'
                      TO MESSIO
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
                  DELIMITED BY SIZE INTO MESSIO
           PERFORM 22000-TRAIT-ENVOI
           .
       23100-TRAIT-ENTER.
      *------------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAPII)
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
           IF NUMII = LOW-VALUE OR NUMII NOT NUMERIC
              STRING 'INDIQUE LE NUMERO DE STAGIAIRE'
                  DELIMITED BY SIZE INTO MESSIO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF EIBAID = DFHENTER OR NUMII NOT = CA-NUMERO
      *  NOUVELLE CONSULTATION : REPRISE AU PREMIER VERSEMENT
              MOVE NUMII  TO CA-NUMERO
              MOVE ZERO   TO CA-DATE-SUITE
              MOVE ZERO   TO CA-SEQ-SUITE
              MOVE ZERO   TO CA-RANG-SUITE
           END-IF
           PERFORM 23400-LECTURE
           PERFORM 22000-TRAIT-ENVOI
           .

      *  AFFICHAGE D'UNE PAGE DES VERSEMENTS DU STAGIAIRE CA-NUMERO,
      *  DANS L'ORDRE DES EXPORTS - REPRISE A PARTIR DE LA DERNIERE
      *  LIGNE AFFICHEE (CA-DATE-SUITE / CA-SEQ-SUITE / CA-RANG-
      *  SUITE, ELLE-MEME SAUTEE) POUR LA PAGINATION PF8
       23400-LECTURE.
      *-------------*
           MOVE 1 TO IND-LIG
           PERFORM UNTIL IND-LIG > 12
              MOVE LIGNEI-VIDE TO LIGIO(IND-LIG)
              ADD 1 TO IND-LIG
           END-PERFORM
           MOVE CA-NUMERO      TO WS-BR-NUMERO
           MOVE CA-DATE-SUITE  TO WS-BR-DATE
           MOVE CA-SEQ-SUITE   TO WS-BR-SEQ
           MOVE CA-RANG-SUITE  TO WS-BR-RANG
           IF CA-DATE-SUITE = ZERO
              MOVE 'N' TO WS-SAUT-PREMIER
           ELSE
              MOVE 'O' TO WS-SAUT-PREMIER
           END-IF
           EXEC CICS STARTBR FILE   (MON-FICHIER-VRS)
                              RIDFLD (WS-CLE-BR)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
      *  PAS DE VERSEMENT AU-DELA DE LA CLE : NOTFND ; TOUT AUTRE
      *  RETOUR (FICHIER FERME, DESACTIVE...) EST SIGNALE A SPERR3
           IF C-R NOT = DFHRESP(NORMAL)
              IF C-R = DFHRESP(NOTFND)
                 MOVE 'AUCUN VERSEMENT ENREGISTRE' TO MESSIO
              ELSE
                 MOVE 'STARTBR' TO SP-OPERATION
                 PERFORM 80000-APPEL-SPERR
                 STRING 'ERREUR FICHIER ' TEXT-ERREUR
                        DELIMITED BY SIZE INTO MESSIO
              END-IF
           ELSE
              EXEC CICS READNEXT FILE   (MON-FICHIER-VRS)
                                 INTO   (E-VERSEMENT)
                                 RIDFLD (WS-CLE-BR)
                                 RESP   (C-R)
              END-EXEC
      *  LA PREMIERE LIGNE RELUE EST CELLE DEJA AFFICHEE EN BAS DE
      *  LA PAGE PRECEDENTE - ON LA SAUTE
              IF WS-SAUT-PREMIER = 'O'
                 AND C-R = DFHRESP(NORMAL)
                 EXEC CICS READNEXT FILE   (MON-FICHIER-VRS)
                                    INTO   (E-VERSEMENT)
                                    RIDFLD (WS-CLE-BR)
                                    RESP   (C-R)
                 END-EXEC
              END-IF
              MOVE 1 TO IND-LIG
              PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                      OR VS-NUMERO NOT = CA-NUMERO
                      OR IND-LIG > 12
      *  L'IDENTITE EST CELLE RECOPIEE A L'EXPORT : LE STAGIAIRE A
      *  PU QUITTER FSTAG03 DEPUIS
                 MOVE VS-NOM    TO NOMIO
                 MOVE VS-PRENOM TO PNMIO
                 PERFORM 23450-FORMATE-LIGNE
                 MOVE LIGNEI TO LIGIO(IND-LIG)
                 ADD 1 TO IND-LIG
                 MOVE VS-DATE-EXPORT TO CA-DATE-SUITE
                 MOVE VS-SEQ-EXPORT  TO CA-SEQ-SUITE
                 MOVE VS-RANG        TO CA-RANG-SUITE
                 EXEC CICS READNEXT FILE   (MON-FICHIER-VRS)
                                    INTO   (E-VERSEMENT)
                                    RIDFLD (WS-CLE-BR)
                                    RESP   (C-R)
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(MON-FICHIER-VRS) END-EXEC
              IF IND-LIG = 1
                 IF CA-DATE-SUITE = ZERO
                    MOVE 'AUCUN VERSEMENT ENREGISTRE' TO MESSIO
                 ELSE
                    MOVE 'FIN DE L''HISTORIQUE' TO MESSIO
                 END-IF
              END-IF
           END-IF
           .

      *  UNE LIGNE : MOIS, NATURE (IND = INDEMNITE DU MOIS, RAP =
      *  RAPPEL, RET = RETENUE DE REGULARISATION, NET NEGATIF),
      *  DATE D'EXPORT, CALCUL DU MOIS ET ACQUITTEMENT DE LA PAIE
       23450-FORMATE-LIGNE.
      *--------------------*
           MOVE LIGNEI-VIDE TO LIGNEI
           STRING VS-MOIS(5:2) '/' VS-MOIS(1:4)
                  DELIMITED BY SIZE INTO LI-MOIS
           STRING VS-DATE-EXPORT(7:2) '/' VS-DATE-EXPORT(5:2) '/'
                  VS-DATE-EXPORT(1:4)
                  DELIMITED BY SIZE INTO LI-EXPORT
           MOVE VS-MONTANT TO WS-NET
           IF VS-MENSUEL
              MOVE 'IND'           TO LI-TYPE
              MOVE VS-BRUT         TO LI-BRUT
              MOVE VS-RETENUE-ABS  TO LI-RET-ABS
              MOVE VS-RETENUE-TROP TO LI-RET-TROP
           ELSE
              IF VS-SENS = '-'
                 MOVE 'RET' TO LI-TYPE
                 COMPUTE WS-NET = ZERO - VS-MONTANT
              ELSE
                 MOVE 'RAP' TO LI-TYPE
              END-IF
           END-IF
           MOVE WS-NET TO LI-NET
           EVALUATE TRUE
             WHEN VS-PAYE
               MOVE 'PAYE   ' TO LI-ETAT
             WHEN VS-REJETE
               MOVE 'REJETE ' TO LI-ETAT
               MOVE VS-CODE-RETOUR TO LI-CODE
             WHEN OTHER
               MOVE 'EXPORTE' TO LI-ETAT
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
           MOVE MON-FICHIER-VRS TO SP-FICHIER
      *  SP-OPERATION (L'OPERATION EN COURS) EST POSITIONNEE PAR
      *  L'APPELANT JUSTE AVANT LE PERFORM
           MOVE SPACES     TO SP-LIBELLE
           EXEC CICS LINK PROGRAM (SPERR)
                          COMMAREA(SPERR-COMMAREA)
                          LENGTH  (LENGTH OF SPERR-COMMAREA)
                          RESP    (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
             MOVE C-R TO C-R-ED
             STRING 'ERREUR APPEL SPERR ' C-R-ED DELIMITED BY SIZE
                    INTO MESSIO
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
           MOVE 'AIDE NON DISPONIBLE' TO MESSII
           PERFORM 22000-TRAIT-ENVOI
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO MESSII
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
