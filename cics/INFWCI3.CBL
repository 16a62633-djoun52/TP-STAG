       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFWCI3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *   CONFIRMATION D'UN CHANGEMENT DE COORDONNEES BANCAIRES : UN
      *   IBAN OU UN BIC MODIFIE SUR INF3CI3 BLOQUE LE VERSEMENT DE
      *   L'INDEMNITE (FBANQ03 A L'ETAT 'A', EXPPAIE ECARTE LE
      *   STAGIAIRE). LE BLOCAGE N'EST LEVE ICI QUE PAR UN OPERATEUR
      *   DE NIVEAU 2 AUTRE QUE L'AUTEUR DU CHANGEMENT, LA PIECE 'RB'
      *   (RIB) DU DOSSIER ETANT POINTEE RECUE (INFPCI3) LE JOUR DU
      *   CHANGEMENT OU APRES. LA FICHE EST ALORS REHORODATEE POUR
      *   QUE LE PROCHAIN EXPORT DELTA REPRENNE LE STAGIAIRE
       01  WS-COMMAREA.
           05 PROG-PRECEDENT      PIC X(8).
           05 PROG-COURANT        PIC X(8).
           05 PROG-SUIVANT        PIC X(8).
           05 MESSPROG            PIC X(40) .
           05 FILLER              PIC X(26).
       01 C-R                     PIC S9(8) COMP.
       01 C-R-ED                  PIC ZZZ9.
       01 WS-TIME                 PIC X(8).
       01 TEXT-ERREUR             PIC X(15).
      *   COMMAREA DU SERVICE D'ERREUR SPERR3
       COPY SPERRCA.
       01 MON-PROG                PIC X(8) VALUE 'INFWCI3 '.
       01 PROGMENU                PIC X(8) VALUE 'INF0CI3 '.
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
       01 MON-FICHIER             PIC X(8) VALUE 'FSTAG03 '.
       01 MON-FICHIER-OPR         PIC X(8) VALUE 'FOPER03 '.
       01 MON-FICHIER-BQ          PIC X(8) VALUE 'FBANQ03 '.
       01 MON-FICHIER-DOC         PIC X(8) VALUE 'FDOCS03 '.
      *   STATUT DE BASCULE (QUIESCE PARTIEL = LECTURE SEULE)
       01 MON-FICHIER-CTL         PIC X(8) VALUE 'FCTL03  '.
       01 MA-MAP                  PIC X(8) VALUE 'MAPC    '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
       01 PROGHELP                PIC X(8) VALUE 'HELP3   '.
           COPY HELPCA.
       01 MA-TRX                  PIC X(4) VALUE 'TXC3'.
       01 WS-OPR-CONNECTE         PIC X(3).
       01 WS-NUMERO               PIC 9(4).
      *   HORODATAGE DE LA CONFIRMATION (AAAAMMJJ / HHMMSS)
       01 WS-DATE-CONF            PIC 9(8).
       01 WS-HEURE-CONF           PIC 9(6).
       01 WS-HEURE-ED             PIC X(8).
      *   PIECE 'RB' : 'O' QUAND ELLE EST RECUE LE JOUR DU CHANGEMENT
      *   OU APRES - LA DATE DE LA PIECE (JJ/MM/AAAA) EST REMISE EN
      *   AAAAMMJJ POUR LA COMPARER A LA DATE DU CHANGEMENT
       01 WS-RIB-RECU             PIC X.
       01 WS-DATE-RB              PIC X(8).
       01 WS-DATE-CHG             PIC X(8).
      *   CHANGEMENT AFFICHE : LA CONFIRMATION PORTE SUR CE CHANGEMENT
      *   ET NON SUR UN CHANGEMENT SAISI ENTRE-TEMPS
       01 WS-CHG-AFFICHE.
           05 WS-AFF-DATE         PIC 9(8).
           05 WS-AFF-HEURE        PIC 9(6).
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

      *   DESCRIPTION DU FICHIER KSD DES STAGIAIRES          *
       COPY FSTAG.
      *   DESCRIPTION DES CHANGEMENTS DE COORDONNEES BANCAIRES*
       COPY FBANQ.
      *   DESCRIPTION DES PIECES DU DOSSIER                  *
       COPY FDOCS.
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
      *  CHARGEMENT DE LA MAP AVANT AFFICHAGE
           MOVE LOW-VALUE TO MAPCI
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           STRING EIBTRMID '/' MON-MAPSET DELIMITED BY SIZE
                  INTO TERMCO
           STRING 'OPERATEUR:' EIBOPID DELIMITED BY SIZE
                  INTO OPIDCO
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(DATCO)
                               DATESEP ('/')
                               TIME (TIMCO)
                               TIMESEP(':')
           END-EXEC
           EXEC CICS SEND MAP    (MA-MAP)
                          MAPSET (MON-MAPSET)
                          FROM   (MAPCO)
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
       23050-PROG-SUIVANT.
      *------------------*
           EXEC CICS XCTL  PROGRAM  (PROG-SUIVANT)
                           COMMAREA (WS-COMMAREA)
                           LENGTH   (LENGTH OF WS-COMMAREA)
                           RESP     (C-R)
           END-EXEC
           STRING 'PROGRAMME ' PROG-SUIVANT ' NON DISPONIBLE'
                  DELIMITED BY SIZE INTO MESSCO
           PERFORM 22000-TRAIT-ENVOI
           .
       23100-TRAIT-ENTER.
      *------------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAPCI)
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
      *  L'ACCES A CET ECRAN EST DEJA FILTRE PAR LE MENU (NIVEAU 2),
      *  MAIS LA PROTECTION EST REFAITE ICI : LA LEVEE D'UN BLOCAGE
      *  DE VERSEMENT NE DOIT PAS PASSER PAR UN CHEMIN DETOURNE
           MOVE EIBOPID TO WS-OPR-CONNECTE
           MOVE WS-OPR-CONNECTE TO OP-CLE
           EXEC CICS READ FILE  (MON-FICHIER-OPR)
                          RIDFLD(OP-CLE)
                          INTO  (E-OPERATEUR)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL) OR OP-NIV < 2
              STRING 'ACCES NON AUTORISE POUR CET OPERATEUR'
                  DELIMITED BY SIZE INTO MESSCO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF NUMCI = LOW-VALUE OR NUMCI NOT NUMERIC
              STRING 'NUMERO DE STAGIAIRE OBLIGATOIRE (4 CHIFFRES)'
                  DELIMITED BY SIZE INTO MESSCO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE NUMCI TO WS-NUMERO
           EVALUATE CNFCI
             WHEN LOW-VALUE
             WHEN SPACE
               PERFORM 23400-AFFICHAGE
             WHEN 'O'
               PERFORM 10500-CHECK-LECTURE
               PERFORM 23500-CONFIRMATION
             WHEN OTHER
               STRING 'CONFIRMATION : SAISIR O OU LAISSER A BLANC'
                   DELIMITED BY SIZE INTO MESSCO
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
                     INTO MESSCO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

       23400-AFFICHAGE.
      *----------------*
           PERFORM 23410-LECTURE-CHANGEMENT
           IF BQ-EN-ATTENTE
              IF WS-RIB-RECU = 'O'
                 MOVE 'CHANGEMENT A CONFIRMER (O)' TO MESSCO
              ELSE
                 STRING 'PIECE RB A POINTER RECUE (INFPCI3) AVANT '
                        'CONFIRMATION' DELIMITED BY SIZE INTO MESSCO
              END-IF
           END-IF
           PERFORM 22000-TRAIT-ENVOI
           .

      *  LECTURE DU CHANGEMENT, DE LA FICHE ET DE LA PIECE 'RB' ET
      *  GARNISSAGE DE L'ECRAN - PAS DE CHANGEMENT ENREGISTRE = RIEN A
      *  CONFIRMER (LE STAGIAIRE N'EST PAS BLOQUE)
       23410-LECTURE-CHANGEMENT.
      *-------------------------*
           MOVE WS-NUMERO TO BQ-NUMERO
           EXEC CICS READ FILE  (MON-FICHIER-BQ)
                          RIDFLD(BQ-NUMERO)
                          INTO  (E-BANQUE)
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(NOTFND)
               STRING 'AUCUN CHANGEMENT DE RIB ENREGISTRE POUR CE '
                      'STAGIAIRE' DELIMITED BY SIZE INTO MESSCO
               PERFORM 22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE 'READ' TO SP-OPERATION
               MOVE MON-FICHIER-BQ TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSCO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
      *  LE STAGIAIRE A PU QUITTER FSTAG03 : L'IDENTITE RESTE A BLANC
           MOVE WS-NUMERO TO E-NUMERO
           EXEC CICS READ FILE  (MON-FICHIER)
                          RIDFLD(E-NUMERO)
                          INTO  (E-STAGIAIRE)
                          RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              MOVE E-NOM    TO NOMCO
              MOVE E-PRENOM TO PNMCO
           ELSE
              MOVE SPACES   TO NOMCO PNMCO
           END-IF
           PERFORM 23420-LECTURE-RIB
           PERFORM 23430-GARNIR-ECRAN
           .

      *  PIECE 'RB' DU DOSSIER : RECUE LE JOUR DU CHANGEMENT OU APRES
       23420-LECTURE-RIB.
      *------------------*
           MOVE 'N'       TO WS-RIB-RECU
           MOVE SPACES    TO PRBCO
           MOVE WS-NUMERO TO DC-NUMERO
           MOVE 'RB'      TO DC-TYPE
           EXEC CICS READ FILE  (MON-FICHIER-DOC)
                          RIDFLD(DC-CLE)
                          INTO  (E-DOCUMENT)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'NON ENREGISTREE AU DOSSIER' TO PRBCO
              EXIT PARAGRAPH
           END-IF
           IF NOT DC-RECUE
              MOVE 'MANQUANTE' TO PRBCO
              EXIT PARAGRAPH
           END-IF
           STRING DC-DATE(7:4) DC-DATE(4:2) DC-DATE(1:2)
                  DELIMITED BY SIZE INTO WS-DATE-RB
           MOVE BQ-DATE-CHG TO WS-DATE-CHG
           IF WS-DATE-RB NOT < WS-DATE-CHG
              MOVE 'O' TO WS-RIB-RECU
              STRING 'RECUE LE ' DC-DATE ' PAR ' DC-OPERATEUR
                     DELIMITED BY SIZE INTO PRBCO
           ELSE
              STRING 'RECUE LE ' DC-DATE ' (AVANT LE CHANGEMENT)'
                     DELIMITED BY SIZE INTO PRBCO
           END-IF
           .

       23430-GARNIR-ECRAN.
      *-------------------*
           IF BQ-EN-ATTENTE
              MOVE 'EN ATTENTE - PAIEMENT BLOQUE' TO ETACO
           ELSE
              MOVE 'CONFIRME - PAIEMENT DEBLOQUE' TO ETACO
           END-IF
           MOVE SPACES TO DCHCO HCHCO DCFCO
           STRING BQ-DATE-CHG(7:2) '/' BQ-DATE-CHG(5:2) '/'
                  BQ-DATE-CHG(1:4) DELIMITED BY SIZE INTO DCHCO
           STRING BQ-HEURE-CHG(1:2) ':' BQ-HEURE-CHG(3:2) ':'
                  BQ-HEURE-CHG(5:2) DELIMITED BY SIZE INTO HCHCO
           MOVE BQ-OPR-CHG  TO OCHCO
           MOVE BQ-ANC-IBAN TO AIBCO
           MOVE BQ-ANC-BIC  TO ABICO
           MOVE BQ-IBAN     TO NIBCO
           MOVE BQ-BIC      TO NBICO
           IF BQ-CONFIRME
              STRING BQ-DATE-CONF(7:2) '/' BQ-DATE-CONF(5:2) '/'
                     BQ-DATE-CONF(1:4) DELIMITED BY SIZE INTO DCFCO
           END-IF
           MOVE BQ-OPR-CONF TO OCFCO
           .

      *  CONFIRMATION DU CHANGEMENT : EN ATTENTE, SAISI PAR UN AUTRE
      *  OPERATEUR, PIECE 'RB' RECUE DEPUIS - L'ENTREE EST RELUE EN
      *  MISE A JOUR ET NE DOIT PAS AVOIR CHANGE DEPUIS LA LECTURE
      *  (NOUVEAU CHANGEMENT SAISI ENTRE-TEMPS SUR INF3CI3)
       23500-CONFIRMATION.
      *-------------------*
           PERFORM 23410-LECTURE-CHANGEMENT
           MOVE BQ-DATE-CHG  TO WS-AFF-DATE
           MOVE BQ-HEURE-CHG TO WS-AFF-HEURE
           MOVE SPACE TO CNFCO
           IF NOT BQ-EN-ATTENTE
              MOVE 'CHANGEMENT DEJA CONFIRME' TO MESSCO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF BQ-OPR-CHG = WS-OPR-CONNECTE
              STRING 'CONFIRMATION REFUSEE : LE CHANGEMENT DOIT ETRE '
                     'CONFIRME PAR UN AUTRE OPERATEUR'
                     DELIMITED BY SIZE INTO MESSCO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF WS-RIB-RECU NOT = 'O'
              STRING 'CONFIRMATION REFUSEE : PIECE RB NON RECUE '
                     'DEPUIS LE CHANGEMENT' DELIMITED BY SIZE
                     INTO MESSCO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           EXEC CICS READ FILE  (MON-FICHIER-BQ)
                          RIDFLD(BQ-NUMERO)
                          INTO  (E-BANQUE)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'READ-UPD' TO SP-OPERATION
              MOVE MON-FICHIER-BQ TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                     INTO MESSCO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF NOT BQ-EN-ATTENTE OR BQ-DATE-CHG NOT = WS-AFF-DATE
              OR BQ-HEURE-CHG NOT = WS-AFF-HEURE
              EXEC CICS UNLOCK FILE(MON-FICHIER-BQ) END-EXEC
              STRING 'CHANGEMENT MODIFIE ENTRE-TEMPS - '
                     'REAFFICHER AVANT DE CONFIRMER'
                     DELIMITED BY SIZE INTO MESSCO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(WS-DATE-CONF)
                               TIME    (WS-HEURE-ED)
                               TIMESEP (':')
           END-EXEC
           MOVE WS-HEURE-ED(1:2) TO WS-HEURE-CONF(1:2)
           MOVE WS-HEURE-ED(4:2) TO WS-HEURE-CONF(3:2)
           MOVE WS-HEURE-ED(7:2) TO WS-HEURE-CONF(5:2)
           MOVE 'C'             TO BQ-ETAT
           MOVE WS-DATE-CONF    TO BQ-DATE-CONF
           MOVE WS-HEURE-CONF   TO BQ-HEURE-CONF
           MOVE WS-OPR-CONNECTE TO BQ-OPR-CONF
           EXEC CICS REWRITE FILE  (MON-FICHIER-BQ)
                             FROM  (E-BANQUE)
                             RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'REWRITE' TO SP-OPERATION
              MOVE MON-FICHIER-BQ TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                     INTO MESSCO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           PERFORM 23550-REPRISE-EXPORT
           PERFORM 23430-GARNIR-ECRAN
           MOVE 'CHANGEMENT CONFIRME - PAIEMENT DEBLOQUE' TO MESSCO
           PERFORM 22000-TRAIT-ENVOI
           .

      *  LA FICHE EST REHORODATEE (MEME REGLE QUE INF3CI3) : LE MODE
      *  DELTA D'EXPPAIE NE RETIENT QUE LES FICHES MISES A JOUR DEPUIS
      *  LE DERNIER EXPORT ET LE STAGIAIRE DEBLOQUE DOIT Y REVENIR -
      *  MEILLEUR EFFORT, LE STAGIAIRE A PU QUITTER FSTAG03
       23550-REPRISE-EXPORT.
      *---------------------*
           MOVE WS-NUMERO TO E-NUMERO
           EXEC CICS READ FILE  (MON-FICHIER)
                          RIDFLD(E-NUMERO)
                          INTO  (E-STAGIAIRE)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              MOVE WS-DATE-CONF  TO E-DATE-MAJ
              MOVE WS-HEURE-CONF TO E-HEURE-MAJ
              ADD 1 TO E-COMPTEUR-MAJ
              EXEC CICS REWRITE FILE  (MON-FICHIER)
                                FROM  (E-STAGIAIRE)
                                RESP  (C-R)
              END-EXEC
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
                    INTO MESSCO
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
           MOVE 'AIDE NON DISPONIBLE' TO MESSCI
           PERFORM 22000-TRAIT-ENVOI
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO MESSCI
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
