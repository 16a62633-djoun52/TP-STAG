       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGECI3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *   REGISTRE CONFIDENTIEL DES ADAPTATIONS LIEES A UN HANDICAP
      *   RECONNU (FADAP03) : UNE FICHE PAR STAGIAIRE AVEC LA MESURE
      *   PRATIQUE (TIERS-TEMPS, SALLE ACCESSIBLE, HORAIRES ...), SEULE
      *   REPRISE SUR LES EDITIONS FORMATEURS, ET LA NATURE DU BESOIN
      *   QUI NE QUITTE JAMAIS CET ECRAN. ACCES RESERVE AUX OPERATEURS
      *   DE NIVEAU 3 (FOPER03), CONTROLE A CHAQUE PASSAGE - MENU
      *   OPTION Z. ACTION E : ENREGISTRER (CREATION OU REMPLACEMENT),
      *   ACTION S : SUPPRIMER
       01  WS-COMMAREA.
           05 PROG-PRECEDENT      PIC X(8).
           05 PROG-COURANT        PIC X(8).
           05 PROG-SUIVANT        PIC X(8).
           05 FILLER              PIC X(30).
       01 C-R                     PIC S9(8) COMP.
       01 C-R-ED                  PIC ZZZ9.
       01 WS-TIME                 PIC X(8).
       01 TEXT-ERREUR             PIC X(15).
      *   COMMAREA DU SERVICE D'ERREUR SPERR3
       COPY SPERRCA.
       01 MON-PROG                PIC X(8) VALUE 'INGECI3 '.
       01 PROGMENU                PIC X(8) VALUE 'INF0CI3 '.
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
       01 MON-FICHIER             PIC X(8) VALUE 'FADAP03 '.
       01 MON-FICHIER-OPR         PIC X(8) VALUE 'FOPER03 '.
       01 MON-FICHIER-STG         PIC X(8) VALUE 'FSTAG03 '.
      *   STATUT DE BASCULE (QUIESCE PARTIEL = LECTURE SEULE)
       01 MON-FICHIER-CTL         PIC X(8) VALUE 'FCTL03  '.
       01 MA-MAP                  PIC X(8) VALUE 'MAPAD   '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
       01 PROGHELP                PIC X(8) VALUE 'HELP3   '.
           COPY HELPCA.
       01 MA-TRX                  PIC X(4) VALUE 'UEC3'.
       01 WS-OPR-CONNECTE         PIC X(3).
      *   NIVEAU D'HABILITATION REQUIS POUR CET ECRAN
       01 NIVEAU-ADAPTATION       PIC 9 VALUE 3.
       01 WS-NUMERO               PIC 9(4).
      *   DATE DU JOUR (AAAAMMJJ)
       01 DAT                     PIC 9(8).
      *   FIN DE VALIDITE SAISIE (JJMMAAAA CONTROLEE, REMISE EN
      *   AAAAMMJJ, ZERO = SANS LIMITE)
       01 WS-DATE-FIN             PIC 9(8).
       01 WS-DATE-CHK             PIC X(8).
       01 WS-DATE-INVALIDE        PIC X.
       01 WS-NOM                  PIC X(25).
      *   'O' SI UNE FICHE EXISTE DEJA POUR LE NUMERO
       01 WS-EXISTE               PIC X.
      *   SAISIE (LES ZONES EFFACEES REVIENNENT EN LOW-VALUE ET SONT
      *   REMISES A BLANC)
       01 WS-SAISIE.
           05 WS-S-MESURE         PIC X(60).
           05 WS-S-NATURE.
              10 WS-S-NATURE1     PIC X(60).
              10 WS-S-NATURE2     PIC X(60).
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

      *   DESCRIPTION DU FICHIER KSD DES ADAPTATIONS         *
       COPY FADAP.
      *   DESCRIPTION DU FICHIER KSD DES HABILITATIONS       *
       COPY FOPER.
      *   DESCRIPTION DU FICHIER KSD DES STAGIAIRES          *
       COPY FSTAG.
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
           05 LK-COMMAREA            PIC X(54).
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
      *  CHARGEMENT DE LA MAP AVANT AFFICHAGE - L'HABILITATION EST
      *  CONTROLEE DES LA PREMIERE ENTREE
           MOVE LOW-VALUE TO MAPADI
           PERFORM 10400-CHECK-NIVEAU
           MOVE 'SAISIR LE NUMERO DU STAGIAIRE' TO MESSADO
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           PERFORM 10600-AFFICHE-MODE
           STRING EIBTRMID '/' MON-MAPSET DELIMITED BY SIZE
                  INTO TERMADO
           STRING 'OPERATEUR:' EIBOPID DELIMITED BY SIZE
                  INTO OPIDADO
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(DATJADO)
                               DATESEP ('/')
                               TIME (TIMADO)
                               TIMESEP(':')
           END-EXEC
           EXEC CICS SEND MAP    (MA-MAP)
                          MAPSET (MON-MAPSET)
                          FROM   (MAPADO)
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

      *  L'ACCES EST DEJA FILTRE PAR LE MENU (NIVEAU 3), MAIS LA
      *  PROTECTION EST REFAITE A CHAQUE PASSAGE : LE REGISTRE NE
      *  DOIT JAMAIS ETRE ATTEINT PAR UN CHEMIN DETOURNE NI RESTER
      *  AFFICHE APRES UN RETRAIT D'HABILITATION. SANS FICHIER
      *  FOPER03 L'ACCES EST REFUSE (LA TABLE DE SECOURS OPRTAB NE
      *  CONNAIT PAS LE NIVEAU 3)
       10400-CHECK-NIVEAU.
      *-------------------*
           MOVE EIBOPID TO WS-OPR-CONNECTE
           MOVE WS-OPR-CONNECTE TO OP-CLE
           EXEC CICS READ FILE  (MON-FICHIER-OPR)
                          RIDFLD(OP-CLE)
                          INTO  (E-OPERATEUR)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              OR OP-NIV < NIVEAU-ADAPTATION
              MOVE LOW-VALUE TO MAPADI
              STRING 'ACCES NON AUTORISE POUR CET OPERATEUR'
                  DELIMITED BY SIZE INTO MESSADO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           .

      *  PENDANT UN QUIESCE PARTIEL, LE MODE LECTURE SEULE EST
      *  AFFICHE SUR L'ECRAN QUAND LA LIGNE MESSAGE EST LIBRE
       10600-AFFICHE-MODE.
      *-------------------*
           IF MESSADO = SPACES OR MESSADO = LOW-VALUES
              MOVE 'QUIESCE ' TO CT-CLE
              EXEC CICS READ FILE  (MON-FICHIER-CTL)
                             RIDFLD(CT-CLE)
                             INTO  (E-CONTROLE)
                             RESP  (C-R)
              END-EXEC
              IF C-R = DFHRESP(NORMAL) AND CT-ETAT = 'L'
                 MOVE 'SERVICE EN LECTURE SEULE (FENETRE BATCH)'
                      TO MESSADO
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
                  DELIMITED BY SIZE INTO MESSADO
           PERFORM 22000-TRAIT-ENVOI
           .

      *  ENTER : AFFICHAGE DE LA FICHE DU NUMERO SAISI, OU ACTION
       23100-TRAIT-ENTER.
      *------------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAPADI)
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
           PERFORM 10400-CHECK-NIVEAU
           IF NUMADI = LOW-VALUE OR NUMADI NOT NUMERIC
              STRING 'NUMERO DE STAGIAIRE OBLIGATOIRE (4 CHIFFRES)'
                  DELIMITED BY SIZE INTO MESSADO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE NUMADI TO WS-NUMERO
           PERFORM 23200-LECTURE-STAGIAIRE
           IF ACTADI NOT = LOW-VALUE AND ACTADI NOT = SPACE
              PERFORM 10500-CHECK-LECTURE
           END-IF
           EVALUATE ACTADI
             WHEN LOW-VALUE
             WHEN SPACE
               PERFORM 23400-AFFICHAGE
             WHEN 'E'
               PERFORM 23500-ENREGISTREMENT
             WHEN 'S'
               PERFORM 23600-SUPPRESSION
             WHEN OTHER
               STRING 'ACTION : E (ENREGISTRER), S (SUPPRIMER) OU '
                      'BLANC' DELIMITED BY SIZE INTO MESSADO
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
                     INTO MESSADO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

      *  IDENTITE ET SITUATION DU STAGIAIRE (FSTAG03) - UNE FICHE
      *  N'EST ENREGISTREE QUE POUR UN STAGIAIRE PRESENT ; UNE FICHE
      *  EXISTANTE RESTE CONSULTABLE ET SUPPRIMABLE SANS LUI
       23200-LECTURE-STAGIAIRE.
      *------------------------*
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(DAT)
           END-EXEC
           MOVE SPACES TO NOMADO PNMADO SESADO SITADO WS-NOM
           MOVE WS-NUMERO TO E-NUMERO
           EXEC CICS READ FILE  (MON-FICHIER-STG)
                          RIDFLD(E-NUMERO)
                          INTO  (E-STAGIAIRE)
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               MOVE E-NOM            TO WS-NOM NOMADO
               MOVE E-PRENOM         TO PNMADO
               MOVE E-CODE-SESSION   TO SESADO
               EVALUATE TRUE
                 WHEN E-PREINSCRIT
                   MOVE 'PRE-INSCRIT'    TO SITADO
                 WHEN E-SUSPENDU
                   MOVE 'SUSPENDU'       TO SITADO
                 WHEN E-TERMINE
                   MOVE 'STAGE TERMINE'  TO SITADO
                 WHEN OTHER
                   MOVE 'EN FORMATION'   TO SITADO
               END-EVALUATE
             WHEN DFHRESP(NOTFND)
               MOVE '(FICHE ABSENTE)' TO SITADO
             WHEN OTHER
               MOVE 'READ' TO SP-OPERATION
               MOVE MON-FICHIER-STG TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSADO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           .

      *  LECTURE DE LA FICHE D'ADAPTATION DU NUMERO : WS-EXISTE A 'O'
      *  SI ELLE EXISTE
       23300-LECTURE-ADAPTATION.
      *-------------------------*
           MOVE 'N'       TO WS-EXISTE
           MOVE WS-NUMERO TO AD-NUMERO
           EXEC CICS READ FILE  (MON-FICHIER)
                          RIDFLD(AD-NUMERO)
                          INTO  (E-ADAPTATION)
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               MOVE 'O' TO WS-EXISTE
             WHEN DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE 'READ' TO SP-OPERATION
               MOVE MON-FICHIER TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSADO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           .

      *  AFFICHAGE DE LA FICHE - UNE FICHE ENREGISTREE SOUS UN AUTRE
      *  NOM (NUMERO REATTRIBUE) EST SIGNALEE : ELLE N'EST PLUS
      *  EDITEE ET DOIT ETRE SUPPRIMEE OU REMPLACEE
       23400-AFFICHAGE.
      *----------------*
           PERFORM 23300-LECTURE-ADAPTATION
           MOVE SPACES TO MESADO NA1ADO NA2ADO DFVADO MAJADO
           IF WS-EXISTE = 'O'
              MOVE AD-MESURE       TO MESADO
              MOVE AD-NATURE(1:60)   TO NA1ADO
              MOVE AD-NATURE(61:60)  TO NA2ADO
              IF AD-DATE-FIN NOT = ZERO
                 STRING AD-DATE-FIN(7:2) AD-DATE-FIN(5:2)
                        AD-DATE-FIN(1:4) DELIMITED BY SIZE
                        INTO DFVADO
              END-IF
              STRING 'LE ' AD-DATE-MAJ(7:2) '/' AD-DATE-MAJ(5:2) '/'
                     AD-DATE-MAJ(1:4) ' PAR ' AD-MAJ-PAR
                     DELIMITED BY SIZE INTO MAJADO
              IF MESSADO = SPACES OR MESSADO = LOW-VALUES
                 EVALUATE TRUE
                   WHEN AD-NOM NOT = WS-NOM
                     STRING 'FICHE ENREGISTREE AU NOM DE ' AD-NOM
                            ' - A SUPPRIMER' DELIMITED BY SIZE
                            INTO MESSADO
                   WHEN AD-DATE-FIN NOT = ZERO AND AD-DATE-FIN < DAT
                     STRING 'ADAPTATION ECHUE - PLUS REPRISE SUR LES '
                            'EDITIONS' DELIMITED BY SIZE INTO MESSADO
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
              END-IF
           ELSE
              IF MESSADO = SPACES OR MESSADO = LOW-VALUES
                 MOVE 'AUCUNE ADAPTATION ENREGISTREE POUR CE STAGIAIRE'
                   TO MESSADO
              END-IF
           END-IF
           MOVE SPACE TO ACTADO
           PERFORM 22000-TRAIT-ENVOI
           .

      *  ENREGISTREMENT (ACTION E) : STAGIAIRE PRESENT DANS FSTAG03,
      *  MESURE PRATIQUE OBLIGATOIRE, FIN DE VALIDITE FACULTATIVE
      *  MAIS VALIDE ET NON PASSEE. LA FICHE EST CREEE OU REMPLACEE,
      *  LE NOM DU STAGIAIRE Y EST FIGE
       23500-ENREGISTREMENT.
      *---------------------*
           IF WS-NOM = SPACES
              STRING 'ENREGISTREMENT IMPOSSIBLE : STAGIAIRE ABSENT DE '
                     'FSTAG03' DELIMITED BY SIZE INTO MESSADO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE MESADI TO WS-S-MESURE
           MOVE NA1ADI TO WS-S-NATURE1
           MOVE NA2ADI TO WS-S-NATURE2
           INSPECT WS-SAISIE REPLACING ALL LOW-VALUE BY SPACE
           IF WS-S-MESURE = SPACES
              MOVE 'MESURE PRATIQUE OBLIGATOIRE' TO MESSADO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE ZERO TO WS-DATE-FIN
           IF DFVADI NOT = LOW-VALUE AND DFVADI NOT = SPACES
              IF DFVADI NOT NUMERIC
                 MOVE 'FIN DE VALIDITE INVALIDE (JJMMAAAA)' TO MESSADO
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
              MOVE DFVADI TO WS-DATE-CHK
              PERFORM 23320-CHECK-JOUR-MOIS
              IF WS-DATE-INVALIDE = 'O'
                 MOVE 'FIN DE VALIDITE INVALIDE (JJMMAAAA)' TO MESSADO
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
              MOVE WS-DATE-CHK(5:4) TO WS-DATE-FIN(1:4)
              MOVE WS-DATE-CHK(3:2) TO WS-DATE-FIN(5:2)
              MOVE WS-DATE-CHK(1:2) TO WS-DATE-FIN(7:2)
              IF WS-DATE-FIN < DAT
                 MOVE 'FIN DE VALIDITE DEJA PASSEE' TO MESSADO
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           END-IF
           MOVE EIBOPID TO WS-OPR-CONNECTE
           MOVE WS-NUMERO TO AD-NUMERO
           EXEC CICS READ FILE  (MON-FICHIER)
                          RIDFLD(AD-NUMERO)
                          INTO  (E-ADAPTATION)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               PERFORM 23550-GARNIR-ADAPTATION
               EXEC CICS REWRITE FILE  (MON-FICHIER)
                                 FROM  (E-ADAPTATION)
                                 RESP  (C-R)
               END-EXEC
               MOVE 'REWRITE' TO SP-OPERATION
             WHEN DFHRESP(NOTFND)
               PERFORM 23550-GARNIR-ADAPTATION
               EXEC CICS WRITE FILE  (MON-FICHIER)
                               RIDFLD(AD-NUMERO)
                               FROM  (E-ADAPTATION)
                               RESP  (C-R)
               END-EXEC
               MOVE 'WRITE' TO SP-OPERATION
             WHEN OTHER
               MOVE 'READ-UPD' TO SP-OPERATION
           END-EVALUATE
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE MON-FICHIER TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                     INTO MESSADO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           STRING 'ADAPTATION DU STAGIAIRE ' WS-NUMERO ' ENREGISTREE'
                  DELIMITED BY SIZE INTO MESSADO
           PERFORM 23400-AFFICHAGE
           .

       23550-GARNIR-ADAPTATION.
      *------------------------*
           MOVE SPACES          TO E-ADAPTATION
           MOVE WS-NUMERO       TO AD-NUMERO
           MOVE WS-NOM          TO AD-NOM
           MOVE WS-S-MESURE     TO AD-MESURE
           MOVE WS-S-NATURE     TO AD-NATURE
           MOVE WS-DATE-FIN     TO AD-DATE-FIN
           MOVE DAT             TO AD-DATE-MAJ
           MOVE WS-OPR-CONNECTE TO AD-MAJ-PAR
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

      *  SUPPRESSION (ACTION S) : FIN DE LA RECONNAISSANCE, DEPART
      *  DU STAGIAIRE OU FICHE D'UN ANCIEN TITULAIRE DU NUMERO
       23600-SUPPRESSION.
      *------------------*
           MOVE WS-NUMERO TO AD-NUMERO
           EXEC CICS DELETE FILE  (MON-FICHIER)
                            RIDFLD(AD-NUMERO)
                            RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               MOVE SPACES TO MESADO NA1ADO NA2ADO DFVADO MAJADO
               STRING 'ADAPTATION DU STAGIAIRE ' WS-NUMERO
                      ' SUPPRIMEE' DELIMITED BY SIZE INTO MESSADO
               MOVE SPACE TO ACTADO
               PERFORM 22000-TRAIT-ENVOI
             WHEN DFHRESP(NOTFND)
               MOVE 'AUCUNE ADAPTATION A SUPPRIMER' TO MESSADO
               PERFORM 23400-AFFICHAGE
             WHEN OTHER
               MOVE 'DELETE' TO SP-OPERATION
               MOVE MON-FICHIER TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSADO
               PERFORM 22000-TRAIT-ENVOI
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
                    INTO MESSADO
             PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE SP-LIBELLE TO TEXT-ERREUR
           .
      *  AIDE CONTEXTUELLE (PF1) - L'ECRAN PASSE LA MAIN AU SERVICE
      *  COMMUN HELP3 AVEC SA MAP ET UNE COPIE DE SA COMMAREA ; AU
      *  RETOUR L'ECRAN SE REAFFICHE EN PREMIERE ENTREE (LA SAISIE,
      *  CONFIDENTIELLE, N'EST PAS CONSERVEE)
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
           MOVE 'AIDE NON DISPONIBLE' TO MESSADO
           PERFORM 22000-TRAIT-ENVOI
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO MESSADO
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
