       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGDCI3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *   PRETS DE MATERIEL D'UN STAGIAIRE (FPRET03) : PORTABLE,
      *   BADGE, CLES ... LISTE DES PRETS (EN COURS, EN RETARD OU
      *   RENDUS), PRET D'UN MATERIEL (ACTION P : NUMERO
      *   D'INVENTAIRE, NATURE ET DATE DE RESTITUTION PREVUE) ET
      *   RETOUR (ACTION R : ETAT DU MATERIEL RENDU). UN MATERIEL NON
      *   RESTITUE RETIENT L'ATTESTATION DE FIN DE FORMATION (FINSTAG,
      *   CERTSTAG) - LE RETOUR RESTE DONC POSSIBLE APRES LA FIN DE
      *   STAGE OU LA SUPPRESSION DE LA FICHE. ACCES DIRECT PF4
      *   DEPUIS INF2CI3 (NUMERO TRANSMIS)
       01  WS-COMMAREA.
           05 PROG-PRECEDENT      PIC X(8).
           05 PROG-COURANT        PIC X(8).
           05 PROG-SUIVANT        PIC X(8).
      *   NUMERO DU STAGIAIRE (POSITIONNE PAR INF2CI3 AVANT LE XCTL,
      *   MEME CONVENTION QUE INFYCI3) ET CLE (INVENTAIRE + DATE DU
      *   PRET) EN TETE DE LA PAGE SUIVANTE (BLANC = PAS DE SUITE)
           05 CA-NUMERO           PIC X(4).
           05 CA-SUITE            PIC X(18).
           05 FILLER              PIC X(8).
       01 C-R                     PIC S9(8) COMP.
      *   RESP SEPARE POUR LES LECTURES FAITES AU MILIEU D'UN
      *   PARCOURS (C-R PILOTE LA BOUCLE DE PARCOURS)
       01 C-R-PRE                 PIC S9(8) COMP.
       01 C-R-ED                  PIC ZZZ9.
       01 WS-TIME                 PIC X(8).
       01 TEXT-ERREUR             PIC X(15).
      *   COMMAREA DU SERVICE D'ERREUR SPERR3
       COPY SPERRCA.
       01 MON-PROG                PIC X(8) VALUE 'INGDCI3 '.
       01 PROGMENU                PIC X(8) VALUE 'INF0CI3 '.
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
       01 MON-FICHIER             PIC X(8) VALUE 'FPRET03 '.
      *   CHEMIN FPRETMAT (AIX PR-MATERIEL, DOUBLONS) : UN MATERIEL
      *   NE PEUT ETRE PRETE QUE S'IL N'EST DETENU PAR PERSONNE
       01 MON-FICHIER-MAT         PIC X(8) VALUE 'FPRETMAT'.
       01 MON-FICHIER-STG         PIC X(8) VALUE 'FSTAG03 '.
      *   STAGIAIRES SORTIS EN FIN DE STAGE (IDENTITE POUR UN RETOUR
      *   TARDIF)
       01 MON-FICHIER-FIN         PIC X(8) VALUE 'FSTAGFIN'.
      *   STATUT DE BASCULE (QUIESCE PARTIEL = LECTURE SEULE)
       01 MON-FICHIER-CTL         PIC X(8) VALUE 'FCTL03  '.
       01 MA-MAP                  PIC X(8) VALUE 'MAPPR   '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
       01 PROGHELP                PIC X(8) VALUE 'HELP3   '.
           COPY HELPCA.
       01 MA-TRX                  PIC X(4) VALUE 'UDC3'.
       01 WS-OPR-CONNECTE         PIC X(3).
       01 WS-NUMERO               PIC 9(4).
      *   PAGE DEMANDEE : ' ' PREMIERE PAGE, 'S' PAGE SUIVANTE (PF8)
       01 WS-PAGE                 PIC X.
      *   DATE DU JOUR (AAAAMMJJ)
       01 DAT                     PIC 9(8).
      *   ECHEANCE SAISIE (JJMMAAAA CONTROLEE, REMISE EN AAAAMMJJ)
       01 WS-ECHEANCE             PIC 9(8).
       01 WS-DATE-CHK             PIC X(8).
       01 WS-DATE-INVALIDE        PIC X.
      *   SITUATION DU STAGIAIRE : 'S' DANS FSTAG03, 'F' SORTI EN FIN
      *   DE STAGE (FSTAGFIN), 'I' FICHE SUPPRIMEE OU INCONNUE
       01 WS-PRESENT              PIC X.
       01 WS-NOM                  PIC X(25).
       01 WS-CODE-SESSION         PIC X(10).
      *   SAISIE DU MATERIEL (LES ZONES EFFACEES REVIENNENT EN
      *   LOW-VALUE ET SONT REMISES A BLANC)
       01 WS-SAISIE.
           05 WS-S-MATERIEL       PIC X(10).
           05 WS-S-TYPE           PIC X(10).
           05 WS-S-ETAT           PIC X(1).
      *   DETENTEUR ACTUEL DU MATERIEL SAISI (ZERO = DISPONIBLE)
       01 WS-DETENTEUR            PIC 9(4).
      *   CLE DU PRET EN COURS A SOLDER (ZERO = AUCUN)
       01 WS-DATE-PRET            PIC 9(8).
      *   CLES DE PARCOURS DE FPRET03 ET DU CHEMIN FPRETMAT
       01 WS-CLE-PRE.
           05 WS-PRE-NUMERO       PIC 9(4).
           05 WS-PRE-SUITE.
              10 WS-PRE-MATERIEL  PIC X(10).
              10 WS-PRE-DATE      PIC 9(8).
       01 WS-CLE-MAT              PIC X(10).
       01 WS-SUITE                PIC X(18).
       77 IND-LIG                 PIC S9(4) COMP.
      *   DESCRIPTION DE LA LIGNE DE LA LISTE DES PRETS
       01 LIGNEPR.
         05 LP-MATERIEL          PIC X(10).
         05 VALUE ' | '          PIC X(3).
         05 LP-TYPE              PIC X(10).
         05 VALUE ' | '          PIC X(3).
         05 LP-PRET              PIC X(10).
         05 VALUE ' | '          PIC X(3).
         05 LP-ECHEANCE          PIC X(10).
         05 VALUE ' | '          PIC X(3).
         05 LP-RETOUR            PIC X(10).
         05 VALUE ' | '          PIC X(3).
         05 LP-ETAT              PIC X(9).
       01 LIGNEPR-VIDE           PIC X(79) VALUE SPACES.
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

      *   DESCRIPTION DU FICHIER KSD DES PRETS DE MATERIEL   *
       COPY FPRET.
      *   DESCRIPTION DU FICHIER KSD DES STAGIAIRES          *
       COPY FSTAG.
      *   DESCRIPTION DES STAGIAIRES SORTIS EN FIN DE STAGE  *
       COPY FSTAGFIN.
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
      *   INF2CI3 TRANSMET LA SIENNE, HELP3 REND CELLE-CI
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
      *  CHARGEMENT DE LA MAP AVANT AFFICHAGE - SI UN NUMERO A ETE
      *  TRANSMIS PAR INF2CI3 (PF4), LES PRETS DU STAGIAIRE SONT
      *  AFFICHES IMMEDIATEMENT (LA SUITE DE COMMAREA DE L'APPELANT
      *  N'EST PAS UNE CLE DE PAGE)
           MOVE LOW-VALUE TO MAPPRI
           MOVE SPACES    TO CA-SUITE
           IF CA-NUMERO NUMERIC
              MOVE CA-NUMERO TO NUMPRI
              MOVE CA-NUMERO TO WS-NUMERO
              PERFORM 23200-LECTURE-STAGIAIRE
              PERFORM 23400-AFFICHAGE
           END-IF
           MOVE 'SAISIR LE NUMERO DU STAGIAIRE' TO MESSPRO
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           PERFORM 10600-AFFICHE-MODE
           STRING EIBTRMID '/' MON-MAPSET DELIMITED BY SIZE
                  INTO TERMPRO
           STRING 'OPERATEUR:' EIBOPID DELIMITED BY SIZE
                  INTO OPIDPRO
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(DATJPRO)
                               DATESEP ('/')
                               TIME (TIMPRO)
                               TIMESEP(':')
           END-EXEC
           EXEC CICS SEND MAP    (MA-MAP)
                          MAPSET (MON-MAPSET)
                          FROM   (MAPPRO)
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
      *  LE MENU RELIT LES OCTETS PRIVES DE LA COMMAREA : ILS SONT
      *  EFFACES AVANT LE RETOUR
                   MOVE SPACES   TO CA-NUMERO CA-SUITE
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
           IF MESSPRO = SPACES OR MESSPRO = LOW-VALUES
              MOVE 'QUIESCE ' TO CT-CLE
              EXEC CICS READ FILE  (MON-FICHIER-CTL)
                             RIDFLD(CT-CLE)
                             INTO  (E-CONTROLE)
                             RESP  (C-R)
              END-EXEC
              IF C-R = DFHRESP(NORMAL) AND CT-ETAT = 'L'
                 MOVE 'SERVICE EN LECTURE SEULE (FENETRE BATCH)'
                      TO MESSPRO
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
                  DELIMITED BY SIZE INTO MESSPRO
           PERFORM 22000-TRAIT-ENVOI
           .

      *  ENTER : AFFICHAGE OU ACTION SAISIE - PF7 / PF8 : PREMIERE
      *  PAGE / PAGE SUIVANTE DE LA LISTE, SANS ACTION
       23100-TRAIT-ENTER.
      *------------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAPPRI)
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
           IF NUMPRI = LOW-VALUE OR NUMPRI NOT NUMERIC
              STRING 'NUMERO DE STAGIAIRE OBLIGATOIRE (4 CHIFFRES)'
                  DELIMITED BY SIZE INTO MESSPRO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE NUMPRI TO WS-NUMERO
      *  UN AUTRE STAGIAIRE REPART DE LA PREMIERE PAGE, SANS ACTION
           IF NUMPRI NOT = CA-NUMERO
              MOVE SPACES TO CA-SUITE
              MOVE NUMPRI TO CA-NUMERO
              PERFORM 23200-LECTURE-STAGIAIRE
              PERFORM 23400-AFFICHAGE
           END-IF
           IF WS-PAGE = SPACE
              MOVE SPACES TO CA-SUITE
           END-IF
           PERFORM 23200-LECTURE-STAGIAIRE
           IF WS-PAGE = 'S'
              IF CA-SUITE = SPACES OR CA-SUITE = LOW-VALUES
                 MOVE 'DERNIERE PAGE DEJA AFFICHEE' TO MESSPRO
              END-IF
              PERFORM 23400-AFFICHAGE
           END-IF
           IF ACTPRI NOT = LOW-VALUE AND ACTPRI NOT = SPACE
              PERFORM 10500-CHECK-LECTURE
           END-IF
           EVALUATE ACTPRI
             WHEN LOW-VALUE
             WHEN SPACE
               PERFORM 23400-AFFICHAGE
             WHEN 'P'
               PERFORM 23500-PRET
             WHEN 'R'
               PERFORM 23600-RETOUR
             WHEN OTHER
               STRING 'ACTION : P (PRET), R (RETOUR) OU BLANC'
                   DELIMITED BY SIZE INTO MESSPRO
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
                     INTO MESSPRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

      *  IDENTITE ET SITUATION DU STAGIAIRE : FICHE FSTAG03, SINON
      *  FICHE DE FIN DE STAGE (FSTAGFIN) - UN STAGIAIRE SORTI OU
      *  SUPPRIME GARDE SES PRETS, QUI RESTENT A SOLDER
       23200-LECTURE-STAGIAIRE.
      *------------------------*
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(DAT)
           END-EXEC
           MOVE SPACES TO NOMPRO PNMPRO SESPRO SITPRO
                          WS-NOM WS-CODE-SESSION
           MOVE WS-NUMERO TO E-NUMERO
           EXEC CICS READ FILE  (MON-FICHIER-STG)
                          RIDFLD(E-NUMERO)
                          INTO  (E-STAGIAIRE)
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               MOVE 'S'              TO WS-PRESENT
               MOVE E-NOM            TO WS-NOM NOMPRO
               MOVE E-PRENOM         TO PNMPRO
               MOVE E-CODE-SESSION   TO WS-CODE-SESSION SESPRO
               EVALUATE TRUE
                 WHEN E-PREINSCRIT
                   MOVE 'PRE-INSCRIT'    TO SITPRO
                 WHEN E-SUSPENDU
                   MOVE 'SUSPENDU'       TO SITPRO
                 WHEN E-TERMINE
                   MOVE 'STAGE TERMINE'  TO SITPRO
                 WHEN OTHER
                   MOVE 'EN FORMATION'   TO SITPRO
               END-EVALUATE
               EXIT PARAGRAPH
             WHEN DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE 'READ' TO SP-OPERATION
               MOVE MON-FICHIER-STG TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSPRO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           MOVE WS-NUMERO TO FN-NUMERO
           EXEC CICS READ FILE  (MON-FICHIER-FIN)
                          RIDFLD(FN-NUMERO)
                          INTO  (E-FIN-STAGE)
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               MOVE 'F'              TO WS-PRESENT
               MOVE FN-NOM           TO WS-NOM NOMPRO
               MOVE FN-PRENOM        TO PNMPRO
               MOVE FN-CODE-SESSION  TO WS-CODE-SESSION SESPRO
               MOVE 'SORTI (FIN DE STAGE)' TO SITPRO
             WHEN DFHRESP(NOTFND)
               MOVE 'I'              TO WS-PRESENT
               MOVE '(FICHE ABSENTE)' TO SITPRO
             WHEN OTHER
               MOVE 'READ' TO SP-OPERATION
               MOVE MON-FICHIER-FIN TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSPRO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           .

       23400-AFFICHAGE.
      *----------------*
           PERFORM 23470-LISTE-PRETS
           PERFORM 22000-TRAIT-ENVOI
           .

      *  LISTE DES PRETS DU NUMERO DANS L'ORDRE DES CLES (INVENTAIRE
      *  PUIS DATE DU PRET), UNE LIGNE PAR PRET - LA PAGE SUIVANTE
      *  REPART DU PREMIER PRET NON AFFICHE
       23470-LISTE-PRETS.
      *------------------*
           MOVE 1 TO IND-LIG
           PERFORM UNTIL IND-LIG > 8
              MOVE LIGNEPR-VIDE TO LIGPRO(IND-LIG)
              ADD 1 TO IND-LIG
           END-PERFORM
           MOVE 1      TO IND-LIG
           MOVE SPACES TO WS-SUITE
           MOVE WS-NUMERO TO WS-PRE-NUMERO
           IF CA-SUITE NOT = SPACES AND CA-SUITE NOT = LOW-VALUES
              MOVE CA-SUITE TO WS-PRE-SUITE
           ELSE
              MOVE LOW-VALUES TO WS-PRE-SUITE
           END-IF
           EXEC CICS STARTBR FILE   (MON-FICHIER)
                              RIDFLD (WS-CLE-PRE)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE   (MON-FICHIER)
                                 INTO   (E-PRET)
                                 RIDFLD (WS-CLE-PRE)
                                 RESP   (C-R)
              END-EXEC
              PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                      OR PR-NUMERO NOT = WS-NUMERO
                      OR WS-SUITE NOT = SPACES
                 IF IND-LIG > 8
                    MOVE WS-PRE-SUITE TO WS-SUITE
                 ELSE
                    PERFORM 23480-GARNIR-LIGNE
                    EXEC CICS READNEXT FILE   (MON-FICHIER)
                                       INTO   (E-PRET)
                                       RIDFLD (WS-CLE-PRE)
                                       RESP   (C-R)
                    END-EXEC
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(MON-FICHIER) END-EXEC
           END-IF
           MOVE WS-SUITE TO CA-SUITE
           IF IND-LIG = 1
              AND (MESSPRO = SPACES OR MESSPRO = LOW-VALUES)
              MOVE 'AUCUN PRET DE MATERIEL POUR CE STAGIAIRE'
                TO MESSPRO
           END-IF
           .

       23480-GARNIR-LIGNE.
      *-------------------*
           MOVE SPACES TO LP-PRET LP-ECHEANCE LP-RETOUR
           MOVE PR-MATERIEL TO LP-MATERIEL
           MOVE PR-TYPE     TO LP-TYPE
           STRING PR-DATE-PRET(7:2) '/' PR-DATE-PRET(5:2) '/'
                  PR-DATE-PRET(1:4) DELIMITED BY SIZE INTO LP-PRET
           STRING PR-DATE-ECHEANCE(7:2) '/' PR-DATE-ECHEANCE(5:2) '/'
                  PR-DATE-ECHEANCE(1:4) DELIMITED BY SIZE
                  INTO LP-ECHEANCE
           IF PR-DATE-RETOUR NOT = ZERO
              STRING PR-DATE-RETOUR(7:2) '/' PR-DATE-RETOUR(5:2) '/'
                     PR-DATE-RETOUR(1:4) DELIMITED BY SIZE
                     INTO LP-RETOUR
           END-IF
           EVALUATE TRUE
             WHEN PR-DATE-RETOUR = ZERO
              AND PR-DATE-ECHEANCE < DAT
               MOVE 'EN RETARD' TO LP-ETAT
             WHEN PR-DATE-RETOUR = ZERO
               MOVE 'EN COURS'  TO LP-ETAT
             WHEN PR-BON-ETAT
               MOVE 'BON ETAT'  TO LP-ETAT
             WHEN PR-ENDOMMAGE
               MOVE 'ENDOMMAGE' TO LP-ETAT
             WHEN PR-INCOMPLET
               MOVE 'INCOMPLET' TO LP-ETAT
             WHEN PR-PERDU
               MOVE 'PERDU'     TO LP-ETAT
             WHEN OTHER
               MOVE PR-ETAT-RETOUR TO LP-ETAT
           END-EVALUATE
           MOVE LIGNEPR TO LIGPRO(IND-LIG)
           ADD 1 TO IND-LIG
           .

      *  SAISIE DU MATERIEL : NUMERO D'INVENTAIRE TOUJOURS, NATURE
      *  ET ETAT SELON L'ACTION
       23300-CONTROLE-SAISIE.
      *----------------------*
           MOVE MATPRI TO WS-S-MATERIEL
           MOVE TYPPRI TO WS-S-TYPE
           MOVE ETAPRI TO WS-S-ETAT
           INSPECT WS-SAISIE REPLACING ALL LOW-VALUE BY SPACE
           IF WS-S-MATERIEL = SPACES
              MOVE 'NUMERO D''INVENTAIRE DU MATERIEL OBLIGATOIRE'
                TO MESSPRO
              PERFORM 22000-TRAIT-ENVOI
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

      *  DETENTEUR ACTUEL DU MATERIEL SAISI : PARCOURS DU CHEMIN
      *  FPRETMAT (DOUBLONS) A LA RECHERCHE D'UN PRET SANS DATE DE
      *  RETOUR - NUMERO DU DETENTEUR DANS WS-DETENTEUR (ZERO = LIBRE)
       23350-DETENTEUR.
      *----------------*
           MOVE ZERO          TO WS-DETENTEUR
           MOVE WS-S-MATERIEL TO WS-CLE-MAT
           EXEC CICS STARTBR FILE   (MON-FICHIER-MAT)
                              RIDFLD (WS-CLE-MAT)
                              GTEQ
                              RESP   (C-R-PRE)
           END-EXEC
           IF C-R-PRE NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE  (MON-FICHIER-MAT)
                              INTO  (E-PRET)
                              RIDFLD(WS-CLE-MAT)
                              RESP  (C-R-PRE)
           END-EXEC
           PERFORM UNTIL (C-R-PRE NOT = DFHRESP(NORMAL)
                      AND C-R-PRE NOT = DFHRESP(DUPKEY))
                      OR PR-MATERIEL NOT = WS-S-MATERIEL
                      OR WS-DETENTEUR NOT = ZERO
              IF PR-DATE-RETOUR = ZERO
                 MOVE PR-NUMERO TO WS-DETENTEUR
              END-IF
              EXEC CICS READNEXT FILE  (MON-FICHIER-MAT)
                                 INTO  (E-PRET)
                                 RIDFLD(WS-CLE-MAT)
                                 RESP  (C-R-PRE)
              END-EXEC
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER-MAT) END-EXEC
           .

      *  PRET D'UN MATERIEL (ACTION P) : STAGIAIRE PRESENT DANS
      *  FSTAG03 ET PAS EN FIN DE STAGE, NATURE OBLIGATOIRE, DATE DE
      *  RESTITUTION PREVUE VALIDE ET NON PASSEE, MATERIEL DETENU PAR
      *  PERSONNE. LE NOM DU STAGIAIRE EST FIGE SUR LE PRET
       23500-PRET.
      *-----------*
           PERFORM 23300-CONTROLE-SAISIE
           IF WS-PRESENT NOT = 'S' OR E-TERMINE
              STRING 'PRET IMPOSSIBLE : LE STAGIAIRE N''EST PLUS EN '
                     'FORMATION' DELIMITED BY SIZE INTO MESSPRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF WS-S-TYPE = SPACES
              MOVE 'NATURE DU MATERIEL OBLIGATOIRE' TO MESSPRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF ECHPRI = LOW-VALUE OR ECHPRI NOT NUMERIC
              STRING 'DATE DE RESTITUTION PREVUE OBLIGATOIRE '
                     '(JJMMAAAA)' DELIMITED BY SIZE INTO MESSPRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE ECHPRI TO WS-DATE-CHK
           PERFORM 23320-CHECK-JOUR-MOIS
           IF WS-DATE-INVALIDE = 'O'
              MOVE 'DATE DE RESTITUTION PREVUE INVALIDE' TO MESSPRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE WS-DATE-CHK(5:4) TO WS-ECHEANCE(1:4)
           MOVE WS-DATE-CHK(3:2) TO WS-ECHEANCE(5:2)
           MOVE WS-DATE-CHK(1:2) TO WS-ECHEANCE(7:2)
           IF WS-ECHEANCE < DAT
              MOVE 'DATE DE RESTITUTION PREVUE DEJA PASSEE' TO MESSPRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           PERFORM 23350-DETENTEUR
           IF WS-DETENTEUR NOT = ZERO
              STRING 'MATERIEL ' WS-S-MATERIEL ' NON RESTITUE PAR LE '
                     'STAGIAIRE ' WS-DETENTEUR DELIMITED BY SIZE
                     INTO MESSPRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE EIBOPID TO WS-OPR-CONNECTE
           MOVE SPACES          TO E-PRET
           MOVE WS-NUMERO       TO PR-NUMERO
           MOVE WS-S-MATERIEL   TO PR-MATERIEL
           MOVE DAT             TO PR-DATE-PRET
           MOVE WS-S-TYPE       TO PR-TYPE
           MOVE WS-NOM          TO PR-NOM
           MOVE WS-CODE-SESSION TO PR-CODE-SESSION
           MOVE WS-ECHEANCE     TO PR-DATE-ECHEANCE
           MOVE ZERO            TO PR-DATE-RETOUR
           MOVE WS-OPR-CONNECTE TO PR-PRETE-PAR
           EXEC CICS WRITE FILE  (MON-FICHIER)
                           RIDFLD(PR-CLE)
                           FROM  (E-PRET)
                           RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(DUPREC)
               STRING 'MATERIEL DEJA PRETE ET RENDU AUJOURD''HUI - '
                      'NOUVEAU PRET DEMAIN' DELIMITED BY SIZE
                      INTO MESSPRO
               PERFORM 22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE 'WRITE' TO SP-OPERATION
               MOVE MON-FICHIER TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSPRO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           PERFORM 23700-EFFACE-SAISIE
           STRING 'PRET DU MATERIEL ' WS-S-MATERIEL ' ENREGISTRE'
                  DELIMITED BY SIZE INTO MESSPRO
           PERFORM 23400-AFFICHAGE
           .

      *  RETOUR D'UN MATERIEL (ACTION R) : LE PRET EN COURS DE CE
      *  MATERIEL POUR CE NUMERO EST SOLDE AVEC L'ETAT CONSTATE - UN
      *  MATERIEL PERDU SOLDE AUSSI LE PRET (LA PERTE RESTE VISIBLE
      *  DANS LA LISTE)
       23600-RETOUR.
      *-------------*
           PERFORM 23300-CONTROLE-SAISIE
           IF WS-S-ETAT NOT = 'B' AND WS-S-ETAT NOT = 'E'
              AND WS-S-ETAT NOT = 'I' AND WS-S-ETAT NOT = 'P'
              STRING 'ETAT AU RETOUR : B (BON), E (ENDOMMAGE), '
                     'I (INCOMPLET) OU P (PERDU)' DELIMITED BY SIZE
                     INTO MESSPRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           PERFORM 23650-PRET-EN-COURS
           IF WS-DATE-PRET = ZERO
              STRING 'AUCUN PRET EN COURS DU MATERIEL ' WS-S-MATERIEL
                     ' POUR CE STAGIAIRE' DELIMITED BY SIZE
                     INTO MESSPRO
              PERFORM 23400-AFFICHAGE
           END-IF
           MOVE WS-NUMERO     TO PR-NUMERO
           MOVE WS-S-MATERIEL TO PR-MATERIEL
           MOVE WS-DATE-PRET  TO PR-DATE-PRET
           EXEC CICS READ FILE  (MON-FICHIER)
                          RIDFLD(PR-CLE)
                          INTO  (E-PRET)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'READ-UPD' TO SP-OPERATION
              MOVE MON-FICHIER TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                     INTO MESSPRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
      *  RENDU ENTRE-TEMPS SUR UN AUTRE TERMINAL
           IF PR-DATE-RETOUR NOT = ZERO
              EXEC CICS UNLOCK FILE(MON-FICHIER) END-EXEC
              MOVE 'MATERIEL DEJA RENDU' TO MESSPRO
              PERFORM 23400-AFFICHAGE
           END-IF
           MOVE EIBOPID TO WS-OPR-CONNECTE
           MOVE DAT             TO PR-DATE-RETOUR
           MOVE WS-S-ETAT       TO PR-ETAT-RETOUR
           MOVE WS-OPR-CONNECTE TO PR-RENDU-PAR
           EXEC CICS REWRITE FILE  (MON-FICHIER)
                             FROM  (E-PRET)
                             RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'REWRITE' TO SP-OPERATION
              MOVE MON-FICHIER TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                     INTO MESSPRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           PERFORM 23700-EFFACE-SAISIE
           IF PR-PERDU
              STRING 'PERTE DU MATERIEL ' WS-S-MATERIEL
                     ' ENREGISTREE - PRET SOLDE' DELIMITED BY SIZE
                     INTO MESSPRO
           ELSE
              STRING 'RETOUR DU MATERIEL ' WS-S-MATERIEL
                     ' ENREGISTRE' DELIMITED BY SIZE INTO MESSPRO
           END-IF
           PERFORM 23400-AFFICHAGE
           .

      *  PRET EN COURS DU MATERIEL SAISI POUR LE NUMERO AFFICHE :
      *  DATE DU PRET DANS WS-DATE-PRET (ZERO = AUCUN)
       23650-PRET-EN-COURS.
      *--------------------*
           MOVE ZERO          TO WS-DATE-PRET
           MOVE WS-NUMERO     TO WS-PRE-NUMERO
           MOVE WS-S-MATERIEL TO WS-PRE-MATERIEL
           MOVE ZERO          TO WS-PRE-DATE
           EXEC CICS STARTBR FILE   (MON-FICHIER)
                              RIDFLD (WS-CLE-PRE)
                              GTEQ
                              RESP   (C-R-PRE)
           END-EXEC
           IF C-R-PRE NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE   (MON-FICHIER)
                              INTO   (E-PRET)
                              RIDFLD (WS-CLE-PRE)
                              RESP   (C-R-PRE)
           END-EXEC
           PERFORM UNTIL C-R-PRE NOT = DFHRESP(NORMAL)
                   OR PR-NUMERO NOT = WS-NUMERO
                   OR PR-MATERIEL NOT = WS-S-MATERIEL
                   OR WS-DATE-PRET NOT = ZERO
              IF PR-DATE-RETOUR = ZERO
                 MOVE PR-DATE-PRET TO WS-DATE-PRET
              END-IF
              EXEC CICS READNEXT FILE   (MON-FICHIER)
                                 INTO   (E-PRET)
                                 RIDFLD (WS-CLE-PRE)
                                 RESP   (C-R-PRE)
              END-EXEC
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER) END-EXEC
           .

      *  APRES UN PRET OU UN RETOUR ENREGISTRE, LA SAISIE EST
      *  EFFACEE ET LA LISTE REPART DE LA PREMIERE PAGE
       23700-EFFACE-SAISIE.
      *--------------------*
           MOVE SPACE  TO ACTPRO ETAPRO
           MOVE SPACES TO MATPRO TYPPRO ECHPRO CA-SUITE
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
                    INTO MESSPRO
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
           MOVE 'AIDE NON DISPONIBLE' TO MESSPRI
           PERFORM 22000-TRAIT-ENVOI
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO MESSPRI
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
