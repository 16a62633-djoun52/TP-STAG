       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFTCI3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *   GESTION DU REFERENTIEL DES ENTREPRISES D'ACCUEIL (FENTR03)
      *   ET DES PERIODES EN ENTREPRISE DES ALTERNANTS (FPLAC03) -
      *   MEME PATRON QUE INFCCI3 : ECRAN UNIQUE, ACTIONS PAR CODE,
      *   ACCES RESERVE AU NIVEAU 2 - LA PERIODE (ACTION P) EST
      *   RATTACHEE A LA SESSION DU STAGIAIRE, DOIT TENIR DANS LES
      *   DATES DE CETTE SESSION ET NE PAS CHEVAUCHER UNE AUTRE
      *   PERIODE DU MEME STAGIAIRE
       01  WS-COMMAREA.
           05 PROG-PRECEDENT      PIC X(8).
           05 PROG-COURANT        PIC X(8).
           05 PROG-SUIVANT        PIC X(8).
           05 MESSPROG            PIC X(40) .
           05 FILLER              PIC X(26).
       01 C-R                     PIC S9(8) COMP.
      *   RESP SEPARE POUR LES LECTURES FSTAG03 FAITES AU MILIEU DU
      *   PARCOURS DE FPLAC03 (C-R PILOTE LA BOUCLE DE PARCOURS)
       01 C-R-STG                 PIC S9(8) COMP.
       01 C-R-ED                  PIC ZZZ9.
       01 WS-TIME                 PIC X(8).
       01 TEXT-ERREUR             PIC X(15).
      *   COMMAREA DU SERVICE D'ERREUR SPERR3
       COPY SPERRCA.
       01 MON-PROG                PIC X(8) VALUE 'INFTCI3 '.
       01 PROGMENU                PIC X(8) VALUE 'INF0CI3 '.
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
       01 MON-FICHIER-OPR         PIC X(8) VALUE 'FOPER03 '.
       01 MON-FICHIER-ENT         PIC X(8) VALUE 'FENTR03 '.
       01 MON-FICHIER-PLA         PIC X(8) VALUE 'FPLAC03 '.
       01 MON-FICHIER-STG         PIC X(8) VALUE 'FSTAG03 '.
       01 MON-FICHIER-SES         PIC X(8) VALUE 'FSESS03 '.
      *   STATUT DE BASCULE (QUIESCE PARTIEL = LECTURE SEULE)
       01 MON-FICHIER-CTL         PIC X(8) VALUE 'FCTL03  '.
       01 MA-MAP                  PIC X(8) VALUE 'MAPY    '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
       01 PROGHELP                PIC X(8) VALUE 'HELP3   '.
           COPY HELPCA.
       01 MA-TRX                  PIC X(4) VALUE 'TUC3'.
       01 WS-OPR-CONNECTE         PIC X(3).
       01 WS-CODE-ENT             PIC X(4).
       01 WS-CODE-SES             PIC X(10).
       01 WS-NUMERO               PIC 9(4).
      *   DATES DE LA PERIODE SAISIE (JJMMAAAA A L'ECRAN), CONVERTIES
      *   EN AAAAMMJJ POUR LE FICHIER ET LES COMPARAISONS
       01 WS-NOUV-DEB             PIC 9(8).
       01 WS-NOUV-FIN             PIC 9(8).
       01 WS-SES-DEB              PIC 9(8).
       01 WS-SES-FIN              PIC 9(8).
       01 WS-DATE-CHK             PIC 9(8).
       01 WS-DATE-CONV            PIC 9(8).
       01 WS-DATE-INVALIDE        PIC X.
       77 WS-CONFLIT              PIC X.
       01 WS-ENT-CONFLIT          PIC X(4).
      *   CLE DE PARCOURS DES PERIODES
       01 WS-CLE-PLA.
         05 WS-PLA-NUMERO        PIC 9(4).
         05 WS-PLA-SESSION       PIC X(10).
         05 WS-PLA-DEBUT         PIC 9(8).
       77 IND-LIG                 PIC S9(4) COMP.
      *   DESCRIPTION DE LA LIGNE DE LA GRILLE DES PERIODES
       01 LIGNEY.
         05 VALUE SPACE          PIC X(10).
         05 LY-NUMERO            PIC X(4).
         05 VALUE ' | '          PIC X(3).
         05 LY-NOM               PIC X(20).
         05 VALUE ' | '          PIC X(3).
         05 LY-SESSION           PIC X(10).
         05 VALUE ' | '          PIC X(3).
         05 LY-DEBUT             PIC X(10).
         05 VALUE ' | '          PIC X(3).
         05 LY-FIN               PIC X(10).
         05 VALUE SPACE          PIC X(3).
       01 LIGNEY-VIDE            PIC X(79) VALUE SPACES.
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

      *   DESCRIPTION DU FICHIER KSD DES ENTREPRISES         *
       COPY FENTR.
      *   DESCRIPTION DU FICHIER KSD DES PERIODES            *
       COPY FPLAC.
      *   DESCRIPTION DU FICHIER KSD DES STAGIAIRES          *
       COPY FSTAG.
      *   DESCRIPTION DU FICHIER KSD DES SESSIONS            *
       COPY FSESS.
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
           MOVE LOW-VALUE TO MAPYI
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           STRING EIBTRMID '/' MON-MAPSET DELIMITED BY SIZE
                  INTO TERMYO
           STRING 'OPERATEUR:' EIBOPID DELIMITED BY SIZE
                  INTO OPIDYO
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(DATJYO)
                               DATESEP ('/')
                               TIME (TIMYO)
                               TIMESEP(':')
           END-EXEC
           EXEC CICS SEND MAP    (MA-MAP)
                          MAPSET (MON-MAPSET)
                          FROM   (MAPYO)
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
                  DELIMITED BY SIZE INTO MESSYO
           PERFORM 22000-TRAIT-ENVOI
           .
       23100-TRAIT-ENTER.
      *------------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAPYI)
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
      *  MAIS LA PROTECTION EST REFAITE ICI : LE REFERENTIEL DES
      *  ENTREPRISES NE DOIT PAS CHANGER PAR UN CHEMIN DETOURNE
           MOVE EIBOPID TO WS-OPR-CONNECTE
           MOVE WS-OPR-CONNECTE TO OP-CLE
           EXEC CICS READ FILE  (MON-FICHIER-OPR)
                          RIDFLD(OP-CLE)
                          INTO  (E-OPERATEUR)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL) OR OP-NIV < 2
              STRING 'ACCES NON AUTORISE POUR CET OPERATEUR'
                  DELIMITED BY SIZE INTO MESSYO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF CODYI = LOW-VALUE OR CODYI = SPACES
              STRING 'CODE ENTREPRISE OBLIGATOIRE'
                  DELIMITED BY SIZE INTO MESSYO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE CODYI TO WS-CODE-ENT
           IF ACTYI NOT = 'A' AND ACTYI NOT = LOW-VALUE
              AND ACTYI NOT = SPACE
              PERFORM 10500-CHECK-LECTURE
           END-IF
           EVALUATE ACTYI
             WHEN 'A'
             WHEN LOW-VALUE
             WHEN SPACE
               PERFORM 23400-AFFICHAGE
             WHEN 'C'
               PERFORM 23500-CREATION
             WHEN 'M'
               PERFORM 23600-MODIFICATION
             WHEN 'S'
               PERFORM 23700-SUPPRESSION
             WHEN 'P'
               PERFORM 23750-PERIODE
             WHEN 'R'
               PERFORM 23780-RETRAIT
             WHEN OTHER
               STRING 'ACTION INVALIDE (A, C, M, S, P OU R)'
                   DELIMITED BY SIZE INTO MESSYO
               PERFORM  22000-TRAIT-ENVOI
           END-EVALUATE
           .

      *  PENDANT UN QUIESCE PARTIEL (STATUT 'QUIESCE ' DE FCTL03 A
      *  L'ETAT 'L'), LES CHEMINS DE MAINTENANCE SONT REFUSES - LA
      *  CONSULTATION (ACTION A) RESTE SERVIE
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
                     INTO MESSYO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

       23400-AFFICHAGE.
      *----------------*
           MOVE WS-CODE-ENT TO EN-CODE
           EXEC CICS READ FILE  (MON-FICHIER-ENT)
                          RIDFLD(EN-CODE)
                          INTO  (E-ENTREPRISE)
                          RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              PERFORM 23420-GARNIR-ECRAN
              PERFORM 23450-LISTE-PERIODES
           ELSE
              MOVE 'ENTREPRISE NON TROUVEE' TO MESSYO
           END-IF
           PERFORM 22000-TRAIT-ENVOI
           .

       23420-GARNIR-ECRAN.
      *-------------------*
           MOVE EN-CODE           TO CODYI
           MOVE EN-SIRET          TO SIRYI
           MOVE EN-RAISON-SOCIALE TO RSOYI
           MOVE EN-ADR1           TO AD1YI
           MOVE EN-ADR2           TO AD2YI
           MOVE EN-CODEP          TO CPOYI
           MOVE EN-VILLE          TO VILYI
           MOVE EN-TUTEUR-NOM     TO TNOYI
           MOVE EN-TUTEUR-PRENOM  TO TPNYI
           MOVE EN-TUTEUR-TEL     TO TTEYI
           MOVE EN-TUTEUR-EMAIL   TO TEMYI
           .

      *  LISTE DES PERIODES EN ENTREPRISE RATTACHEES A L'ENTREPRISE
      *  AFFICHEE (PARCOURS COMPLET DE FPLAC03, DONT LA CLE PORTE LE
      *  STAGIAIRE - LE NOM EST RELU DANS FSTAG03)
       23450-LISTE-PERIODES.
      *---------------------*
           MOVE 1 TO IND-LIG
           PERFORM UNTIL IND-LIG > 5
              MOVE LIGNEY-VIDE TO LIGYO(IND-LIG)
              ADD 1 TO IND-LIG
           END-PERFORM
           MOVE LOW-VALUES TO WS-CLE-PLA
           EXEC CICS STARTBR FILE   (MON-FICHIER-PLA)
                              RIDFLD (WS-CLE-PLA)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           MOVE 1 TO IND-LIG
           IF C-R = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE   (MON-FICHIER-PLA)
                                 INTO   (E-PLACEMENT)
                                 RIDFLD (WS-CLE-PLA)
                                 RESP   (C-R)
              END-EXEC
              PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                      OR IND-LIG > 5
                 IF PL-CODE-ENTR = WS-CODE-ENT
                    PERFORM 23460-GARNIR-LIGNE
                    ADD 1 TO IND-LIG
                 END-IF
                 EXEC CICS READNEXT FILE   (MON-FICHIER-PLA)
                                    INTO   (E-PLACEMENT)
                                    RIDFLD (WS-CLE-PLA)
                                    RESP   (C-R)
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(MON-FICHIER-PLA) END-EXEC
           END-IF
           .

       23460-GARNIR-LIGNE.
      *-------------------*
           MOVE PL-NUMERO       TO LY-NUMERO
           MOVE PL-CODE-SESSION TO LY-SESSION
           MOVE SPACES          TO LY-NOM
           MOVE PL-NUMERO       TO E-NUMERO
           EXEC CICS READ FILE  (MON-FICHIER-STG)
                          RIDFLD(E-NUMERO)
                          INTO  (E-STAGIAIRE)
                          RESP  (C-R-STG)
           END-EXEC
           IF C-R-STG = DFHRESP(NORMAL)
              MOVE E-NOM(1:20)  TO LY-NOM
           END-IF
           STRING PL-DATE-DEBUT(7:2) '/' PL-DATE-DEBUT(5:2) '/'
                  PL-DATE-DEBUT(1:4) DELIMITED BY SIZE INTO LY-DEBUT
           STRING PL-DATE-FIN(7:2) '/' PL-DATE-FIN(5:2) '/'
                  PL-DATE-FIN(1:4) DELIMITED BY SIZE INTO LY-FIN
           MOVE LIGNEY TO LIGYO(IND-LIG)
           .

       23500-CREATION.
      *---------------*
           PERFORM 23300-CHECK-INPUT
           PERFORM 23800-GARNIR-ENTREPRISE
           EXEC CICS WRITE FILE  (MON-FICHIER-ENT)
                           RIDFLD(EN-CODE)
                           FROM  (E-ENTREPRISE)
                           RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               STRING 'ENTREPRISE ' WS-CODE-ENT ' CREEE'
                      DELIMITED BY SIZE INTO MESSYO
             WHEN DFHRESP(DUPREC)
               MOVE 'ENTREPRISE DEJA EXISTANTE' TO MESSYO
             WHEN OTHER
               MOVE 'WRITE' TO SP-OPERATION
               MOVE MON-FICHIER-ENT TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSYO
           END-EVALUATE
           PERFORM 22000-TRAIT-ENVOI
           .

       23600-MODIFICATION.
      *-------------------*
           PERFORM 23300-CHECK-INPUT
           MOVE WS-CODE-ENT TO EN-CODE
           EXEC CICS READ FILE  (MON-FICHIER-ENT)
                          RIDFLD(EN-CODE)
                          INTO  (E-ENTREPRISE)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               PERFORM 23800-GARNIR-ENTREPRISE
               EXEC CICS REWRITE FILE  (MON-FICHIER-ENT)
                                 FROM  (E-ENTREPRISE)
                                 RESP  (C-R)
               END-EXEC
               IF C-R = DFHRESP(NORMAL)
                 STRING 'ENTREPRISE ' WS-CODE-ENT ' MODIFIEE'
                        DELIMITED BY SIZE INTO MESSYO
               ELSE
                 MOVE 'REWRITE' TO SP-OPERATION
                 MOVE MON-FICHIER-ENT TO SP-FICHIER
                 PERFORM 80000-APPEL-SPERR
                 STRING 'ERREUR FICHIER ' TEXT-ERREUR
                        DELIMITED BY SIZE INTO MESSYO
               END-IF
             WHEN DFHRESP(NOTFND)
               MOVE 'ENTREPRISE NON TROUVEE' TO MESSYO
             WHEN OTHER
               MOVE 'READ-UPD' TO SP-OPERATION
               MOVE MON-FICHIER-ENT TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSYO
           END-EVALUATE
           PERFORM 22000-TRAIT-ENVOI
           .

       23700-SUPPRESSION.
      *------------------*
      *  UNE ENTREPRISE QUI ACCUEILLE ENCORE UNE PERIODE NE PEUT PAS
      *  ETRE SUPPRIMEE : LES PERIODES SONT A RETIRER D'ABORD
           MOVE 'N' TO WS-CONFLIT
           MOVE LOW-VALUES TO WS-CLE-PLA
           EXEC CICS STARTBR FILE   (MON-FICHIER-PLA)
                              RIDFLD (WS-CLE-PLA)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE   (MON-FICHIER-PLA)
                                 INTO   (E-PLACEMENT)
                                 RIDFLD (WS-CLE-PLA)
                                 RESP   (C-R)
              END-EXEC
              PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                      OR WS-CONFLIT = 'O'
                 IF PL-CODE-ENTR = WS-CODE-ENT
                    MOVE 'O' TO WS-CONFLIT
                 ELSE
                    EXEC CICS READNEXT FILE   (MON-FICHIER-PLA)
                                       INTO   (E-PLACEMENT)
                                       RIDFLD (WS-CLE-PLA)
                                       RESP   (C-R)
                    END-EXEC
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(MON-FICHIER-PLA) END-EXEC
           END-IF
           IF WS-CONFLIT = 'O'
              STRING 'ENTREPRISE ENCORE PORTEE PAR UNE PERIODE DU '
                     'STAGIAIRE ' PL-NUMERO
                     DELIMITED BY SIZE INTO MESSYO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE WS-CODE-ENT TO EN-CODE
           EXEC CICS DELETE FILE  (MON-FICHIER-ENT)
                            RIDFLD(EN-CODE)
                            RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               STRING 'ENTREPRISE ' WS-CODE-ENT ' SUPPRIMEE'
                      DELIMITED BY SIZE INTO MESSYO
             WHEN DFHRESP(NOTFND)
               MOVE 'ENTREPRISE NON TROUVEE' TO MESSYO
             WHEN OTHER
               MOVE 'DELETE' TO SP-OPERATION
               MOVE MON-FICHIER-ENT TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSYO
           END-EVALUATE
           PERFORM 22000-TRAIT-ENVOI
           .

      *  ENREGISTREMENT D'UNE PERIODE EN ENTREPRISE POUR LE STAGIAIRE
      *  SAISI - LA PERIODE EST RATTACHEE A SA SESSION (E-CODE-
      *  SESSION), DOIT TENIR DANS LES DATES DE LA SESSION ET NE
      *  CHEVAUCHER AUCUNE AUTRE PERIODE DU STAGIAIRE
       23750-PERIODE.
      *--------------*
           MOVE WS-CODE-ENT TO EN-CODE
           EXEC CICS READ FILE  (MON-FICHIER-ENT)
                          RIDFLD(EN-CODE)
                          INTO  (E-ENTREPRISE)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'ENTREPRISE NON TROUVEE' TO MESSYO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           PERFORM 23740-CHECK-STAGIAIRE
           IF DFIYI = LOW-VALUE OR DFIYI NOT NUMERIC
              STRING 'DATE DE FIN OBLIGATOIRE (JJMMAAAA)'
                  DELIMITED BY SIZE INTO MESSYO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE DFIYI TO WS-DATE-CHK
           PERFORM 23320-CHECK-JOUR-MOIS
           IF WS-DATE-INVALIDE = 'O'
              STRING 'DATE DE FIN INVALIDE'
                  DELIMITED BY SIZE INTO MESSYO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           PERFORM 23760-CONV-DATE
           MOVE WS-DATE-CONV TO WS-NOUV-FIN
           IF WS-NOUV-FIN < WS-NOUV-DEB
              STRING 'LA FIN DE PERIODE PRECEDE SON DEBUT'
                  DELIMITED BY SIZE INTO MESSYO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
      *  LA PERIODE DOIT TENIR DANS LES DATES DE LA SESSION (UNE
      *  SESSION SANS DATE DE FIN N'EST BORNEE QU'AU DEBUT)
           MOVE E-CODE-SESSION TO WS-CODE-SES
           EXEC CICS READ FILE  (MON-FICHIER-SES)
                          RIDFLD(WS-CODE-SES)
                          INTO  (E-SESSION)
                          RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              MOVE S-DATE-DEBUT TO WS-DATE-CHK
              PERFORM 23760-CONV-DATE
              MOVE WS-DATE-CONV TO WS-SES-DEB
              IF S-DATE-FIN = ZERO
                 MOVE 99999999 TO WS-SES-FIN
              ELSE
                 MOVE S-DATE-FIN TO WS-DATE-CHK
                 PERFORM 23760-CONV-DATE
                 MOVE WS-DATE-CONV TO WS-SES-FIN
              END-IF
              IF WS-NOUV-DEB < WS-SES-DEB OR WS-NOUV-FIN > WS-SES-FIN
                 STRING 'PERIODE HORS DES DATES DE LA SESSION '
                        WS-CODE-SES DELIMITED BY SIZE INTO MESSYO
                 PERFORM  22000-TRAIT-ENVOI
              END-IF
           END-IF
           PERFORM 23770-CHECK-CHEVAUCHEMENT
           IF WS-CONFLIT = 'O'
              STRING 'CONFLIT DE DATES AVEC UNE PERIODE DEJA '
                     'SAISIE (ENTREPRISE ' WS-ENT-CONFLIT ')'
                     DELIMITED BY SIZE INTO MESSYO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE SPACES         TO E-PLACEMENT
           MOVE WS-NUMERO      TO PL-NUMERO
           MOVE WS-CODE-SES    TO PL-CODE-SESSION
           MOVE WS-NOUV-DEB    TO PL-DATE-DEBUT
           MOVE WS-NOUV-FIN    TO PL-DATE-FIN
           MOVE WS-CODE-ENT    TO PL-CODE-ENTR
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(PL-DATE-MAJ)
                               DATESEP ('/')
           END-EXEC
           MOVE WS-OPR-CONNECTE TO PL-MAJ-PAR
           EXEC CICS WRITE FILE  (MON-FICHIER-PLA)
                           RIDFLD(PL-CLE)
                           FROM  (E-PLACEMENT)
                           RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               STRING 'PERIODE DU STAGIAIRE ' WS-NUMERO
                      ' ENREGISTREE' DELIMITED BY SIZE INTO MESSYO
             WHEN DFHRESP(DUPREC)
               MOVE 'PERIODE DEJA SAISIE A CETTE DATE' TO MESSYO
             WHEN OTHER
               MOVE 'WRITE' TO SP-OPERATION
               MOVE MON-FICHIER-PLA TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSYO
           END-EVALUATE
           PERFORM 23420-GARNIR-ECRAN
           PERFORM 23450-LISTE-PERIODES
           PERFORM 22000-TRAIT-ENVOI
           .

      *  CONTROLE DU STAGIAIRE ET DE LA DATE DE DEBUT SAISIS (COMMUN
      *  A L'ENREGISTREMENT ET AU RETRAIT D'UNE PERIODE) - LAISSE LE
      *  STAGIAIRE DANS E-STAGIAIRE ET LE DEBUT DANS WS-NOUV-DEB
       23740-CHECK-STAGIAIRE.
      *----------------------*
           IF NUMYI = LOW-VALUE OR NUMYI NOT NUMERIC
              STRING 'NUMERO DE STAGIAIRE OBLIGATOIRE'
                  DELIMITED BY SIZE INTO MESSYO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE NUMYI TO WS-NUMERO
           MOVE WS-NUMERO TO E-NUMERO
           EXEC CICS READ FILE  (MON-FICHIER-STG)
                          RIDFLD(E-NUMERO)
                          INTO  (E-STAGIAIRE)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'STAGIAIRE NON TROUVE' TO MESSYO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF E-CODE-SESSION = SPACES
              STRING 'STAGIAIRE SANS SESSION - PERIODE IMPOSSIBLE'
                  DELIMITED BY SIZE INTO MESSYO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF DDEYI = LOW-VALUE OR DDEYI NOT NUMERIC
              STRING 'DATE DE DEBUT OBLIGATOIRE (JJMMAAAA)'
                  DELIMITED BY SIZE INTO MESSYO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE DDEYI TO WS-DATE-CHK
           PERFORM 23320-CHECK-JOUR-MOIS
           IF WS-DATE-INVALIDE = 'O'
              STRING 'DATE DE DEBUT INVALIDE'
                  DELIMITED BY SIZE INTO MESSYO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           PERFORM 23760-CONV-DATE
           MOVE WS-DATE-CONV TO WS-NOUV-DEB
           .

      *  CONVERSION D'UNE DATE JJMMAAAA (WS-DATE-CHK) EN AAAAMMJJ
      *  (WS-DATE-CONV) POUR LE FICHIER ET LES COMPARAISONS
       23760-CONV-DATE.
      *----------------*
           MOVE WS-DATE-CHK(5:4) TO WS-DATE-CONV(1:4)
           MOVE WS-DATE-CHK(3:2) TO WS-DATE-CONV(5:2)
           MOVE WS-DATE-CHK(1:2) TO WS-DATE-CONV(7:2)
           .

      *  PARCOURS DES PERIODES DEJA SAISIES POUR LE STAGIAIRE DANS LA
      *  SESSION : IL Y A CONFLIT SI LA NOUVELLE PERIODE COMMENCE
      *  AVANT LA FIN D'UNE PERIODE EXISTANTE ET FINIT APRES SON DEBUT
       23770-CHECK-CHEVAUCHEMENT.
      *--------------------------*
           MOVE 'N' TO WS-CONFLIT
           MOVE SPACES TO WS-ENT-CONFLIT
           MOVE WS-NUMERO   TO WS-PLA-NUMERO
           MOVE WS-CODE-SES TO WS-PLA-SESSION
           MOVE ZERO        TO WS-PLA-DEBUT
           EXEC CICS STARTBR FILE   (MON-FICHIER-PLA)
                              RIDFLD (WS-CLE-PLA)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE   (MON-FICHIER-PLA)
                              INTO   (E-PLACEMENT)
                              RIDFLD (WS-CLE-PLA)
                              RESP   (C-R)
           END-EXEC
           PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                   OR PL-NUMERO NOT = WS-NUMERO
                   OR PL-CODE-SESSION NOT = WS-CODE-SES
                   OR WS-CONFLIT = 'O'
              IF WS-NOUV-DEB <= PL-DATE-FIN
                 AND PL-DATE-DEBUT <= WS-NOUV-FIN
                 MOVE 'O' TO WS-CONFLIT
                 MOVE PL-CODE-ENTR TO WS-ENT-CONFLIT
              END-IF
              EXEC CICS READNEXT FILE   (MON-FICHIER-PLA)
                                 INTO   (E-PLACEMENT)
                                 RIDFLD (WS-CLE-PLA)
                                 RESP   (C-R)
              END-EXEC
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER-PLA) END-EXEC
           .

      *  RETRAIT DE LA PERIODE DU STAGIAIRE SAISI COMMENCANT A LA
      *  DATE DE DEBUT SAISIE - LA PERIODE DOIT ETRE CELLE DE
      *  L'ENTREPRISE AFFICHEE
       23780-RETRAIT.
      *--------------*
           PERFORM 23740-CHECK-STAGIAIRE
           MOVE WS-NUMERO      TO PL-NUMERO
           MOVE E-CODE-SESSION TO PL-CODE-SESSION
           MOVE WS-NOUV-DEB    TO PL-DATE-DEBUT
           EXEC CICS READ FILE  (MON-FICHIER-PLA)
                          RIDFLD(PL-CLE)
                          INTO  (E-PLACEMENT)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               IF PL-CODE-ENTR NOT = WS-CODE-ENT
                  EXEC CICS UNLOCK FILE(MON-FICHIER-PLA) END-EXEC
                  STRING 'PERIODE RATTACHEE A L''ENTREPRISE '
                         PL-CODE-ENTR DELIMITED BY SIZE INTO MESSYO
               ELSE
                  EXEC CICS DELETE FILE  (MON-FICHIER-PLA)
                                   RESP  (C-R)
                  END-EXEC
                  IF C-R = DFHRESP(NORMAL)
                     STRING 'PERIODE DU STAGIAIRE ' WS-NUMERO
                            ' RETIREE' DELIMITED BY SIZE INTO MESSYO
                  ELSE
                     MOVE 'DELETE' TO SP-OPERATION
                     MOVE MON-FICHIER-PLA TO SP-FICHIER
                     PERFORM 80000-APPEL-SPERR
                     STRING 'ERREUR FICHIER ' TEXT-ERREUR
                            DELIMITED BY SIZE INTO MESSYO
                  END-IF
               END-IF
             WHEN DFHRESP(NOTFND)
               MOVE 'PERIODE NON TROUVEE' TO MESSYO
             WHEN OTHER
               MOVE 'READ-UPD' TO SP-OPERATION
               MOVE MON-FICHIER-PLA TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSYO
           END-EVALUATE
           PERFORM 23450-LISTE-PERIODES
           PERFORM 22000-TRAIT-ENVOI
           .

       23300-CHECK-INPUT.
      *------------------*
           IF RSOYI = LOW-VALUE OR RSOYI = SPACES
              STRING 'RAISON SOCIALE OBLIGATOIRE'
                  DELIMITED BY SIZE INTO MESSYO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF SIRYI = LOW-VALUE OR SIRYI NOT NUMERIC
              STRING 'SIRET OBLIGATOIRE (14 CHIFFRES)'
                  DELIMITED BY SIZE INTO MESSYO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF TNOYI = LOW-VALUE OR TNOYI = SPACES
              STRING 'NOM DU TUTEUR OBLIGATOIRE'
                  DELIMITED BY SIZE INTO MESSYO
              PERFORM  22000-TRAIT-ENVOI
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
           IF WS-DATE-CHK(3:2) < 01 OR WS-DATE-CHK(3:2) > 12
              MOVE 'O' TO WS-DATE-INVALIDE
           END-IF
           .

       23800-GARNIR-ENTREPRISE.
      *------------------------*
           MOVE SPACES      TO E-ENTREPRISE
           MOVE WS-CODE-ENT TO EN-CODE
           MOVE RSOYI       TO EN-RAISON-SOCIALE
           MOVE SIRYI       TO EN-SIRET
           IF AD1YI NOT = LOW-VALUE
              MOVE AD1YI    TO EN-ADR1
           END-IF
           IF AD2YI NOT = LOW-VALUE
              MOVE AD2YI    TO EN-ADR2
           END-IF
           IF CPOYI NOT = LOW-VALUE
              MOVE CPOYI    TO EN-CODEP
           END-IF
           IF VILYI NOT = LOW-VALUE
              MOVE VILYI    TO EN-VILLE
           END-IF
           MOVE TNOYI       TO EN-TUTEUR-NOM
           IF TPNYI NOT = LOW-VALUE
              MOVE TPNYI    TO EN-TUTEUR-PRENOM
           END-IF
           IF TTEYI NOT = LOW-VALUE
              MOVE TTEYI    TO EN-TUTEUR-TEL
           END-IF
           IF TEMYI NOT = LOW-VALUE
              MOVE TEMYI    TO EN-TUTEUR-EMAIL
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(EN-DATE-MAJ)
                               DATESEP ('/')
           END-EXEC
           MOVE WS-OPR-CONNECTE TO EN-MAJ-PAR
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
                    INTO MESSYO
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
           MOVE 'AIDE NON DISPONIBLE' TO MESSYI
           PERFORM 22000-TRAIT-ENVOI
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO MESSYI
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
