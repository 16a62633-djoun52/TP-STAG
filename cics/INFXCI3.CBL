       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFXCI3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *   GESTION DU REFERENTIEL DES FINANCEURS (FFINA03) ET DE LEURS
      *   CONVENTIONS DE FINANCEMENT PAR SESSION (FFINS03) - MEME
      *   PATRON QUE INFTCI3 : ECRAN UNIQUE, ACTIONS PAR CODE, ACCES
      *   RESERVE AU NIVEAU 2 - LA CONVENTION (ACTION V) FIXE LE
      *   NOMBRE DE PLACES ACHETEES SUR LA SESSION ET SA PERIODE DE
      *   VALIDITE ; LA CONSOMMATION EST COMPTEE SUR LES INSCRIPTIONS
      *   FINSC03 DE LA SESSION (CHEMIN FINSCSES), ELLE N'EST JAMAIS
      *   SAISIE
       01  WS-COMMAREA.
           05 PROG-PRECEDENT      PIC X(8).
           05 PROG-COURANT        PIC X(8).
           05 PROG-SUIVANT        PIC X(8).
           05 MESSPROG            PIC X(40) .
           05 FILLER              PIC X(26).
       01 C-R                     PIC S9(8) COMP.
      *   RESP SEPARE POUR LE COMPTAGE DES INSCRIPTIONS FAIT AU MILIEU
      *   DU PARCOURS DE FFINS03 (C-R PILOTE LA BOUCLE DE PARCOURS)
       01 C-R-INS                 PIC S9(8) COMP.
       01 C-R-ED                  PIC ZZZ9.
       01 WS-TIME                 PIC X(8).
       01 TEXT-ERREUR             PIC X(15).
      *   COMMAREA DU SERVICE D'ERREUR SPERR3
       COPY SPERRCA.
       01 MON-PROG                PIC X(8) VALUE 'INFXCI3 '.
       01 PROGMENU                PIC X(8) VALUE 'INF0CI3 '.
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
       01 MON-FICHIER-OPR         PIC X(8) VALUE 'FOPER03 '.
       01 MON-FICHIER-FIN         PIC X(8) VALUE 'FFINA03 '.
       01 MON-FICHIER-CFI         PIC X(8) VALUE 'FFINS03 '.
       01 MON-FICHIER-SES         PIC X(8) VALUE 'FSESS03 '.
      *   CHEMIN PAR CODE SESSION SUR L'HISTORIQUE DES INSCRIPTIONS
      *   (AIX FINSCSES SUR IN-CODE-SESSION)
       01 MON-FICHIER-INSPATH     PIC X(8) VALUE 'FINSCSES'.
      *   STATUT DE BASCULE (QUIESCE PARTIEL = LECTURE SEULE)
       01 MON-FICHIER-CTL         PIC X(8) VALUE 'FCTL03  '.
       01 MA-MAP                  PIC X(8) VALUE 'MAPO    '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
       01 PROGHELP                PIC X(8) VALUE 'HELP3   '.
           COPY HELPCA.
       01 MA-TRX                  PIC X(4) VALUE 'TQC3'.
       01 WS-OPR-CONNECTE         PIC X(3).
       01 WS-CODE-FIN             PIC X(8).
       01 WS-CODE-SES             PIC X(10).
       01 WS-INS-BR               PIC X(10).
      *   PLACES CONSOMMEES SUR UNE CONVENTION (INSCRIPTIONS EN COURS
      *   OU TERMINEES DU FINANCEUR SUR LA SESSION) ET PLACES SAISIES
       77 WS-NB-FINANCES          PIC 9(4) COMP VALUE ZERO.
       01 WS-NB-PLACES            PIC 9(4).
      *   CONDITIONS DE FACTURATION DE LA CONVENTION (FACTFIN) - SANS
      *   HEURES PAR JOUR SAISIES, LA JOURNEE DE COURS VAUT 7 HEURES
      *   (ZONES ECRAN SAISIES SANS VIRGULE, DEUX DECIMALES IMPLICITES)
       01 WS-TAUX-HORAIRE         PIC 9(3)V99.
       01 WS-TAUX-HORAIRE-X REDEFINES WS-TAUX-HORAIRE PIC X(5).
       01 WS-HEURES-JOUR          PIC 9(2)V99.
       01 WS-HEURES-JOUR-X  REDEFINES WS-HEURES-JOUR  PIC X(4).
       01 WS-ABS-JUSTIFIEE        PIC X.
       01 WS-RESTE                PIC S9(4).
      *   DATES DE LA CONVENTION SAISIE (JJMMAAAA A L'ECRAN),
      *   CONVERTIES EN AAAAMMJJ POUR LE FICHIER ET LES COMPARAISONS
       01 WS-NOUV-DEB             PIC 9(8).
       01 WS-NOUV-FIN             PIC 9(8).
       01 WS-DATE-CHK             PIC 9(8).
       01 WS-DATE-CONV            PIC 9(8).
       01 WS-DATE-INVALIDE        PIC X.
       77 WS-CONFLIT              PIC X.
      *   CLE DE PARCOURS DES CONVENTIONS
       01 WS-CLE-CFI.
         05 WS-CFI-SESSION       PIC X(10).
         05 WS-CFI-FINANCEUR     PIC X(8).
       77 IND-LIG                 PIC S9(4) COMP.
      *   DESCRIPTION DE LA LIGNE DE LA GRILLE DES CONVENTIONS
       01 LIGNEO.
         05 VALUE SPACE          PIC X(14).
         05 LO-SESSION           PIC X(10).
         05 VALUE ' |   '        PIC X(5).
         05 LO-PLACES            PIC ZZZ9.
         05 VALUE ' |    '       PIC X(6).
         05 LO-CONSOMMEES        PIC ZZZ9.
         05 VALUE ' |  '         PIC X(4).
         05 LO-RESTE             PIC -ZZ9.
         05 VALUE ' | '          PIC X(3).
         05 LO-DEBUT             PIC X(10).
         05 VALUE ' | '          PIC X(3).
         05 LO-FIN               PIC X(10).
         05 VALUE SPACE          PIC X(2).
       01 LIGNEO-VIDE            PIC X(79) VALUE SPACES.
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

      *   DESCRIPTION DU FICHIER KSD DES FINANCEURS          *
       COPY FFINA.
      *   DESCRIPTION DU FICHIER KSD DES CONVENTIONS         *
       COPY FFINS.
      *   DESCRIPTION DE L'HISTORIQUE DES INSCRIPTIONS       *
       COPY FINSC.
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
           MOVE LOW-VALUE TO MAPOI
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           STRING EIBTRMID '/' MON-MAPSET DELIMITED BY SIZE
                  INTO TERMOO
           STRING 'OPERATEUR:' EIBOPID DELIMITED BY SIZE
                  INTO OPIDOO
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(DATJOO)
                               DATESEP ('/')
                               TIME (TIMOO)
                               TIMESEP(':')
           END-EXEC
           EXEC CICS SEND MAP    (MA-MAP)
                          MAPSET (MON-MAPSET)
                          FROM   (MAPOO)
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
                  DELIMITED BY SIZE INTO MESSOO
           PERFORM 22000-TRAIT-ENVOI
           .
       23100-TRAIT-ENTER.
      *------------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAPOI)
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
      *  MAIS LA PROTECTION EST REFAITE ICI : LES QUOTAS DE PLACES
      *  NE DOIVENT PAS CHANGER PAR UN CHEMIN DETOURNE
           MOVE EIBOPID TO WS-OPR-CONNECTE
           MOVE WS-OPR-CONNECTE TO OP-CLE
           EXEC CICS READ FILE  (MON-FICHIER-OPR)
                          RIDFLD(OP-CLE)
                          INTO  (E-OPERATEUR)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL) OR OP-NIV < 2
              STRING 'ACCES NON AUTORISE POUR CET OPERATEUR'
                  DELIMITED BY SIZE INTO MESSOO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF CODOI = LOW-VALUE OR CODOI = SPACES
              STRING 'CODE FINANCEUR OBLIGATOIRE'
                  DELIMITED BY SIZE INTO MESSOO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE CODOI TO WS-CODE-FIN
           IF ACTOI NOT = 'A' AND ACTOI NOT = LOW-VALUE
              AND ACTOI NOT = SPACE
              PERFORM 10500-CHECK-LECTURE
           END-IF
           EVALUATE ACTOI
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
             WHEN 'V'
               PERFORM 23750-CONVENTION
             WHEN 'R'
               PERFORM 23780-RETRAIT
             WHEN OTHER
               STRING 'ACTION INVALIDE (A, C, M, S, V OU R)'
                   DELIMITED BY SIZE INTO MESSOO
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
                     INTO MESSOO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

       23400-AFFICHAGE.
      *----------------*
           MOVE WS-CODE-FIN TO FI-CODE
           EXEC CICS READ FILE  (MON-FICHIER-FIN)
                          RIDFLD(FI-CODE)
                          INTO  (E-FINANCEUR)
                          RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              PERFORM 23420-GARNIR-ECRAN
              PERFORM 23450-LISTE-CONVENTIONS
              IF SESOI NOT = LOW-VALUE AND SESOI NOT = SPACES
                 PERFORM 23430-GARNIR-CONVENTION
              END-IF
           ELSE
              MOVE 'FINANCEUR NON TROUVE' TO MESSOO
           END-IF
           PERFORM 22000-TRAIT-ENVOI
           .

      *  UNE SESSION SAISIE AVEC L'AFFICHAGE REPORTE LA CONVENTION
      *  CORRESPONDANTE DANS LES ZONES DE SAISIE, POUR MODIFICATION
      *  PAR L'ACTION V
       23430-GARNIR-CONVENTION.
      *------------------------*
           MOVE SESOI       TO CF-CODE-SESSION
           MOVE WS-CODE-FIN TO CF-FINANCEUR
           EXEC CICS READ FILE  (MON-FICHIER-CFI)
                          RIDFLD(CF-CLE)
                          INTO  (E-FINANCEMENT)
                          RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              MOVE CF-NB-PLACES       TO PLAOI
              MOVE CF-REFERENCE       TO REFOI
              STRING CF-DATE-DEBUT(7:2) CF-DATE-DEBUT(5:2)
                     CF-DATE-DEBUT(1:4) DELIMITED BY SIZE INTO DDEOI
              STRING CF-DATE-FIN(7:2) CF-DATE-FIN(5:2)
                     CF-DATE-FIN(1:4) DELIMITED BY SIZE INTO DFIOI
              MOVE CF-TAUX-HORAIRE    TO WS-TAUX-HORAIRE
              MOVE WS-TAUX-HORAIRE-X  TO TXHOI
              MOVE CF-HEURES-JOUR     TO WS-HEURES-JOUR
              MOVE WS-HEURES-JOUR-X   TO HJOOI
              MOVE CF-ABS-JUSTIFIEE   TO AJFOI
           ELSE
              MOVE 'PAS DE CONVENTION DE CE FINANCEUR SUR LA SESSION'
                   TO MESSOO
           END-IF
           .

       23420-GARNIR-ECRAN.
      *-------------------*
           MOVE FI-CODE           TO CODOI
           MOVE FI-RAISON-SOCIALE TO RSOOI
           MOVE FI-ADR1           TO AD1OI
           MOVE FI-ADR2           TO AD2OI
           MOVE FI-CODEP          TO CPOOI
           MOVE FI-VILLE          TO VILOI
           MOVE FI-CONTACT        TO CTCOI
           MOVE FI-TEL            TO TELOI
           MOVE FI-EMAIL          TO EMLOI
           .

      *  LISTE DES CONVENTIONS DU FINANCEUR AFFICHE (PARCOURS COMPLET
      *  DE FFINS03, DONT LA CLE COMMENCE PAR LA SESSION) AVEC LES
      *  PLACES CONSOMMEES ET RESTANTES DE CHACUNE
       23450-LISTE-CONVENTIONS.
      *------------------------*
           MOVE 1 TO IND-LIG
           PERFORM UNTIL IND-LIG > 5
              MOVE LIGNEO-VIDE TO LIGOO(IND-LIG)
              ADD 1 TO IND-LIG
           END-PERFORM
           MOVE LOW-VALUES TO WS-CLE-CFI
           EXEC CICS STARTBR FILE   (MON-FICHIER-CFI)
                              RIDFLD (WS-CLE-CFI)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           MOVE 1 TO IND-LIG
           IF C-R = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE   (MON-FICHIER-CFI)
                                 INTO   (E-FINANCEMENT)
                                 RIDFLD (WS-CLE-CFI)
                                 RESP   (C-R)
              END-EXEC
              PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                      OR IND-LIG > 5
                 IF CF-FINANCEUR = WS-CODE-FIN
                    PERFORM 23460-GARNIR-LIGNE
                    ADD 1 TO IND-LIG
                 END-IF
                 EXEC CICS READNEXT FILE   (MON-FICHIER-CFI)
                                    INTO   (E-FINANCEMENT)
                                    RIDFLD (WS-CLE-CFI)
                                    RESP   (C-R)
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(MON-FICHIER-CFI) END-EXEC
           END-IF
           .

       23460-GARNIR-LIGNE.
      *-------------------*
           MOVE CF-CODE-SESSION TO LO-SESSION
           MOVE CF-NB-PLACES    TO LO-PLACES
           MOVE CF-CODE-SESSION TO WS-CODE-SES
           PERFORM 23470-COMPTE-FINANCES
           MOVE WS-NB-FINANCES  TO LO-CONSOMMEES
           COMPUTE WS-RESTE = CF-NB-PLACES - WS-NB-FINANCES
           MOVE WS-RESTE        TO LO-RESTE
           STRING CF-DATE-DEBUT(7:2) '/' CF-DATE-DEBUT(5:2) '/'
                  CF-DATE-DEBUT(1:4) DELIMITED BY SIZE INTO LO-DEBUT
           STRING CF-DATE-FIN(7:2) '/' CF-DATE-FIN(5:2) '/'
                  CF-DATE-FIN(1:4) DELIMITED BY SIZE INTO LO-FIN
           MOVE LIGNEO TO LIGOO(IND-LIG)
           .

      *  PLACES CONSOMMEES PAR LE FINANCEUR AFFICHE SUR LA SESSION
      *  WS-CODE-SES : INSCRIPTIONS EN COURS ('E') OU TERMINEES ('T')
      *  PORTANT CE FINANCEUR, PARCOURUES PAR LE CHEMIN FINSCSES -
      *  MEME DECOMPTE QUE LE CONTROLE DE QUOTA DE INF1CI3
       23470-COMPTE-FINANCES.
      *----------------------*
           MOVE ZERO        TO WS-NB-FINANCES
           MOVE WS-CODE-SES TO WS-INS-BR
           EXEC CICS STARTBR FILE   (MON-FICHIER-INSPATH)
                              RIDFLD (WS-INS-BR)
                              KEYLENGTH(LENGTH OF IN-CODE-SESSION)
                              GTEQ
                              RESP   (C-R-INS)
           END-EXEC
           IF C-R-INS = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE   (MON-FICHIER-INSPATH)
                                 INTO   (E-INSCRIPTION)
                                 RIDFLD (WS-INS-BR)
                                 KEYLENGTH(LENGTH OF IN-CODE-SESSION)
                                 RESP   (C-R-INS)
              END-EXEC
              PERFORM UNTIL C-R-INS NOT = DFHRESP(NORMAL)
                      OR IN-CODE-SESSION NOT = WS-CODE-SES
                 IF IN-FINANCEUR = WS-CODE-FIN
                    AND (IN-RESULTAT = 'E' OR IN-RESULTAT = 'T')
                    ADD 1 TO WS-NB-FINANCES
                 END-IF
                 EXEC CICS READNEXT FILE   (MON-FICHIER-INSPATH)
                                    INTO   (E-INSCRIPTION)
                                    RIDFLD (WS-INS-BR)
                                    KEYLENGTH(LENGTH OF IN-CODE-SESSION)
                                    RESP   (C-R-INS)
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(MON-FICHIER-INSPATH) END-EXEC
           END-IF
           .

       23500-CREATION.
      *---------------*
           PERFORM 23300-CHECK-INPUT
           PERFORM 23800-GARNIR-FINANCEUR
           EXEC CICS WRITE FILE  (MON-FICHIER-FIN)
                           RIDFLD(FI-CODE)
                           FROM  (E-FINANCEUR)
                           RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               STRING 'FINANCEUR ' WS-CODE-FIN ' CREE'
                      DELIMITED BY SIZE INTO MESSOO
             WHEN DFHRESP(DUPREC)
               MOVE 'FINANCEUR DEJA EXISTANT' TO MESSOO
             WHEN OTHER
               MOVE 'WRITE' TO SP-OPERATION
               MOVE MON-FICHIER-FIN TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSOO
           END-EVALUATE
           PERFORM 22000-TRAIT-ENVOI
           .

       23600-MODIFICATION.
      *-------------------*
           PERFORM 23300-CHECK-INPUT
           MOVE WS-CODE-FIN TO FI-CODE
           EXEC CICS READ FILE  (MON-FICHIER-FIN)
                          RIDFLD(FI-CODE)
                          INTO  (E-FINANCEUR)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               PERFORM 23800-GARNIR-FINANCEUR
               EXEC CICS REWRITE FILE  (MON-FICHIER-FIN)
                                 FROM  (E-FINANCEUR)
                                 RESP  (C-R)
               END-EXEC
               IF C-R = DFHRESP(NORMAL)
                 STRING 'FINANCEUR ' WS-CODE-FIN ' MODIFIE'
                        DELIMITED BY SIZE INTO MESSOO
               ELSE
                 MOVE 'REWRITE' TO SP-OPERATION
                 MOVE MON-FICHIER-FIN TO SP-FICHIER
                 PERFORM 80000-APPEL-SPERR
                 STRING 'ERREUR FICHIER ' TEXT-ERREUR
                        DELIMITED BY SIZE INTO MESSOO
               END-IF
             WHEN DFHRESP(NOTFND)
               MOVE 'FINANCEUR NON TROUVE' TO MESSOO
             WHEN OTHER
               MOVE 'READ-UPD' TO SP-OPERATION
               MOVE MON-FICHIER-FIN TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSOO
           END-EVALUATE
           PERFORM 22000-TRAIT-ENVOI
           .

       23700-SUPPRESSION.
      *------------------*
      *  UN FINANCEUR QUI PORTE ENCORE UNE CONVENTION NE PEUT PAS
      *  ETRE SUPPRIME : LES CONVENTIONS SONT A RETIRER D'ABORD
           MOVE 'N' TO WS-CONFLIT
           MOVE LOW-VALUES TO WS-CLE-CFI
           EXEC CICS STARTBR FILE   (MON-FICHIER-CFI)
                              RIDFLD (WS-CLE-CFI)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE   (MON-FICHIER-CFI)
                                 INTO   (E-FINANCEMENT)
                                 RIDFLD (WS-CLE-CFI)
                                 RESP   (C-R)
              END-EXEC
              PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                      OR WS-CONFLIT = 'O'
                 IF CF-FINANCEUR = WS-CODE-FIN
                    MOVE 'O' TO WS-CONFLIT
                 ELSE
                    EXEC CICS READNEXT FILE   (MON-FICHIER-CFI)
                                       INTO   (E-FINANCEMENT)
                                       RIDFLD (WS-CLE-CFI)
                                       RESP   (C-R)
                    END-EXEC
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(MON-FICHIER-CFI) END-EXEC
           END-IF
           IF WS-CONFLIT = 'O'
              STRING 'FINANCEUR ENCORE PORTEUR D''UNE CONVENTION SUR '
                     'LA SESSION ' CF-CODE-SESSION
                     DELIMITED BY SIZE INTO MESSOO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE WS-CODE-FIN TO FI-CODE
           EXEC CICS DELETE FILE  (MON-FICHIER-FIN)
                            RIDFLD(FI-CODE)
                            RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               STRING 'FINANCEUR ' WS-CODE-FIN ' SUPPRIME'
                      DELIMITED BY SIZE INTO MESSOO
             WHEN DFHRESP(NOTFND)
               MOVE 'FINANCEUR NON TROUVE' TO MESSOO
             WHEN OTHER
               MOVE 'DELETE' TO SP-OPERATION
               MOVE MON-FICHIER-FIN TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSOO
           END-EVALUATE
           PERFORM 22000-TRAIT-ENVOI
           .

      *  ENREGISTREMENT (CREATION OU MISE A JOUR) DE LA CONVENTION DU
      *  FINANCEUR AFFICHE SUR LA SESSION SAISIE - LA SESSION DOIT
      *  EXISTER, LA PERIODE DE VALIDITE ETRE COHERENTE ET LE NOMBRE
      *  DE PLACES NE PAS DESCENDRE SOUS LES PLACES DEJA CONSOMMEES
       23750-CONVENTION.
      *-----------------*
           MOVE WS-CODE-FIN TO FI-CODE
           EXEC CICS READ FILE  (MON-FICHIER-FIN)
                          RIDFLD(FI-CODE)
                          INTO  (E-FINANCEUR)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'FINANCEUR NON TROUVE' TO MESSOO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           PERFORM 23740-CHECK-SESSION
           IF PLAOI = LOW-VALUE OR PLAOI NOT NUMERIC
              STRING 'NOMBRE DE PLACES OBLIGATOIRE'
                  DELIMITED BY SIZE INTO MESSOO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE PLAOI TO WS-NB-PLACES
           IF WS-NB-PLACES = ZERO
              STRING 'NOMBRE DE PLACES OBLIGATOIRE'
                  DELIMITED BY SIZE INTO MESSOO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF DDEOI = LOW-VALUE OR DDEOI NOT NUMERIC
              STRING 'DEBUT DE VALIDITE OBLIGATOIRE (JJMMAAAA)'
                  DELIMITED BY SIZE INTO MESSOO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE DDEOI TO WS-DATE-CHK
           PERFORM 23320-CHECK-JOUR-MOIS
           IF WS-DATE-INVALIDE = 'O'
              STRING 'DEBUT DE VALIDITE INVALIDE'
                  DELIMITED BY SIZE INTO MESSOO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           PERFORM 23760-CONV-DATE
           MOVE WS-DATE-CONV TO WS-NOUV-DEB
           IF DFIOI = LOW-VALUE OR DFIOI NOT NUMERIC
              STRING 'FIN DE VALIDITE OBLIGATOIRE (JJMMAAAA)'
                  DELIMITED BY SIZE INTO MESSOO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE DFIOI TO WS-DATE-CHK
           PERFORM 23320-CHECK-JOUR-MOIS
           IF WS-DATE-INVALIDE = 'O'
              STRING 'FIN DE VALIDITE INVALIDE'
                  DELIMITED BY SIZE INTO MESSOO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           PERFORM 23760-CONV-DATE
           MOVE WS-DATE-CONV TO WS-NOUV-FIN
           IF WS-NOUV-FIN < WS-NOUV-DEB
              STRING 'LA FIN DE VALIDITE PRECEDE SON DEBUT'
                  DELIMITED BY SIZE INTO MESSOO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
      *  CONDITIONS DE FACTURATION : TAUX HORAIRE FACULTATIF (ZERO =
      *  CONVENTION NON FACTUREE A L'HEURE), 7 HEURES PAR JOUR A
      *  DEFAUT, ABSENCES JUSTIFIEES NON FACTUREES A DEFAUT
           MOVE ZERO TO WS-TAUX-HORAIRE
           IF TXHOI NOT = LOW-VALUE AND TXHOI NOT = SPACES
              IF TXHOI NOT NUMERIC
                 STRING 'TAUX HORAIRE INVALIDE (5 CHIFFRES, 2 '
                        'DECIMALES)' DELIMITED BY SIZE INTO MESSOO
                 PERFORM  22000-TRAIT-ENVOI
              END-IF
              MOVE TXHOI TO WS-TAUX-HORAIRE-X
           END-IF
           MOVE 7 TO WS-HEURES-JOUR
           IF HJOOI NOT = LOW-VALUE AND HJOOI NOT = SPACES
              IF HJOOI NOT NUMERIC OR HJOOI = ZERO OR HJOOI > '2400'
                 STRING 'HEURES PAR JOUR INVALIDES (4 CHIFFRES, 2 '
                        'DECIMALES)' DELIMITED BY SIZE INTO MESSOO
                 PERFORM  22000-TRAIT-ENVOI
              END-IF
              MOVE HJOOI TO WS-HEURES-JOUR-X
           END-IF
           EVALUATE AJFOI
             WHEN 'O'
               MOVE 'O' TO WS-ABS-JUSTIFIEE
             WHEN 'N'
             WHEN SPACE
             WHEN LOW-VALUE
               MOVE 'N' TO WS-ABS-JUSTIFIEE
             WHEN OTHER
               STRING 'ABSENCES JUSTIFIEES FACTUREES : O OU N'
                   DELIMITED BY SIZE INTO MESSOO
               PERFORM  22000-TRAIT-ENVOI
           END-EVALUATE
      *  LES PLACES DEJA CONSOMMEES NE PEUVENT PAS ETRE REPRISES :
      *  LE QUOTA EST AU MOINS EGAL A LA CONSOMMATION COURANTE
           PERFORM 23470-COMPTE-FINANCES
           IF WS-NB-PLACES < WS-NB-FINANCES
              MOVE WS-NB-FINANCES TO C-R-ED
              STRING 'QUOTA INFERIEUR AUX PLACES DEJA CONSOMMEES ('
                     C-R-ED ')' DELIMITED BY SIZE INTO MESSOO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE WS-CODE-SES TO CF-CODE-SESSION
           MOVE WS-CODE-FIN TO CF-FINANCEUR
           EXEC CICS READ FILE  (MON-FICHIER-CFI)
                          RIDFLD(CF-CLE)
                          INTO  (E-FINANCEMENT)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               PERFORM 23790-GARNIR-CONVENTION
               EXEC CICS REWRITE FILE  (MON-FICHIER-CFI)
                                 FROM  (E-FINANCEMENT)
                                 RESP  (C-R)
               END-EXEC
               IF C-R = DFHRESP(NORMAL)
                 STRING 'CONVENTION SUR LA SESSION ' WS-CODE-SES
                        ' MODIFIEE' DELIMITED BY SIZE INTO MESSOO
               ELSE
                 MOVE 'REWRITE' TO SP-OPERATION
                 MOVE MON-FICHIER-CFI TO SP-FICHIER
                 PERFORM 80000-APPEL-SPERR
                 STRING 'ERREUR FICHIER ' TEXT-ERREUR
                        DELIMITED BY SIZE INTO MESSOO
               END-IF
             WHEN DFHRESP(NOTFND)
               MOVE SPACES      TO E-FINANCEMENT
               MOVE WS-CODE-SES TO CF-CODE-SESSION
               MOVE WS-CODE-FIN TO CF-FINANCEUR
               PERFORM 23790-GARNIR-CONVENTION
               EXEC CICS WRITE FILE  (MON-FICHIER-CFI)
                               RIDFLD(CF-CLE)
                               FROM  (E-FINANCEMENT)
                               RESP  (C-R)
               END-EXEC
               IF C-R = DFHRESP(NORMAL)
                 STRING 'CONVENTION SUR LA SESSION ' WS-CODE-SES
                        ' ENREGISTREE' DELIMITED BY SIZE INTO MESSOO
               ELSE
                 MOVE 'WRITE' TO SP-OPERATION
                 MOVE MON-FICHIER-CFI TO SP-FICHIER
                 PERFORM 80000-APPEL-SPERR
                 STRING 'ERREUR FICHIER ' TEXT-ERREUR
                        DELIMITED BY SIZE INTO MESSOO
               END-IF
             WHEN OTHER
               MOVE 'READ-UPD' TO SP-OPERATION
               MOVE MON-FICHIER-CFI TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSOO
           END-EVALUATE
           PERFORM 23420-GARNIR-ECRAN
           PERFORM 23450-LISTE-CONVENTIONS
           PERFORM 22000-TRAIT-ENVOI
           .

      *  CONTROLE DE LA SESSION SAISIE (COMMUN A L'ENREGISTREMENT ET
      *  AU RETRAIT D'UNE CONVENTION) - LAISSE LE CODE DANS
      *  WS-CODE-SES
       23740-CHECK-SESSION.
      *--------------------*
           IF SESOI = LOW-VALUE OR SESOI = SPACES
              STRING 'CODE SESSION OBLIGATOIRE'
                  DELIMITED BY SIZE INTO MESSOO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE SESOI TO WS-CODE-SES
           EXEC CICS READ FILE  (MON-FICHIER-SES)
                          RIDFLD(WS-CODE-SES)
                          INTO  (E-SESSION)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              STRING 'CODE SESSION INCONNU - VOIR GESTION DES'
                     ' SESSIONS' DELIMITED BY SIZE INTO MESSOO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           .

      *  CONVERSION D'UNE DATE JJMMAAAA (WS-DATE-CHK) EN AAAAMMJJ
      *  (WS-DATE-CONV) POUR LE FICHIER ET LES COMPARAISONS
       23760-CONV-DATE.
      *----------------*
           MOVE WS-DATE-CHK(5:4) TO WS-DATE-CONV(1:4)
           MOVE WS-DATE-CHK(3:2) TO WS-DATE-CONV(5:2)
           MOVE WS-DATE-CHK(1:2) TO WS-DATE-CONV(7:2)
           .

      *  RETRAIT DE LA CONVENTION DU FINANCEUR AFFICHE SUR LA SESSION
      *  SAISIE - REFUSE DES QU'UNE PLACE EN EST CONSOMMEE (LES
      *  INSCRIPTIONS FINANCEES PERDRAIENT LEUR CONVENTION)
       23780-RETRAIT.
      *--------------*
           PERFORM 23740-CHECK-SESSION
           PERFORM 23470-COMPTE-FINANCES
           IF WS-NB-FINANCES > ZERO
              MOVE WS-NB-FINANCES TO C-R-ED
              STRING 'CONVENTION CONSOMMEE (' C-R-ED ' PLACES) - '
                     'RETRAIT IMPOSSIBLE' DELIMITED BY SIZE
                     INTO MESSOO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE WS-CODE-SES TO CF-CODE-SESSION
           MOVE WS-CODE-FIN TO CF-FINANCEUR
           EXEC CICS DELETE FILE  (MON-FICHIER-CFI)
                            RIDFLD(CF-CLE)
                            RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               STRING 'CONVENTION SUR LA SESSION ' WS-CODE-SES
                      ' RETIREE' DELIMITED BY SIZE INTO MESSOO
             WHEN DFHRESP(NOTFND)
               MOVE 'CONVENTION NON TROUVEE' TO MESSOO
             WHEN OTHER
               MOVE 'DELETE' TO SP-OPERATION
               MOVE MON-FICHIER-CFI TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSOO
           END-EVALUATE
           PERFORM 23450-LISTE-CONVENTIONS
           PERFORM 22000-TRAIT-ENVOI
           .

       23790-GARNIR-CONVENTION.
      *------------------------*
           MOVE WS-NB-PLACES TO CF-NB-PLACES
           MOVE WS-NOUV-DEB  TO CF-DATE-DEBUT
           MOVE WS-NOUV-FIN  TO CF-DATE-FIN
           MOVE WS-TAUX-HORAIRE  TO CF-TAUX-HORAIRE
           MOVE WS-HEURES-JOUR   TO CF-HEURES-JOUR
           MOVE WS-ABS-JUSTIFIEE TO CF-ABS-JUSTIFIEE
           IF REFOI NOT = LOW-VALUE
              MOVE REFOI     TO CF-REFERENCE
           ELSE
              MOVE SPACES    TO CF-REFERENCE
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(CF-DATE-MAJ)
                               DATESEP ('/')
           END-EXEC
           MOVE WS-OPR-CONNECTE TO CF-MAJ-PAR
           .

       23300-CHECK-INPUT.
      *------------------*
           IF RSOOI = LOW-VALUE OR RSOOI = SPACES
              STRING 'RAISON SOCIALE OBLIGATOIRE'
                  DELIMITED BY SIZE INTO MESSOO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF TELOI NOT = LOW-VALUE AND TELOI NOT NUMERIC
              STRING 'TELEPHONE INVALIDE (10 CHIFFRES)'
                  DELIMITED BY SIZE INTO MESSOO
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

       23800-GARNIR-FINANCEUR.
      *-----------------------*
           MOVE SPACES      TO E-FINANCEUR
           MOVE WS-CODE-FIN TO FI-CODE
           MOVE RSOOI       TO FI-RAISON-SOCIALE
           IF AD1OI NOT = LOW-VALUE
              MOVE AD1OI    TO FI-ADR1
           END-IF
           IF AD2OI NOT = LOW-VALUE
              MOVE AD2OI    TO FI-ADR2
           END-IF
           IF CPOOI NOT = LOW-VALUE
              MOVE CPOOI    TO FI-CODEP
           END-IF
           IF VILOI NOT = LOW-VALUE
              MOVE VILOI    TO FI-VILLE
           END-IF
           IF CTCOI NOT = LOW-VALUE
              MOVE CTCOI    TO FI-CONTACT
           END-IF
           IF TELOI NOT = LOW-VALUE
              MOVE TELOI    TO FI-TEL
           END-IF
           IF EMLOI NOT = LOW-VALUE
              MOVE EMLOI    TO FI-EMAIL
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(FI-DATE-MAJ)
                               DATESEP ('/')
           END-EXEC
           MOVE WS-OPR-CONNECTE TO FI-MAJ-PAR
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
                    INTO MESSOO
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
           MOVE 'AIDE NON DISPONIBLE' TO MESSOI
           PERFORM 22000-TRAIT-ENVOI
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO MESSOI
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
