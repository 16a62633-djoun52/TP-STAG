       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFUCI3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *   CONSULTATION DU GRAND LIVRE DES TROP-PERCUS D'INDEMNITE
      *   (FTROP03) D'UN STAGIAIRE : DU, REMBOURSE, ABANDONNE, SOLDE
      *   ET DERNIERS MOUVEMENTS - SAISIE D'UN REMBOURSEMENT VERSE
      *   DIRECTEMENT PAR LE STAGIAIRE (ACTION R) OU D'UN ABANDON DE
      *   CREANCE (ACTION B), DANS LA LIMITE DU SOLDE DU - ACCES
      *   RESERVE AU NIVEAU 2. LES CREANCES SONT ECRITES PAR CALCTROP,
      *   LES RETENUES SUR INDEMNITE PAR EXPPAIE
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
       01 MON-PROG                PIC X(8) VALUE 'INFUCI3 '.
       01 PROGMENU                PIC X(8) VALUE 'INF0CI3 '.
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
       01 MON-FICHIER-OPR         PIC X(8) VALUE 'FOPER03 '.
       01 MON-FICHIER-TRP         PIC X(8) VALUE 'FTROP03 '.
      *   STATUT DE BASCULE (QUIESCE PARTIEL = LECTURE SEULE)
       01 MON-FICHIER-CTL         PIC X(8) VALUE 'FCTL03  '.
       01 MA-MAP                  PIC X(8) VALUE 'MAPZ    '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
       01 PROGHELP                PIC X(8) VALUE 'HELP3   '.
           COPY HELPCA.
       01 MA-TRX                  PIC X(4) VALUE 'TVC3'.
       01 WS-OPR-CONNECTE         PIC X(3).
       01 WS-NUMERO               PIC 9(4).
      *   MOUVEMENT SAISI : TYPE ('R' REMBOURSEMENT, 'A' ABANDON) ET
      *   MONTANT SAISI EN CENTIMES (7 CHIFFRES, DEUX DECIMALES
      *   IMPLICITES)
       01 WS-TYPE-MVT             PIC X.
       01 WS-MNT-CENT             PIC 9(7).
       01 WS-MONTANT              PIC 9(5)V99.
       01 WS-DATE-TROP            PIC 9(8).
       01 WS-HEURE-TROP           PIC 9(6).
      *   CUMULS DU STAGIAIRE : SOLDE DU = CREANCES - REMBOURSEMENTS
      *   - ABANDONS ('D' ET 'N' NE PESENT PAS)
       01 WS-TOT-DU               PIC 9(7)V99.
       01 WS-TOT-REMB             PIC 9(7)V99.
       01 WS-TOT-ABAND            PIC 9(7)V99.
       01 WS-SOLDE                PIC S9(7)V99.
       01 WS-MONT-ED              PIC ZZZZZZ9.99.
       01 WS-SOLDE-ED             PIC -ZZZZZZ9.99.
       77 WS-NB-MVT               PIC S9(4) COMP.
       77 WS-A-SAUTER             PIC S9(4) COMP.
      *   DERNIER MOUVEMENT LU DU STAGIAIRE (IDENTITE, SESSION ET
      *   ADRESSE RECOPIEES DANS LE MOUVEMENT SAISI)
       01 WS-DERN-MVT             PIC X(250).
      *   CLE DE PARCOURS DU GRAND LIVRE
       01 WS-CLE-TRP.
         05 WS-TRP-NUMERO        PIC 9(4).
         05 WS-TRP-DATE          PIC 9(8).
         05 WS-TRP-HEURE         PIC 9(6).
       77 IND-LIG                 PIC S9(4) COMP.
      *   DESCRIPTION DE LA LIGNE DE LA GRILLE DES MOUVEMENTS
       01 LIGNEZ.
         05 VALUE SPACE          PIC X(14).
         05 LZ-DATE              PIC X(10).
         05 VALUE ' | '          PIC X(3).
         05 LZ-TYPE              PIC X(1).
         05 VALUE ' | '          PIC X(3).
         05 LZ-ORIGINE           PIC X(8).
         05 VALUE ' | '          PIC X(3).
         05 LZ-MOIS              PIC X(7).
         05 VALUE ' | '          PIC X(3).
         05 LZ-MONTANT           PIC ZZZZZZ9.99.
         05 VALUE ' | '          PIC X(3).
         05 LZ-LIBELLE           PIC X(14).
       01 LIGNEZ-VIDE            PIC X(79) VALUE SPACES.
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

      *   DESCRIPTION DU GRAND LIVRE DES TROP-PERCUS         *
       COPY FTROP.
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
           MOVE LOW-VALUE TO MAPZI
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           STRING EIBTRMID '/' MON-MAPSET DELIMITED BY SIZE
                  INTO TERMZO
           STRING 'OPERATEUR:' EIBOPID DELIMITED BY SIZE
                  INTO OPIDZO
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(DATJZO)
                               DATESEP ('/')
                               TIME (TIMZO)
                               TIMESEP(':')
           END-EXEC
           EXEC CICS SEND MAP    (MA-MAP)
                          MAPSET (MON-MAPSET)
                          FROM   (MAPZO)
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
                  DELIMITED BY SIZE INTO MESSZO
           PERFORM 22000-TRAIT-ENVOI
           .
       23100-TRAIT-ENTER.
      *------------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAPZI)
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
      *  MAIS LA PROTECTION EST REFAITE ICI : UN ABANDON DE CREANCE
      *  NE DOIT PAS PASSER PAR UN CHEMIN DETOURNE
           MOVE EIBOPID TO WS-OPR-CONNECTE
           MOVE WS-OPR-CONNECTE TO OP-CLE
           EXEC CICS READ FILE  (MON-FICHIER-OPR)
                          RIDFLD(OP-CLE)
                          INTO  (E-OPERATEUR)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL) OR OP-NIV < 2
              STRING 'ACCES NON AUTORISE POUR CET OPERATEUR'
                  DELIMITED BY SIZE INTO MESSZO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF NUMZI = LOW-VALUE OR NUMZI NOT NUMERIC
              STRING 'NUMERO DE STAGIAIRE OBLIGATOIRE (4 CHIFFRES)'
                  DELIMITED BY SIZE INTO MESSZO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE NUMZI TO WS-NUMERO
           IF ACTZI NOT = 'A' AND ACTZI NOT = LOW-VALUE
              AND ACTZI NOT = SPACE
              PERFORM 10500-CHECK-LECTURE
           END-IF
           EVALUATE ACTZI
             WHEN 'A'
             WHEN LOW-VALUE
             WHEN SPACE
               PERFORM 23400-AFFICHAGE
             WHEN 'R'
               MOVE 'R' TO WS-TYPE-MVT
               PERFORM 23500-MOUVEMENT
             WHEN 'B'
               MOVE 'A' TO WS-TYPE-MVT
               PERFORM 23500-MOUVEMENT
             WHEN OTHER
               STRING 'ACTION INVALIDE (A, R OU B)'
                   DELIMITED BY SIZE INTO MESSZO
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
                     INTO MESSZO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

       23400-AFFICHAGE.
      *----------------*
           PERFORM 23450-CUMULS
           IF WS-NB-MVT = ZERO
              MOVE 'AUCUN MOUVEMENT AU GRAND LIVRE POUR CE STAGIAIRE'
                TO MESSZO
           ELSE
              PERFORM 23420-GARNIR-ECRAN
              PERFORM 23470-LISTE-MOUVEMENTS
           END-IF
           PERFORM 22000-TRAIT-ENVOI
           .

       23420-GARNIR-ECRAN.
      *-------------------*
           MOVE WS-DERN-MVT       TO E-TROP-PERCU
           MOVE TP-NOM            TO NOMZI
           MOVE TP-PRENOM         TO PNMZI
           MOVE TP-CODE-SESSION   TO SESZI
           MOVE WS-TOT-DU         TO WS-MONT-ED
           MOVE WS-MONT-ED        TO DUZI
           MOVE WS-TOT-REMB       TO WS-MONT-ED
           MOVE WS-MONT-ED        TO REMZI
           MOVE WS-TOT-ABAND      TO WS-MONT-ED
           MOVE WS-MONT-ED        TO ABZI
           MOVE WS-SOLDE          TO WS-SOLDE-ED
           MOVE WS-SOLDE-ED       TO SOLZI
           .

      *  CUMULS DU STAGIAIRE ET NOMBRE DE MOUVEMENTS (CLE FTROP03 =
      *  NUMERO + HORODATAGE, LES MOUVEMENTS D'UN STAGIAIRE SE
      *  SUIVENT DANS L'ORDRE CHRONOLOGIQUE)
       23450-CUMULS.
      *-------------*
           MOVE ZERO TO WS-TOT-DU WS-TOT-REMB WS-TOT-ABAND WS-SOLDE
           MOVE ZERO TO WS-NB-MVT
           MOVE WS-NUMERO TO WS-TRP-NUMERO
           MOVE ZERO      TO WS-TRP-DATE WS-TRP-HEURE
           EXEC CICS STARTBR FILE   (MON-FICHIER-TRP)
                              RIDFLD (WS-CLE-TRP)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE   (MON-FICHIER-TRP)
                                 INTO   (E-TROP-PERCU)
                                 RIDFLD (WS-CLE-TRP)
                                 RESP   (C-R)
              END-EXEC
              PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                      OR TP-NUMERO NOT = WS-NUMERO
                 ADD 1 TO WS-NB-MVT
                 MOVE E-TROP-PERCU TO WS-DERN-MVT
                 EVALUATE TRUE
                   WHEN TP-CREANCE
                     ADD TP-MONTANT TO WS-TOT-DU
                   WHEN TP-REMBOURSEMENT
                     ADD TP-MONTANT TO WS-TOT-REMB
                   WHEN TP-ABANDON
                     ADD TP-MONTANT TO WS-TOT-ABAND
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
                 EXEC CICS READNEXT FILE   (MON-FICHIER-TRP)
                                    INTO   (E-TROP-PERCU)
                                    RIDFLD (WS-CLE-TRP)
                                    RESP   (C-R)
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(MON-FICHIER-TRP) END-EXEC
           END-IF
           COMPUTE WS-SOLDE = WS-TOT-DU - WS-TOT-REMB - WS-TOT-ABAND
           .

      *  LES SIX DERNIERS MOUVEMENTS DU STAGIAIRE (LES PLUS ANCIENS
      *  SONT SAUTES QUAND LA GRILLE NE SUFFIT PAS)
       23470-LISTE-MOUVEMENTS.
      *-----------------------*
           MOVE 1 TO IND-LIG
           PERFORM UNTIL IND-LIG > 6
              MOVE LIGNEZ-VIDE TO LIGZO(IND-LIG)
              ADD 1 TO IND-LIG
           END-PERFORM
           COMPUTE WS-A-SAUTER = WS-NB-MVT - 6
           MOVE WS-NUMERO TO WS-TRP-NUMERO
           MOVE ZERO      TO WS-TRP-DATE WS-TRP-HEURE
           EXEC CICS STARTBR FILE   (MON-FICHIER-TRP)
                              RIDFLD (WS-CLE-TRP)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           MOVE 1 TO IND-LIG
           IF C-R = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE   (MON-FICHIER-TRP)
                                 INTO   (E-TROP-PERCU)
                                 RIDFLD (WS-CLE-TRP)
                                 RESP   (C-R)
              END-EXEC
              PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                      OR TP-NUMERO NOT = WS-NUMERO
                      OR IND-LIG > 6
                 IF WS-A-SAUTER > ZERO
                    SUBTRACT 1 FROM WS-A-SAUTER
                 ELSE
                    PERFORM 23480-GARNIR-LIGNE
                    ADD 1 TO IND-LIG
                 END-IF
                 EXEC CICS READNEXT FILE   (MON-FICHIER-TRP)
                                    INTO   (E-TROP-PERCU)
                                    RIDFLD (WS-CLE-TRP)
                                    RESP   (C-R)
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(MON-FICHIER-TRP) END-EXEC
           END-IF
           .

       23480-GARNIR-LIGNE.
      *-------------------*
           MOVE SPACES          TO LZ-DATE LZ-MOIS
           STRING TP-DATE-EFFET(7:2) '/' TP-DATE-EFFET(5:2) '/'
                  TP-DATE-EFFET(1:4) DELIMITED BY SIZE INTO LZ-DATE
           STRING TP-MOIS(5:2) '/' TP-MOIS(1:4) DELIMITED BY SIZE
                  INTO LZ-MOIS
           MOVE TP-TYPE         TO LZ-TYPE
           MOVE TP-ORIGINE      TO LZ-ORIGINE
           MOVE TP-MONTANT      TO LZ-MONTANT
           MOVE TP-LIBELLE      TO LZ-LIBELLE
           MOVE LIGNEZ TO LIGZO(IND-LIG)
           .

      *  REMBOURSEMENT VERSE PAR LE STAGIAIRE OU ABANDON DE CREANCE :
      *  UN SOLDE DU DOIT EXISTER ET LE MONTANT NE PEUT PAS LE
      *  DEPASSER - L'IDENTITE ET L'ADRESSE SONT REPRISES DU DERNIER
      *  MOUVEMENT (LE STAGIAIRE A PU QUITTER FSTAG03). UNE CLE DEJA
      *  PRISE (MEME SECONDE) EST DECALEE D'UNE SECONDE
       23500-MOUVEMENT.
      *----------------*
           PERFORM 23450-CUMULS
           IF WS-NB-MVT = ZERO
              MOVE 'AUCUN MOUVEMENT AU GRAND LIVRE POUR CE STAGIAIRE'
                TO MESSZO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           PERFORM 23420-GARNIR-ECRAN
           PERFORM 23470-LISTE-MOUVEMENTS
           IF WS-SOLDE NOT > ZERO
              MOVE 'AUCUN SOLDE DU - MOUVEMENT REFUSE' TO MESSZO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF MNTZI = LOW-VALUE OR MNTZI NOT NUMERIC
              STRING 'MONTANT OBLIGATOIRE (EN CENTIMES, 7 CHIFFRES)'
                  DELIMITED BY SIZE INTO MESSZO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE MNTZI TO WS-MNT-CENT
           COMPUTE WS-MONTANT = WS-MNT-CENT / 100
           IF WS-MONTANT = ZERO
              MOVE 'MONTANT NUL - MOUVEMENT REFUSE' TO MESSZO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF WS-MONTANT > WS-SOLDE
              MOVE 'MONTANT SUPERIEUR AU SOLDE DU' TO MESSZO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(WS-DATE-TROP)
                               TIME    (WS-HEURE-TROP)
           END-EXEC
           MOVE WS-DERN-MVT       TO E-TROP-PERCU
           MOVE WS-NUMERO         TO TP-NUMERO
           MOVE WS-DATE-TROP      TO TP-DATE-ENREG
           MOVE WS-HEURE-TROP     TO TP-HEURE-ENREG
           MOVE WS-TYPE-MVT       TO TP-TYPE
           MOVE MON-PROG          TO TP-ORIGINE
           MOVE WS-DATE-TROP      TO TP-DATE-EFFET
           MOVE WS-DATE-TROP(1:6) TO TP-MOIS
           MOVE ZERO              TO TP-NB-JOURS TP-TAUX
           MOVE WS-MONTANT        TO TP-MONTANT
           MOVE 'N'               TO TP-LETTRE
           MOVE WS-OPR-CONNECTE   TO TP-MAJ-PAR
           IF LIBZI NOT = LOW-VALUE AND LIBZI NOT = SPACES
              MOVE LIBZI          TO TP-LIBELLE
           ELSE
              IF TP-REMBOURSEMENT
                 MOVE 'VERSEMENT DU STAGIAIRE' TO TP-LIBELLE
              ELSE
                 MOVE 'ABANDON DE CREANCE'     TO TP-LIBELLE
              END-IF
           END-IF
           EXEC CICS WRITE FILE  (MON-FICHIER-TRP)
                           FROM  (E-TROP-PERCU)
                           RIDFLD(TP-CLE)
                           RESP  (C-R)
           END-EXEC
           PERFORM UNTIL C-R NOT = DFHRESP(DUPREC)
              ADD 1 TO TP-HEURE-ENREG
              EXEC CICS WRITE FILE  (MON-FICHIER-TRP)
                              FROM  (E-TROP-PERCU)
                              RIDFLD(TP-CLE)
                              RESP  (C-R)
              END-EXEC
           END-PERFORM
           IF C-R = DFHRESP(NORMAL)
              MOVE WS-MONTANT TO WS-MONT-ED
              IF TP-REMBOURSEMENT
                 STRING 'REMBOURSEMENT DE ' WS-MONT-ED ' ENREGISTRE'
                        DELIMITED BY SIZE INTO MESSZO
              ELSE
                 STRING 'ABANDON DE ' WS-MONT-ED ' ENREGISTRE'
                        DELIMITED BY SIZE INTO MESSZO
              END-IF
      *  LA SAISIE EST EFFACEE : UN SECOND ENTER NE DOIT PAS
      *  ENREGISTRER LE MOUVEMENT DEUX FOIS
              MOVE SPACES TO ACTZI MNTZI LIBZI
              PERFORM 23450-CUMULS
              PERFORM 23420-GARNIR-ECRAN
              PERFORM 23470-LISTE-MOUVEMENTS
           ELSE
              MOVE 'WRITE' TO SP-OPERATION
              MOVE MON-FICHIER-TRP TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                     INTO MESSZO
           END-IF
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
                    INTO MESSZO
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
           MOVE 'AIDE NON DISPONIBLE' TO MESSZI
           PERFORM 22000-TRAIT-ENVOI
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO MESSZI
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
