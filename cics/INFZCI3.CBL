       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFZCI3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *   INSTRUCTION DES CANDIDATURES RECUES PAR LE FORMULAIRE EN
      *   LIGNE (FCAND03, CHARGE CHAQUE JOUR PAR IMPCAND). L'ECRAN
      *   PRESENTE CHAQUE CANDIDATURE A INSTRUIRE AVEC LES CONTROLES
      *   CALCULES AU CHARGEMENT (VERDICT VALSTAG, HOMONYME DEJA
      *   INSCRIT, RADIATION ANTERIEURE, CAPACITE DE LA SESSION) ET
      *   LE COORDINATEUR DECIDE : A = ACCEPTER (PASSAGE A L'ECRAN DE
      *   CREATION INF1CI3 PRE-REMPLI, QUI REPREND TOUS SES CONTROLES
      *   ET MARQUE LA CANDIDATURE ACCEPTEE A LA CREATION), R =
      *   REFUSER (JOURNAL FREFU03, LETTRE LTRREFUS), W = LISTE
      *   D'ATTENTE (FATTE03 ET JOURNAL FREFU03). PF7/PF8 PASSENT A
      *   LA CANDIDATURE A INSTRUIRE PRECEDENTE / SUIVANTE, UN NUMERO
      *   SAISI AFFICHE N'IMPORTE QUELLE CANDIDATURE (Y COMPRIS DEJA
      *   TRAITEE). OPTION V DU MENU (NIVEAU 2)
       01  WS-COMMAREA.
           05 PROG-PRECEDENT      PIC X(8).
           05 PROG-COURANT        PIC X(8).
           05 PROG-SUIVANT        PIC X(8).
           05 ETAPE               PIC X.
           05 MESSPROG            PIC X(40).
      *   ZONE TS-NOM / CA-RAPPEL DE INF1CI3 - REMISE A BLANC AVANT
      *   LE PASSAGE A L'ECRAN DE CREATION
           05 CA-ZONE-INF1        PIC X(12).
      *   CANDIDATURE AFFICHEE - MEME POSITION (OFFSET 77) QUE
      *   CA-CANDIDAT DANS LA COMMAREA DE INF1CI3, QUI LA REPREND A
      *   L'ACCEPTATION ET LA RENVOIE AU RETOUR
           05 CA-CANDIDAT         PIC X(6).
           05 FILLER              PIC X(16).
       01 C-R                     PIC S9(8) COMP.
       01 C-R-BR                  PIC S9(8) COMP.
       01 C-R-ED                  PIC ZZZ9.
       01 WS-TIME                 PIC X(8).
       01 TEXT-ERREUR             PIC X(15).
      *   COMMAREA DU SERVICE D'ERREUR SPERR3
       COPY SPERRCA.
       01 MON-PROG                PIC X(8) VALUE 'INFZCI3 '.
       01 PROGMENU                PIC X(8) VALUE 'INF0CI3 '.
       01 PROGCREA                PIC X(8) VALUE 'INF1CI3 '.
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
       01 MON-FICHIER             PIC X(8) VALUE 'FCAND03 '.
      *   CHEMIN PAR ETAT (AIX FCANDETA SUR CD-ETAT) - DECOMPTE ET
      *   PREMIERE CANDIDATURE A INSTRUIRE SANS PARCOURIR LES
      *   CANDIDATURES DEJA TRAITEES
       01 MON-FICHIER-ETAPATH     PIC X(8) VALUE 'FCANDETA'.
       01 MON-FICHIER-SES         PIC X(8) VALUE 'FSESS03 '.
       01 MON-FICHIER-ATT         PIC X(8) VALUE 'FATTE03 '.
       01 MON-FICHIER-REF         PIC X(8) VALUE 'FREFU03 '.
      *   STATUT DE BASCULE (QUIESCE PARTIEL = LECTURE SEULE)
       01 MON-FICHIER-CTL         PIC X(8) VALUE 'FCTL03  '.
       01 MA-MAP                  PIC X(8) VALUE 'MAPCW   '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
       01 PROGHELP                PIC X(8) VALUE 'HELP3   '.
           COPY HELPCA.
       01 MA-TRX                  PIC X(4) VALUE 'TZC3'.
       01 WS-CAND                 PIC 9(6).
       01 WS-CAND-BR              PIC 9(6).
       01 WS-ETAT-BR              PIC X(1).
       77 WS-NB-A-INSTRUIRE       PIC 9(4) COMP VALUE ZERO.
       01 WS-NB-ED                PIC ZZZ9.
      *   'O' QUAND LA RECHERCHE PREC./SUIV. A TROUVE UNE CANDIDATURE
       77 WS-TROUVE               PIC X.
      *   NUMEROTATION AUTOMATIQUE DE FATTE03 ET FREFU03 (SUCCESSEUR
      *   DU PLUS GRAND NUMERO, COMME INF1CI3)
       01 HAUT-ATTENTE            PIC 9(4).
       01 HAUT-REFUS              PIC 9(4).
       01 WS-NUMERO9              PIC 9(4).
       01 WS-REGLE-REFUS          PIC X(4).
       01 WS-DATE-JOUR            PIC 9(8).
      *   'O' QUAND LA SESSION ETAIT COMPLETE AU CHARGEMENT
       77 WS-COMPLETE             PIC X.
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

      *   DESCRIPTION DU FICHIER KSD DES CANDIDATURES EN LIGNE*
       COPY FCAND.
      *   DESCRIPTION DU FICHIER KSD DES SESSIONS            *
       COPY FSESS.
      *   DESCRIPTION DU FICHIER KSD LISTE D'ATTENTE         *
       COPY FATTE.
      *   DESCRIPTION DU JOURNAL DES REFUS                   *
       COPY FREFU.
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
      *   LE MENU EST PLUS COURT, INF1CI3 ET HELP3 RENDENT LA LEUR
       01  DFHCOMMAREA.
           05 LK-COMMAREA            PIC X(104).
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
      *  CHARGEMENT DE LA MAP AVANT AFFICHAGE - AU RETOUR DE INF1CI3
      *  LA CANDIDATURE TRAITEE EST REAFFICHEE AVEC LE MESSAGE DE
      *  CREATION ; DEPUIS LE MENU, LA PREMIERE A INSTRUIRE
           MOVE LOW-VALUE TO MAPCWI
           IF MESSPROG NOT = SPACES AND MESSPROG NOT = LOW-VALUES
              MOVE MESSPROG TO MESSCWO
              MOVE SPACES   TO MESSPROG
           END-IF
           PERFORM 23700-COMPTE-A-INSTRUIRE
           IF CA-CANDIDAT NUMERIC
              MOVE CA-CANDIDAT TO WS-CAND
              PERFORM 23400-AFFICHAGE
           END-IF
           PERFORM 23710-PREMIERE-A-INSTRUIRE
           IF WS-TROUVE = 'O'
              PERFORM 23400-AFFICHAGE
           END-IF
           IF MESSCWO = LOW-VALUES
              MOVE 'AUCUNE CANDIDATURE A INSTRUIRE' TO MESSCWO
           END-IF
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           PERFORM 10600-AFFICHE-MODE
           STRING EIBTRMID '/' MON-MAPSET DELIMITED BY SIZE
                  INTO TERMCWO
           STRING 'OPERATEUR:' EIBOPID DELIMITED BY SIZE
                  INTO OPIDCWO
           MOVE WS-NB-A-INSTRUIRE TO WS-NB-ED
           MOVE WS-NB-ED          TO NBCWO
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(DATCWO)
                               DATESEP ('/')
                               TIME (TIMCWO)
                               TIMESEP(':')
           END-EXEC
           EXEC CICS SEND MAP    (MA-MAP)
                          MAPSET (MON-MAPSET)
                          FROM   (MAPCWO)
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
              WHEN DFHPF7
                   PERFORM 23800-PRECEDENTE
              WHEN DFHPF8
                   PERFORM 23810-SUIVANTE
              WHEN DFHPF3
                   MOVE SPACES   TO CA-CANDIDAT
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
           IF MESSCWO = SPACES OR MESSCWO = LOW-VALUES
              MOVE 'QUIESCE ' TO CT-CLE
              EXEC CICS READ FILE  (MON-FICHIER-CTL)
                             RIDFLD(CT-CLE)
                             INTO  (E-CONTROLE)
                             RESP  (C-R)
              END-EXEC
              IF C-R = DFHRESP(NORMAL) AND CT-ETAT = 'L'
                 MOVE 'SERVICE EN LECTURE SEULE (FENETRE BATCH)'
                      TO MESSCWO
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
                  DELIMITED BY SIZE INTO MESSCWO
           PERFORM 22000-TRAIT-ENVOI
           .
       23100-TRAIT-ENTER.
      *------------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAPCWI)
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
           PERFORM 23700-COMPTE-A-INSTRUIRE
           IF NUMCWI = LOW-VALUE OR NUMCWI NOT NUMERIC
              STRING 'NUMERO DE CANDIDATURE OBLIGATOIRE (6 CHIFFRES)'
                  DELIMITED BY SIZE INTO MESSCWO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE NUMCWI TO WS-CAND
      *  UN AUTRE NUMERO SAISI : NOUVELLE CONSULTATION, LA DECISION
      *  EVENTUELLE N'EST PAS PRISE EN COMPTE
           IF NUMCWI NOT = CA-CANDIDAT
              PERFORM 23400-AFFICHAGE
           END-IF
           EVALUATE ACTCWI
             WHEN LOW-VALUE
             WHEN SPACE
               PERFORM 23400-AFFICHAGE
             WHEN 'A'
               PERFORM 10500-CHECK-LECTURE
               PERFORM 23500-ACCEPTATION
             WHEN 'R'
               PERFORM 10500-CHECK-LECTURE
               PERFORM 23600-REFUS
             WHEN 'W'
               PERFORM 10500-CHECK-LECTURE
               PERFORM 23650-LISTE-ATTENTE
             WHEN OTHER
               STRING 'DECISION : A (ACCEPTER), R (REFUSER), W (LISTE'
                      ' D''ATTENTE) OU BLANC' DELIMITED BY SIZE
                      INTO MESSCWO
               PERFORM  22000-TRAIT-ENVOI
           END-EVALUATE
           .

      *  PENDANT UN QUIESCE PARTIEL (STATUT 'QUIESCE ' DE FCTL03 A
      *  L'ETAT 'L'), LES DECISIONS SONT REFUSEES - LA CONSULTATION
      *  RESTE SERVIE
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
                     'DECISION REFUSEE' DELIMITED BY SIZE
                     INTO MESSCWO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

      *  AFFICHAGE DE LA CANDIDATURE WS-CAND ET DE SES CONTROLES
       23400-AFFICHAGE.
      *----------------*
           PERFORM 23410-LECTURE-CANDIDAT
           PERFORM 23430-GARNIR-ECRAN
           IF MESSCWO = SPACES OR MESSCWO = LOW-VALUES
              PERFORM 23440-MESSAGE-ETAT
           END-IF
           PERFORM 22000-TRAIT-ENVOI
           .

       23410-LECTURE-CANDIDAT.
      *-----------------------*
           MOVE WS-CAND TO CD-NUMERO
           EXEC CICS READ FILE  (MON-FICHIER)
                          RIDFLD(CD-NUMERO)
                          INTO  (E-CANDIDAT)
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               MOVE CD-NUMERO TO CA-CANDIDAT
             WHEN DFHRESP(NOTFND)
               MOVE SPACES TO CA-CANDIDAT
               MOVE WS-CAND TO NUMCWO
               MOVE 'CANDIDATURE NON TROUVEE' TO MESSCWO
               PERFORM 22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE 'READ' TO SP-OPERATION
               MOVE MON-FICHIER TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSCWO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           .

      *  IDENTITE TELLE QUE SAISIE EN LIGNE (DATES JJMMAAAA REMISES
      *  EN JJ/MM/AAAA) PUIS UNE LIGNE PAR CONTROLE DU CHARGEMENT
       23430-GARNIR-ECRAN.
      *-------------------*
           MOVE CD-NUMERO      TO NUMCWO
           MOVE CD-REF-WEB     TO REFCWO
           STRING CD-DATE-RECEPTION(7:2) '/' CD-DATE-RECEPTION(5:2)
                  '/' CD-DATE-RECEPTION(1:4) DELIMITED BY SIZE
                  INTO RECCWO
           EVALUATE TRUE
             WHEN CD-A-INSTRUIRE
               MOVE 'A INSTRUIRE' TO ETACWO
             WHEN CD-ACCEPTEE
               MOVE 'ACCEPTEE'    TO ETACWO
             WHEN CD-REFUSEE
               MOVE 'REFUSEE'     TO ETACWO
             WHEN CD-EN-ATTENTE
               MOVE 'EN ATTENTE'  TO ETACWO
             WHEN OTHER
               MOVE CD-ETAT       TO ETACWO
           END-EVALUATE
           MOVE CD-NOM         TO NOMCWO
           MOVE CD-PRENOM      TO PNMCWO
           STRING CD-DATE-NAISS(1:2) '/' CD-DATE-NAISS(3:2) '/'
                  CD-DATE-NAISS(5:4) DELIMITED BY SIZE INTO NAICWO
           MOVE CD-NIVEAU-DIPLOME TO NIVCWO
           MOVE CD-FINANCEUR   TO FNCCWO
           MOVE CD-ADR1        TO AD1CWO
           MOVE CD-ADR2        TO AD2CWO
           MOVE CD-CODEP       TO CPCWO
           MOVE CD-VILLE       TO VILCWO
           MOVE CD-TELDOM      TO TFCWO
           MOVE CD-TELPOR      TO TMCWO
           MOVE CD-TEL-URGENCE TO TUCWO
           MOVE CD-EMAIL       TO EMCWO
           MOVE CD-CODE-SESSION TO SESCWO
           STRING CD-DATE-DEBUT(1:2) '/' CD-DATE-DEBUT(3:2) '/'
                  CD-DATE-DEBUT(5:4) DELIMITED BY SIZE INTO DEBCWO
           MOVE CD-CODE-SESSION TO S-CODE
           EXEC CICS READ FILE  (MON-FICHIER-SES)
                          RIDFLD(S-CODE)
                          INTO  (E-SESSION)
                          RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              MOVE S-LIBELLE TO LIBCWO
           END-IF
      *  VERDICT DU MODULE DE VALIDATION COMMUN (CF VALCA.cpy)
           EVALUATE CD-REGLE
             WHEN SPACES
               IF CD-DEROGATION = 'O'
                  MOVE 'ELIGIBILITE : CONFORME PAR DEROGATION FDERO03'
                       TO VERCWO
               ELSE
                  MOVE 'ELIGIBILITE : CONFORME AUX REGLES DE LA FICHE'
                       TO VERCWO
               END-IF
             WHEN 'R006'
               MOVE 'ELIGIBILITE : R006 DEPARTEMENT NON LIMITROPHE'
                    TO VERCWO
             WHEN 'R007'
               STRING 'ELIGIBILITE : R007 DEPARTEMENT PROCHE DE LA '
                      'LIMITE (LISTE D''ATTENTE)' DELIMITED BY SIZE
                      INTO VERCWO
             WHEN 'R023'
               MOVE 'ELIGIBILITE : R023 AGE HORS BORNES' TO VERCWO
             WHEN 'R024'
               STRING 'ELIGIBILITE : R024 AGE EN LIMITE DES BORNES '
                      '(LISTE D''ATTENTE)' DELIMITED BY SIZE
                      INTO VERCWO
             WHEN OTHER
               STRING 'ELIGIBILITE : REGLE ' CD-REGLE
                      ' EN ECHEC - SAISIE A CORRIGER A LA CREATION'
                      DELIMITED BY SIZE INTO VERCWO
           END-EVALUATE
           IF CD-DOUBLON > ZERO
              STRING 'HOMONYME    : DEJA INSCRIT SOUS LE NUMERO '
                     CD-DOUBLON DELIMITED BY SIZE INTO DBLCWO
           ELSE
              MOVE 'HOMONYME    : AUCUN STAGIAIRE DE MEME IDENTITE'
                   TO DBLCWO
           END-IF
           IF CD-ARCHIVE > ZERO
              STRING 'ARCHIVE     : RADIE SOUS N. ' CD-ARCHIVE ' LE '
                     CD-ARC-DATE ' (' CD-ARC-MOTIF ')'
                     DELIMITED BY SIZE INTO ARCCWO
           ELSE
              MOVE 'ARCHIVE     : AUCUNE RADIATION ANTERIEURE'
                   TO ARCCWO
           END-IF
           MOVE 'N' TO WS-COMPLETE
           EVALUATE TRUE
             WHEN CD-SESSION-CONNUE NOT = 'O'
               MOVE 'SESSION     : CODE INCONNU DU REFERENTIEL FSESS03'
                    TO CAPCWO
             WHEN CD-CAPACITE = ZERO
               STRING 'SESSION     : ' CD-INSCRITS ' INSCRITS, SANS '
                      'LIMITE DE CAPACITE' DELIMITED BY SIZE
                      INTO CAPCWO
             WHEN CD-INSCRITS >= CD-CAPACITE
               MOVE 'O' TO WS-COMPLETE
               STRING 'SESSION     : COMPLETE (' CD-INSCRITS
                      ' INSCRITS POUR ' CD-CAPACITE ' PLACES)'
                      DELIMITED BY SIZE INTO CAPCWO
             WHEN OTHER
               STRING 'SESSION     : ' CD-INSCRITS ' INSCRITS POUR '
                      CD-CAPACITE ' PLACES' DELIMITED BY SIZE
                      INTO CAPCWO
           END-EVALUATE
           .

      *  CANDIDATURE DEJA TRAITEE : DATE, AUTEUR ET DESTINATION
       23440-MESSAGE-ETAT.
      *-------------------*
           EVALUATE TRUE
             WHEN CD-ACCEPTEE
               STRING 'ACCEPTEE LE ' CD-DATE-DECISION(7:2) '/'
                      CD-DATE-DECISION(5:2) '/' CD-DATE-DECISION(1:4)
                      ' PAR ' CD-DECIDE-PAR ' - STAGIAIRE '
                      CD-NUMERO-DEST DELIMITED BY SIZE INTO MESSCWO
             WHEN CD-REFUSEE
               STRING 'REFUSEE LE ' CD-DATE-DECISION(7:2) '/'
                      CD-DATE-DECISION(5:2) '/' CD-DATE-DECISION(1:4)
                      ' PAR ' CD-DECIDE-PAR ' - JOURNAL DES REFUS '
                      CD-NUMERO-DEST DELIMITED BY SIZE INTO MESSCWO
             WHEN CD-EN-ATTENTE
               STRING 'MISE EN ATTENTE LE ' CD-DATE-DECISION(7:2) '/'
                      CD-DATE-DECISION(5:2) '/' CD-DATE-DECISION(1:4)
                      ' PAR ' CD-DECIDE-PAR ' - CANDIDAT '
                      CD-NUMERO-DEST DELIMITED BY SIZE INTO MESSCWO
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      *  ACCEPTATION : L'ECRAN DE CREATION INF1CI3 EST PRE-REMPLI
      *  AVEC LA CANDIDATURE (CA-CANDIDAT) ET REPREND TOUS SES
      *  CONTROLES, DOUBLE VISA COMPRIS - LA CANDIDATURE N'EST
      *  MARQUEE ACCEPTEE QU'A LA CREATION EFFECTIVE DU STAGIAIRE ;
      *  UN REFUS OU UNE MISE EN ATTENTE PRONONCES PAR INF1CI3 LA
      *  MARQUENT DE MEME
       23500-ACCEPTATION.
      *------------------*
           PERFORM 23410-LECTURE-CANDIDAT
           IF NOT CD-A-INSTRUIRE
              PERFORM 23430-GARNIR-ECRAN
              MOVE 'CANDIDATURE DEJA TRAITEE - DECISION REFUSEE'
                   TO MESSCWO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE SPACES   TO CA-ZONE-INF1
           MOVE SPACES   TO MESSPROG
           MOVE SPACE    TO ETAPE
           MOVE PROGCREA TO PROG-SUIVANT
           PERFORM 23050-PROG-SUIVANT
           .

      *  REFUS : ENTREE 'R' DU JOURNAL FREFU03 (LETTRE LTRREFUS)
      *  AVEC LA REGLE EN ECHEC AU CHARGEMENT, 'CAPA' POUR UNE
      *  SESSION COMPLETE, 'COOR' POUR UN REFUS SUR APPRECIATION DU
      *  COORDINATEUR - PUIS LA CANDIDATURE EST MARQUEE REFUSEE
       23600-REFUS.
      *------------*
           PERFORM 23610-LECTURE-MAJ
           PERFORM 23620-REGLE-REFUS
           MOVE 'R' TO RF-ISSUE
           PERFORM 23630-JOURNAL-REFUS
           IF C-R NOT = DFHRESP(NORMAL)
              EXEC CICS UNLOCK FILE(MON-FICHIER) END-EXEC
              MOVE 'WRITE' TO SP-OPERATION
              MOVE MON-FICHIER-REF TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                     INTO MESSCWO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE 'R'       TO CD-ETAT
           MOVE RF-NUMERO TO CD-NUMERO-DEST
           PERFORM 23640-DECISION
           STRING 'CANDIDATURE ' CD-NUMERO ' REFUSEE - JOURNAL DES '
                  'REFUS ' RF-NUMERO DELIMITED BY SIZE INTO MESSCWO
           PERFORM 23400-AFFICHAGE
           .

      *  LECTURE POUR MISE A JOUR DE LA CANDIDATURE AFFICHEE - ELLE
      *  DOIT ETRE ENCORE A INSTRUIRE (UN AUTRE COORDINATEUR A PU
      *  DECIDER ENTRE-TEMPS)
       23610-LECTURE-MAJ.
      *------------------*
           MOVE WS-CAND TO CD-NUMERO
           EXEC CICS READ FILE  (MON-FICHIER)
                          RIDFLD(CD-NUMERO)
                          INTO  (E-CANDIDAT)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'READ' TO SP-OPERATION
              MOVE MON-FICHIER TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                     INTO MESSCWO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF NOT CD-A-INSTRUIRE
              EXEC CICS UNLOCK FILE(MON-FICHIER) END-EXEC
              PERFORM 23430-GARNIR-ECRAN
              MOVE 'CANDIDATURE DEJA TRAITEE - DECISION REFUSEE'
                   TO MESSCWO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

       23620-REGLE-REFUS.
      *------------------*
           PERFORM 23430-GARNIR-ECRAN
           EVALUATE TRUE
             WHEN CD-REGLE NOT = SPACES
               MOVE CD-REGLE TO WS-REGLE-REFUS
             WHEN WS-COMPLETE = 'O'
               MOVE 'CAPA'   TO WS-REGLE-REFUS
             WHEN OTHER
               MOVE 'COOR'   TO WS-REGLE-REFUS
           END-EVALUATE
           .

      *  ECRITURE DU JOURNAL DES REFUS - NUMERO AUTO-ATTRIBUE COMME
      *  DANS INF1CI3 (23365-JOURNAL-REFUS-CAPA), L'ISSUE EST
      *  POSITIONNEE PAR L'APPELANT DANS RF-ISSUE
       23630-JOURNAL-REFUS.
      *--------------------*
           MOVE 9999 TO HAUT-REFUS
           EXEC CICS STARTBR FILE   (MON-FICHIER-REF)
                              RIDFLD (HAUT-REFUS)
                              GTEQ
                              RESP   (C-R-BR)
           END-EXEC
           MOVE 1 TO WS-NUMERO9
           IF C-R-BR = DFHRESP(NORMAL)
              EXEC CICS READPREV FILE (MON-FICHIER-REF)
                                  INTO (E-REFUS)
                                  RIDFLD(HAUT-REFUS)
                                  RESP  (C-R-BR)
              END-EXEC
              IF C-R-BR = DFHRESP(NORMAL)
                 ADD 1 TO RF-NUMERO GIVING WS-NUMERO9
              END-IF
              EXEC CICS ENDBR FILE(MON-FICHIER-REF) END-EXEC
           END-IF
           MOVE WS-NUMERO9      TO RF-NUMERO
           MOVE CD-NOM          TO RF-NOM
           MOVE CD-PRENOM       TO RF-PRENOM
           MOVE CD-ADR1         TO RF-ADR1
           MOVE CD-CODEP        TO RF-CODEP
           MOVE CD-VILLE        TO RF-VILLE
           MOVE CD-CODE-SESSION TO RF-CODE-SESSION
           MOVE WS-REGLE-REFUS  TO RF-REGLE
           MOVE CD-DATE-NAISS   TO RF-DATE-NAISS
           MOVE 'N'             TO RF-EDITE
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(RF-DATE)
                               DATESEP ('/')
           END-EXEC
           MOVE EIBOPID TO RF-OPERATEUR
           EXEC CICS WRITE FILE  (MON-FICHIER-REF)
                           RIDFLD(RF-NUMERO)
                           FROM  (E-REFUS)
                           RESP  (C-R)
           END-EXEC
           .

      *  ENREGISTREMENT DE LA DECISION SUR LA CANDIDATURE LUE POUR
      *  MISE A JOUR (ETAT ET DESTINATION POSITIONNES PAR L'APPELANT)
       23640-DECISION.
      *---------------*
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(WS-DATE-JOUR)
           END-EXEC
           MOVE WS-DATE-JOUR TO CD-DATE-DECISION
           MOVE EIBOPID      TO CD-DECIDE-PAR
           EXEC CICS REWRITE FILE  (MON-FICHIER)
                             FROM  (E-CANDIDAT)
                             RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'REWRITE' TO SP-OPERATION
              MOVE MON-FICHIER TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                     INTO MESSCWO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF WS-NB-A-INSTRUIRE > ZERO
              SUBTRACT 1 FROM WS-NB-A-INSTRUIRE
           END-IF
           .

      *  MISE EN LISTE D'ATTENTE : CANDIDAT ECRIT DANS FATTE03 AVEC
      *  LE MOTIF QUE INF1CI3 AURAIT DONNE (AGE OU DEPARTEMENT EN
      *  LIMITE, SESSION COMPLETE), 'CANDIDATURE WEB' SINON - PLUS
      *  UNE ENTREE 'W' DU JOURNAL FREFU03 POUR LA LETTRE, COMME
      *  INF1CI3 - PUIS LA CANDIDATURE EST MARQUEE EN ATTENTE
       23650-LISTE-ATTENTE.
      *--------------------*
           PERFORM 23610-LECTURE-MAJ
           PERFORM 23620-REGLE-REFUS
           EVALUATE TRUE
             WHEN CD-REGLE = 'R024'
               MOVE 'AGE HORS BORNES'    TO WL-MOTIF
             WHEN CD-REGLE = 'R007'
               MOVE 'DEPT PROCHE LIMITE' TO WL-MOTIF
             WHEN WS-COMPLETE = 'O'
               MOVE 'SESSION COMPLETE'   TO WL-MOTIF
             WHEN OTHER
               MOVE 'CANDIDATURE WEB'    TO WL-MOTIF
           END-EVALUATE
           PERFORM 23660-ECRIRE-ATTENTE
           IF C-R NOT = DFHRESP(NORMAL)
              EXEC CICS UNLOCK FILE(MON-FICHIER) END-EXEC
              MOVE 'WRITE' TO SP-OPERATION
              MOVE MON-FICHIER-ATT TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                     INTO MESSCWO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
      *  LE JOURNAL EST ECRIT EN MEILLEUR EFFORT, COMME DANS INF1CI3 :
      *  LE CANDIDAT EST DEJA EN LISTE D'ATTENTE
           MOVE 'W' TO RF-ISSUE
           PERFORM 23630-JOURNAL-REFUS
           MOVE 'W'        TO CD-ETAT
           MOVE WL-NUMERO  TO CD-NUMERO-DEST
           PERFORM 23640-DECISION
           STRING 'CANDIDATURE ' CD-NUMERO ' MISE EN LISTE D''ATTENTE'
                  ' - CANDIDAT ' WL-NUMERO DELIMITED BY SIZE
                  INTO MESSCWO
           PERFORM 23400-AFFICHAGE
           .

      *  ECRITURE DU CANDIDAT DANS FATTE03 - NUMERO AUTO-ATTRIBUE
      *  COMME DANS INF1CI3 (23340-ECRIRE-ATTENTE)
       23660-ECRIRE-ATTENTE.
      *---------------------*
           MOVE 9999 TO HAUT-ATTENTE
           EXEC CICS STARTBR FILE   (MON-FICHIER-ATT)
                              RIDFLD (HAUT-ATTENTE)
                              GTEQ
                              RESP   (C-R-BR)
           END-EXEC
           MOVE 1 TO WS-NUMERO9
           IF C-R-BR = DFHRESP(NORMAL)
              EXEC CICS READPREV FILE (MON-FICHIER-ATT)
                                  INTO (E-ATTENTE)
                                  RIDFLD(HAUT-ATTENTE)
                                  RESP  (C-R-BR)
              END-EXEC
              IF C-R-BR = DFHRESP(NORMAL)
                 ADD 1 TO WL-NUMERO GIVING WS-NUMERO9
              END-IF
              EXEC CICS ENDBR FILE(MON-FICHIER-ATT) END-EXEC
           END-IF
           MOVE WS-NUMERO9      TO WL-NUMERO
           MOVE CD-NOM          TO WL-NOM
           MOVE CD-PRENOM       TO WL-PRENOM
           MOVE CD-DATE-NAISS   TO WL-DATE-NAISS
           MOVE CD-ADR1         TO WL-ADR1
           MOVE CD-CODEP        TO WL-CODEP
           MOVE CD-VILLE        TO WL-VILLE
           MOVE CD-TELDOM       TO WL-TELDOM
           MOVE CD-TELPOR       TO WL-TELPOR
           MOVE CD-EMAIL        TO WL-EMAIL
           MOVE CD-CODE-SESSION TO WL-CODE-SESSION
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(WL-DATE-ENTREE)
                               DATESEP ('/')
                               TIME    (WL-HEURE-ENTREE)
                               TIMESEP(':')
           END-EXEC
           EXEC CICS WRITE FILE  (MON-FICHIER-ATT)
                           RIDFLD(WL-NUMERO)
                           FROM  (E-ATTENTE)
                           RESP  (C-R)
           END-EXEC
           .

      *  DECOMPTE DES CANDIDATURES A INSTRUIRE PAR LE CHEMIN PAR ETAT
       23700-COMPTE-A-INSTRUIRE.
      *-------------------------*
           MOVE ZERO TO WS-NB-A-INSTRUIRE
           MOVE 'E'  TO WS-ETAT-BR
           EXEC CICS STARTBR FILE   (MON-FICHIER-ETAPATH)
                              RIDFLD (WS-ETAT-BR)
                              KEYLENGTH(LENGTH OF CD-ETAT)
                              EQUAL
                              RESP   (C-R-BR)
           END-EXEC
           IF C-R-BR = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE   (MON-FICHIER-ETAPATH)
                                 INTO   (E-CANDIDAT)
                                 RIDFLD (WS-ETAT-BR)
                                 KEYLENGTH(LENGTH OF CD-ETAT)
                                 RESP   (C-R-BR)
              END-EXEC
      *  LE CHEMIN N'EST PAS UNIQUE : DUPKEY SUR TOUS LES DOUBLONS
      *  SAUF LE DERNIER
              PERFORM UNTIL (C-R-BR NOT = DFHRESP(NORMAL)
                         AND C-R-BR NOT = DFHRESP(DUPKEY))
                      OR NOT CD-A-INSTRUIRE
                 ADD 1 TO WS-NB-A-INSTRUIRE
                 EXEC CICS READNEXT FILE   (MON-FICHIER-ETAPATH)
                                    INTO   (E-CANDIDAT)
                                    RIDFLD (WS-ETAT-BR)
                                    KEYLENGTH(LENGTH OF CD-ETAT)
                                    RESP   (C-R-BR)
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE(MON-FICHIER-ETAPATH) END-EXEC
           END-IF
           .

      *  PREMIERE CANDIDATURE A INSTRUIRE (LA PLUS ANCIENNE)
       23710-PREMIERE-A-INSTRUIRE.
      *---------------------------*
           MOVE 'N' TO WS-TROUVE
           MOVE ZERO TO WS-CAND-BR
           PERFORM 23820-CHERCHE-SUIVANTE
           .

      *  PF7 : CANDIDATURE A INSTRUIRE DE NUMERO INFERIEUR
       23800-PRECEDENTE.
      *-----------------*
           PERFORM 23700-COMPTE-A-INSTRUIRE
           MOVE 'N' TO WS-TROUVE
           IF CA-CANDIDAT NUMERIC
              MOVE CA-CANDIDAT TO WS-CAND-BR
              MOVE CA-CANDIDAT TO WS-CAND
              EXEC CICS STARTBR FILE   (MON-FICHIER)
                                 RIDFLD (WS-CAND-BR)
                                 GTEQ
                                 RESP   (C-R-BR)
              END-EXEC
              IF C-R-BR = DFHRESP(NORMAL)
                 EXEC CICS READPREV FILE (MON-FICHIER)
                                     INTO (E-CANDIDAT)
                                     RIDFLD(WS-CAND-BR)
                                     RESP  (C-R-BR)
                 END-EXEC
                 PERFORM UNTIL C-R-BR NOT = DFHRESP(NORMAL)
                         OR WS-TROUVE = 'O'
                    IF CD-A-INSTRUIRE AND CD-NUMERO < WS-CAND
                       MOVE 'O' TO WS-TROUVE
                       MOVE CD-NUMERO TO WS-CAND
                    ELSE
                       EXEC CICS READPREV FILE (MON-FICHIER)
                                           INTO (E-CANDIDAT)
                                           RIDFLD(WS-CAND-BR)
                                           RESP  (C-R-BR)
                       END-EXEC
                    END-IF
                 END-PERFORM
                 EXEC CICS ENDBR FILE(MON-FICHIER) END-EXEC
              END-IF
           END-IF
           IF WS-TROUVE = 'O'
              PERFORM 23400-AFFICHAGE
           END-IF
           MOVE 'PAS DE CANDIDATURE A INSTRUIRE AVANT CELLE-CI'
                TO MESSCWO
           PERFORM 22000-TRAIT-ENVOI
           .

      *  PF8 : CANDIDATURE A INSTRUIRE DE NUMERO SUPERIEUR
       23810-SUIVANTE.
      *---------------*
           PERFORM 23700-COMPTE-A-INSTRUIRE
           MOVE 'N' TO WS-TROUVE
           MOVE ZERO TO WS-CAND-BR
           IF CA-CANDIDAT NUMERIC
              MOVE CA-CANDIDAT TO WS-CAND-BR
           END-IF
           PERFORM 23820-CHERCHE-SUIVANTE
           IF WS-TROUVE = 'O'
              PERFORM 23400-AFFICHAGE
           END-IF
           MOVE 'PAS DE CANDIDATURE A INSTRUIRE APRES CELLE-CI'
                TO MESSCWO
           PERFORM 22000-TRAIT-ENVOI
           .

      *  PARCOURS AVANT A PARTIR DE WS-CAND-BR (EXCLU) JUSQU'A LA
      *  PREMIERE CANDIDATURE A INSTRUIRE
       23820-CHERCHE-SUIVANTE.
      *-----------------------*
           MOVE WS-CAND-BR TO WS-CAND
           EXEC CICS STARTBR FILE   (MON-FICHIER)
                              RIDFLD (WS-CAND-BR)
                              GTEQ
                              RESP   (C-R-BR)
           END-EXEC
           IF C-R-BR = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE (MON-FICHIER)
                                  INTO (E-CANDIDAT)
                                  RIDFLD(WS-CAND-BR)
                                  RESP  (C-R-BR)
              END-EXEC
              PERFORM UNTIL C-R-BR NOT = DFHRESP(NORMAL)
                      OR WS-TROUVE = 'O'
                 IF CD-A-INSTRUIRE AND CD-NUMERO > WS-CAND
                    MOVE 'O' TO WS-TROUVE
                    MOVE CD-NUMERO TO WS-CAND
                 ELSE
                    EXEC CICS READNEXT FILE (MON-FICHIER)
                                        INTO (E-CANDIDAT)
                                        RIDFLD(WS-CAND-BR)
                                        RESP  (C-R-BR)
                    END-EXEC
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(MON-FICHIER) END-EXEC
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
                    INTO MESSCWO
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
           MOVE 'AIDE NON DISPONIBLE' TO MESSCWI
           PERFORM 22000-TRAIT-ENVOI
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO MESSCWI
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
