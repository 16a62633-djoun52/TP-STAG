       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGGCI3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *   SAISIE DES QUESTIONNAIRES DE SATISFACTION DE FIN DE SESSION
      *   (FSATI03) RENDUS SUR PAPIER - UNE REPONSE PAR STAGIAIRE ET
      *   SESSION, MEME PATRON QUE INFDCI3 : ECRAN UNIQUE, ACTIONS PAR
      *   CODE, ACCES RESERVE AU NIVEAU 2 - ACCES PF5 DEPUIS LA SAISIE
      *   DES RESULTATS (INFDCI3) QUI TRANSMET LE STAGIAIRE ET LA
      *   SESSION AFFICHES. LE STAGIAIRE DOIT ETRE INSCRIT A LA
      *   SESSION (FINSC03, EN COURS OU TERMINE). LE QUESTIONNAIRE EST
      *   CELUI DU TYPE LE PLUS LONG QUI DEBUTE LE CODE SESSION
      *   (FQUES03), A DEFAUT LE QUESTIONNAIRE GENERAL ; UNE REPONSE
      *   DEJA ENREGISTREE GARDE LE TYPE SOUS LEQUEL ELLE A ETE SAISIE
      *   - LES REPONSES DU FORMULAIRE EN LIGNE (IMPSATI) SONT
      *   AFFICHEES ET PEUVENT ETRE CORRIGEES ICI
       01  WS-COMMAREA.
           05 PROG-PRECEDENT      PIC X(8).
           05 PROG-COURANT        PIC X(8).
           05 PROG-SUIVANT        PIC X(8).
           05 FILLER              PIC X(40).
      *   STAGIAIRE ET SESSION TRANSMIS PAR INFDCI3 (PF5)
           05 CA-NUMERO           PIC X(4).
           05 CA-SESSION          PIC X(10).
           05 FILLER              PIC X(12).
       01 C-R                     PIC S9(8) COMP.
       01 C-R-ED                  PIC ZZZ9.
       01 WS-TIME                 PIC X(8).
       01 TEXT-ERREUR             PIC X(15).
      *   COMMAREA DU SERVICE D'ERREUR SPERR3
       COPY SPERRCA.
       01 MON-PROG                PIC X(8) VALUE 'INGGCI3 '.
       01 PROGRES                 PIC X(8) VALUE 'INFDCI3 '.
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
       01 MON-FICHIER-OPR         PIC X(8) VALUE 'FOPER03 '.
       01 MON-FICHIER             PIC X(8) VALUE 'FSTAG03 '.
       01 MON-FICHIER-FIN         PIC X(8) VALUE 'FSTAGFIN'.
       01 MON-FICHIER-SES         PIC X(8) VALUE 'FSESS03 '.
       01 MON-FICHIER-INS         PIC X(8) VALUE 'FINSC03 '.
       01 MON-FICHIER-QUE         PIC X(8) VALUE 'FQUES03 '.
       01 MON-FICHIER-SAT         PIC X(8) VALUE 'FSATI03 '.
       01 MA-MAP                  PIC X(8) VALUE 'MAPSQ   '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
       01 PROGHELP                PIC X(8) VALUE 'HELP3   '.
           COPY HELPCA.
       01 MA-TRX                  PIC X(4) VALUE 'UGC3'.
       01 WS-OPR-CONNECTE         PIC X(3).
       01 WS-NUMERO               PIC 9(4).
       01 WS-CODE-SES             PIC X(10).
       77 WS-TROUVE               PIC X.
       01 WS-NOM-STAG             PIC X(25).
      *   REPONSE DEJA ENREGISTREE POUR CE STAGIAIRE ET CETTE SESSION
       77 WS-REP-TROUVEE          PIC X.
      *   QUESTIONNAIRE RETENU : TYPE (BLANC = GENERAL), NOMBRE DE
      *   QUESTIONS ET CLE DE PARCOURS DE FQUES03
       01 WS-TYPE                 PIC X(10).
       77 WS-NB-QUESTIONS         PIC 99.
       77 WS-QUES-TROUVE          PIC X.
       77 WS-LG                   PIC S9(4) COMP.
       01 WS-CLE-QUES.
           05 WS-CQ-TYPE          PIC X(10).
           05 WS-CQ-NUMERO        PIC 9(2).
      *   GRILLE DES QUESTIONS AFFICHEES : LIBELLE PRECEDE DU NUMERO
      *   ET NOTE SAISIE (BLANC = SANS AVIS)
       01 WS-GRILLE.
           05 WS-G-LIGNE OCCURS 12 TIMES.
              10 WS-G-NOTE        PIC X.
              10 WS-G-LIBELLE     PIC X(66).
       77 IND-Q                   PIC S9(4) COMP.
       77 WS-NB-NOTES             PIC S9(4) COMP.
       01 WS-NUM-ED               PIC 99.
       01 WS-DATE-JOUR            PIC 9(8).
       01 WS-DATE-ED              PIC X(10).
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

      *   DESCRIPTION DU FICHIER KSD DES STAGIAIRES          *
       COPY FSTAG.
      *   DESCRIPTION DU FICHIER KSD DES STAGES TERMINES     *
       COPY FSTAGFIN.
      *   DESCRIPTION DU FICHIER KSD DES SESSIONS            *
       COPY FSESS.
      *   DESCRIPTION DU FICHIER KSD DES INSCRIPTIONS        *
       COPY FINSC.
      *   DESCRIPTION DU FICHIER KSD DES QUESTIONNAIRES      *
       COPY FQUES.
      *   DESCRIPTION DU FICHIER KSD DES REPONSES            *
       COPY FSATI.
      *   DESCRIPTION DU FICHIER KSD DES HABILITATIONS       *
       COPY FOPER.
      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM           *
       01  MESSAGE-TXT            PIC X(79).

      *   DESCRIPTION   DES  TOUCHES   FONCTIONS             *
       COPY DFHAID.

      *   DESCRIPTION   DES  ATTRIBUTS                       *
       COPY DFHBMSCA.


       LINKAGE SECTION.
      *   LA COMMAREA EST RELUE SUR SA LONGUEUR REELLE (EIBCALEN) :
      *   INFDCI3 TRANSMET LA SIENNE, HELP3 REND CELLE-CI
       01  DFHCOMMAREA.
           05 LK-COMMAREA            PIC X(90).
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
      *  CHARGEMENT DE LA MAP AVANT AFFICHAGE - LE STAGIAIRE ET LA
      *  SESSION TRANSMIS PAR INFDCI3 SONT AFFICHES AVEC LEUR REPONSE
           MOVE LOW-VALUE TO MAPSQI
           IF CA-NUMERO NUMERIC AND CA-SESSION NOT = SPACES
              MOVE CA-NUMERO  TO NUMSQI
              MOVE CA-SESSION TO SESSQI
              PERFORM 23110-CONTROLES
              PERFORM 23400-AFFICHAGE
           END-IF
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           STRING EIBTRMID '/' MON-MAPSET DELIMITED BY SIZE
                  INTO TERMSQO
           STRING 'OPERATEUR:' EIBOPID DELIMITED BY SIZE
                  INTO OPIDSQO
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(DATJSQO)
                               DATESEP ('/')
                               TIME (TIMSQO)
                               TIMESEP(':')
           END-EXEC
           EXEC CICS SEND MAP    (MA-MAP)
                          MAPSET (MON-MAPSET)
                          FROM   (MAPSQO)
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
                   MOVE SPACES  TO CA-NUMERO CA-SESSION
                   MOVE PROGRES TO PROG-SUIVANT
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
                  DELIMITED BY SIZE INTO MESSSQO
           PERFORM 22000-TRAIT-ENVOI
           .
       23100-TRAIT-ENTER.
      *------------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAPSQI)
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
           PERFORM 23110-CONTROLES
           EVALUATE ACTSQI
             WHEN 'A'
             WHEN LOW-VALUE
             WHEN SPACE
               PERFORM 23400-AFFICHAGE
             WHEN 'M'
               PERFORM 23300-CHECK-INPUT
               PERFORM 23500-ENREGISTREMENT
             WHEN 'S'
               PERFORM 23700-SUPPRESSION
             WHEN OTHER
               STRING 'ACTION INVALIDE (A, M OU S)'
                   DELIMITED BY SIZE INTO MESSSQO
               PERFORM  22000-TRAIT-ENVOI
           END-EVALUATE
           .

      *  CONTROLES COMMUNS A TOUTES LES ACTIONS : HABILITATION,
      *  STAGIAIRE, SESSION, INSCRIPTION, REPONSE EXISTANTE ET
      *  QUESTIONNAIRE A AFFICHER
       23110-CONTROLES.
      *----------------*
      *  LE NIVEAU EST RELU A CHAQUE PASSAGE (L'ECRAN PEUT ETRE
      *  ATTEINT PAR SA TRANSACTION SANS PASSER PAR INFDCI3)
           MOVE EIBOPID TO WS-OPR-CONNECTE
           MOVE WS-OPR-CONNECTE TO OP-CLE
           EXEC CICS READ FILE  (MON-FICHIER-OPR)
                          RIDFLD(OP-CLE)
                          INTO  (E-OPERATEUR)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL) OR OP-NIV < 2
              MOVE LOW-VALUE TO MAPSQI
              STRING 'ACCES NON AUTORISE POUR CET OPERATEUR'
                  DELIMITED BY SIZE INTO MESSSQO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF NUMSQI = LOW-VALUE OR NUMSQI NOT NUMERIC
              STRING 'NUMERO DE STAGIAIRE OBLIGATOIRE'
                  DELIMITED BY SIZE INTO MESSSQO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF SESSQI = LOW-VALUE OR SESSQI = SPACES
              STRING 'CODE SESSION OBLIGATOIRE'
                  DELIMITED BY SIZE INTO MESSSQO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE NUMSQI TO WS-NUMERO
           PERFORM 23200-CHERCHE-STAGIAIRE
           IF WS-TROUVE NOT = 'O'
              STRING 'STAGIAIRE INCONNU (NI ACTIF NI TERMINE)'
                  DELIMITED BY SIZE INTO MESSSQO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE WS-NOM-STAG TO NOMSQO
           MOVE SESSQI TO WS-CODE-SES
           EXEC CICS READ FILE  (MON-FICHIER-SES)
                          RIDFLD(WS-CODE-SES)
                          INTO  (E-SESSION)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              STRING 'CODE SESSION INCONNU - VOIR GESTION DES'
                     ' SESSIONS' DELIMITED BY SIZE INTO MESSSQO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
      *  SEULS LES INSCRITS EN COURS OU TERMINES REPONDENT (ILS SONT
      *  LE DENOMINATEUR DU TAUX DE REPONSE DE RPTSATI)
           MOVE WS-NUMERO   TO IN-NUMERO
           MOVE WS-CODE-SES TO IN-CODE-SESSION
           EXEC CICS READ FILE  (MON-FICHIER-INS)
                          RIDFLD(IN-CLE)
                          INTO  (E-INSCRIPTION)
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               IF NOT IN-EN-COURS AND NOT IN-TERMINEE
                  STRING 'INSCRIPTION ANNULEE OU TRANSFEREE - PAS DE'
                         ' QUESTIONNAIRE' DELIMITED BY SIZE
                         INTO MESSSQO
                  PERFORM  22000-TRAIT-ENVOI
               END-IF
             WHEN DFHRESP(NOTFND)
               STRING 'STAGIAIRE NON INSCRIT A CETTE SESSION'
                   DELIMITED BY SIZE INTO MESSSQO
               PERFORM  22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE 'READ' TO SP-OPERATION
               MOVE MON-FICHIER-INS TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSSQO
               PERFORM  22000-TRAIT-ENVOI
           END-EVALUATE
           MOVE WS-CODE-SES TO SA-CODE-SESSION
           MOVE WS-NUMERO   TO SA-NUMERO
           EXEC CICS READ FILE  (MON-FICHIER-SAT)
                          RIDFLD(SA-CLE)
                          INTO  (E-SATISFACTION)
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               MOVE 'O'     TO WS-REP-TROUVEE
               MOVE SA-TYPE TO WS-TYPE
             WHEN DFHRESP(NOTFND)
               MOVE 'N'     TO WS-REP-TROUVEE
               PERFORM 23250-CHERCHE-QUESTIONNAIRE
             WHEN OTHER
               MOVE 'READ' TO SP-OPERATION
               MOVE MON-FICHIER-SAT TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSSQO
               PERFORM  22000-TRAIT-ENVOI
           END-EVALUATE
           PERFORM 23270-CHARGE-QUESTIONS
           IF WS-NB-QUESTIONS = ZERO
              STRING 'AUCUN QUESTIONNAIRE DEFINI POUR CETTE SESSION'
                     ' (CHARGEMENT LDQUES)' DELIMITED BY SIZE
                     INTO MESSSQO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF WS-TYPE = SPACES
              MOVE 'GENERAL' TO TYPSQO
           ELSE
              MOVE WS-TYPE   TO TYPSQO
           END-IF
           .

      *  RECHERCHE DU STAGIAIRE DANS LE FICHIER MAITRE PUIS DANS LES
      *  STAGES TERMINES (LES QUESTIONNAIRES SONT REMPLIS EN FIN DE
      *  SESSION) - LE NOM TROUVE EST AFFICHE EN REGARD DU NUMERO
       23200-CHERCHE-STAGIAIRE.
      *------------------------*
           MOVE 'N' TO WS-TROUVE
           MOVE SPACES TO WS-NOM-STAG
           EXEC CICS READ FILE  (MON-FICHIER)
                          RIDFLD(WS-NUMERO)
                          INTO  (E-STAGIAIRE)
                          RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              MOVE 'O'   TO WS-TROUVE
              MOVE E-NOM TO WS-NOM-STAG
           ELSE
              MOVE WS-NUMERO TO FN-NUMERO
              EXEC CICS READ FILE  (MON-FICHIER-FIN)
                             RIDFLD(FN-NUMERO)
                             INTO  (E-FIN-STAGE)
                             RESP  (C-R)
              END-EXEC
              IF C-R = DFHRESP(NORMAL)
                 MOVE 'O'    TO WS-TROUVE
                 MOVE FN-NOM TO WS-NOM-STAG
              END-IF
           END-IF
           .

      *  TYPE DU QUESTIONNAIRE D'UNE NOUVELLE REPONSE : LE PLUS LONG
      *  DEBUT DU CODE SESSION QUI A UNE QUESTION 01, A DEFAUT LE
      *  QUESTIONNAIRE GENERAL (TYPE A BLANC) - MEME REGLE QUE IMPSATI
       23250-CHERCHE-QUESTIONNAIRE.
      *----------------------------*
           MOVE 'N'    TO WS-QUES-TROUVE
           MOVE SPACES TO WS-TYPE
           PERFORM VARYING WS-LG FROM 10 BY -1
                   UNTIL WS-LG < 1 OR WS-QUES-TROUVE = 'O'
              MOVE SPACES TO WS-CQ-TYPE
              MOVE WS-CODE-SES(1:WS-LG) TO WS-CQ-TYPE(1:WS-LG)
              MOVE 1 TO WS-CQ-NUMERO
              EXEC CICS READ FILE  (MON-FICHIER-QUE)
                             RIDFLD(WS-CLE-QUES)
                             INTO  (E-QUESTION)
                             RESP  (C-R)
              END-EXEC
              IF C-R = DFHRESP(NORMAL)
                 MOVE 'O'        TO WS-QUES-TROUVE
                 MOVE WS-CQ-TYPE TO WS-TYPE
              END-IF
           END-PERFORM
           .

      *  PARCOURS DES QUESTIONS DU TYPE RETENU : LIBELLES DE LA GRILLE
      *  ET NOMBRE DE QUESTIONS (DERNIER NUMERO LU)
       23270-CHARGE-QUESTIONS.
      *-----------------------*
           MOVE ZERO TO WS-NB-QUESTIONS
           PERFORM VARYING IND-Q FROM 1 BY 1 UNTIL IND-Q > 12
              MOVE SPACES TO WS-G-LIGNE(IND-Q)
           END-PERFORM
           MOVE WS-TYPE TO WS-CQ-TYPE
           MOVE ZERO    TO WS-CQ-NUMERO
           EXEC CICS STARTBR FILE   (MON-FICHIER-QUE)
                              RIDFLD (WS-CLE-QUES)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE  (MON-FICHIER-QUE)
                              INTO  (E-QUESTION)
                              RIDFLD(WS-CLE-QUES)
                              RESP  (C-R)
           END-EXEC
           PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                      OR QS-TYPE NOT = WS-TYPE
              IF QS-NUMERO >= 1 AND QS-NUMERO <= 12
                 MOVE QS-NUMERO TO WS-NUM-ED WS-NB-QUESTIONS
                 STRING WS-NUM-ED ' ' QS-LIBELLE DELIMITED BY SIZE
                        INTO WS-G-LIBELLE(QS-NUMERO)
              END-IF
              EXEC CICS READNEXT FILE  (MON-FICHIER-QUE)
                                 INTO  (E-QUESTION)
                                 RIDFLD(WS-CLE-QUES)
                                 RESP  (C-R)
              END-EXEC
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER-QUE) END-EXEC
           .

      *  NOTES SAISIES : BLANC OU ZERO = SANS AVIS, 1 A 5 SINON ; PAS
      *  DE NOTE AU-DELA DE LA DERNIERE QUESTION ; AU MOINS UNE NOTE
       23300-CHECK-INPUT.
      *------------------*
           PERFORM 23310-LIT-NOTES
           MOVE ZERO TO WS-NB-NOTES
           PERFORM VARYING IND-Q FROM 1 BY 1 UNTIL IND-Q > 12
              IF WS-G-NOTE(IND-Q) = LOW-VALUE OR '0'
                 MOVE SPACE TO WS-G-NOTE(IND-Q)
              END-IF
              IF WS-G-NOTE(IND-Q) NOT = SPACE
                 MOVE IND-Q TO WS-NUM-ED
                 IF IND-Q > WS-NB-QUESTIONS
                    STRING 'PAS DE QUESTION ' WS-NUM-ED
                           ' DANS CE QUESTIONNAIRE'
                           DELIMITED BY SIZE INTO MESSSQO
                    PERFORM 23480-AFFICHE-GRILLE
                    PERFORM  22000-TRAIT-ENVOI
                 END-IF
                 IF WS-G-NOTE(IND-Q) < '1' OR WS-G-NOTE(IND-Q) > '5'
                    STRING 'NOTE INVALIDE A LA QUESTION ' WS-NUM-ED
                           ' (1 A 5, BLANC = SANS AVIS)'
                           DELIMITED BY SIZE INTO MESSSQO
                    PERFORM 23480-AFFICHE-GRILLE
                    PERFORM  22000-TRAIT-ENVOI
                 END-IF
                 ADD 1 TO WS-NB-NOTES
              END-IF
           END-PERFORM
           IF WS-NB-NOTES = ZERO
              STRING 'AUCUNE NOTE SAISIE'
                  DELIMITED BY SIZE INTO MESSSQO
              PERFORM 23480-AFFICHE-GRILLE
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           .

       23310-LIT-NOTES.
      *----------------*
           MOVE N01SQI TO WS-G-NOTE(1)
           MOVE N02SQI TO WS-G-NOTE(2)
           MOVE N03SQI TO WS-G-NOTE(3)
           MOVE N04SQI TO WS-G-NOTE(4)
           MOVE N05SQI TO WS-G-NOTE(5)
           MOVE N06SQI TO WS-G-NOTE(6)
           MOVE N07SQI TO WS-G-NOTE(7)
           MOVE N08SQI TO WS-G-NOTE(8)
           MOVE N09SQI TO WS-G-NOTE(9)
           MOVE N10SQI TO WS-G-NOTE(10)
           MOVE N11SQI TO WS-G-NOTE(11)
           MOVE N12SQI TO WS-G-NOTE(12)
           .

       23400-AFFICHAGE.
      *----------------*
           IF WS-REP-TROUVEE = 'O'
              PERFORM 23450-CHARGE-REPONSE
           ELSE
              MOVE SPACES TO COMSQO INFSQO
              STRING 'AUCUNE REPONSE - SAISIR LES NOTES PUIS ACTION M'
                  DELIMITED BY SIZE INTO MESSSQO
           END-IF
           PERFORM 23480-AFFICHE-GRILLE
           PERFORM 22000-TRAIT-ENVOI
           .

      *  REPONSE ENREGISTREE (E-SATISFACTION) VERS LA GRILLE ET LA
      *  LIGNE D'INFORMATION (ORIGINE, DATE ET AUTEUR DE LA SAISIE)
       23450-CHARGE-REPONSE.
      *---------------------*
           PERFORM VARYING IND-Q FROM 1 BY 1 UNTIL IND-Q > 12
              IF SA-NOTE(IND-Q) = ZERO
                 MOVE SPACE TO WS-G-NOTE(IND-Q)
              ELSE
                 MOVE SA-NOTE(IND-Q) TO WS-G-NOTE(IND-Q)
              END-IF
           END-PERFORM
           MOVE SA-COMMENTAIRE TO COMSQO
           MOVE SPACES TO WS-DATE-ED INFSQO
           STRING SA-DATE-SAISIE(7:2) '/' SA-DATE-SAISIE(5:2) '/'
                  SA-DATE-SAISIE(1:4) DELIMITED BY SIZE
                  INTO WS-DATE-ED
           IF SA-FORMULAIRE
              STRING 'REPONSE DU FORMULAIRE EN LIGNE CHARGEE LE '
                     WS-DATE-ED DELIMITED BY SIZE INTO INFSQO
           ELSE
              STRING 'REPONSE SAISIE LE ' WS-DATE-ED ' PAR '
                     SA-SAISI-PAR DELIMITED BY SIZE INTO INFSQO
           END-IF
           .

       23480-AFFICHE-GRILLE.
      *---------------------*
           MOVE WS-G-LIBELLE(1)  TO Q01SQO
           MOVE WS-G-NOTE(1)     TO N01SQO
           MOVE WS-G-LIBELLE(2)  TO Q02SQO
           MOVE WS-G-NOTE(2)     TO N02SQO
           MOVE WS-G-LIBELLE(3)  TO Q03SQO
           MOVE WS-G-NOTE(3)     TO N03SQO
           MOVE WS-G-LIBELLE(4)  TO Q04SQO
           MOVE WS-G-NOTE(4)     TO N04SQO
           MOVE WS-G-LIBELLE(5)  TO Q05SQO
           MOVE WS-G-NOTE(5)     TO N05SQO
           MOVE WS-G-LIBELLE(6)  TO Q06SQO
           MOVE WS-G-NOTE(6)     TO N06SQO
           MOVE WS-G-LIBELLE(7)  TO Q07SQO
           MOVE WS-G-NOTE(7)     TO N07SQO
           MOVE WS-G-LIBELLE(8)  TO Q08SQO
           MOVE WS-G-NOTE(8)     TO N08SQO
           MOVE WS-G-LIBELLE(9)  TO Q09SQO
           MOVE WS-G-NOTE(9)     TO N09SQO
           MOVE WS-G-LIBELLE(10) TO Q10SQO
           MOVE WS-G-NOTE(10)    TO N10SQO
           MOVE WS-G-LIBELLE(11) TO Q11SQO
           MOVE WS-G-NOTE(11)    TO N11SQO
           MOVE WS-G-LIBELLE(12) TO Q12SQO
           MOVE WS-G-NOTE(12)    TO N12SQO
           .

      *  ACTION M : CREATION DE LA REPONSE, OU REMPLACEMENT DE LA
      *  REPONSE EXISTANTE (SAISIE OU FORMULAIRE) SOUS SON TYPE
       23500-ENREGISTREMENT.
      *---------------------*
           IF WS-REP-TROUVEE = 'O'
              EXEC CICS READ FILE  (MON-FICHIER-SAT)
                             RIDFLD(SA-CLE)
                             INTO  (E-SATISFACTION)
                             UPDATE
                             RESP  (C-R)
              END-EXEC
              IF C-R NOT = DFHRESP(NORMAL)
                 MOVE 'READ-UPD' TO SP-OPERATION
                 MOVE MON-FICHIER-SAT TO SP-FICHIER
                 PERFORM 80000-APPEL-SPERR
                 STRING 'ERREUR FICHIER ' TEXT-ERREUR
                        DELIMITED BY SIZE INTO MESSSQO
                 PERFORM 23480-AFFICHE-GRILLE
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
              PERFORM 23800-GARNIR-REPONSE
              EXEC CICS REWRITE FILE  (MON-FICHIER-SAT)
                                FROM  (E-SATISFACTION)
                                RESP  (C-R)
              END-EXEC
              IF C-R = DFHRESP(NORMAL)
                 STRING 'REPONSE DE ' NUMSQI ' REMPLACEE'
                        DELIMITED BY SIZE INTO MESSSQO
              ELSE
                 MOVE 'REWRITE' TO SP-OPERATION
                 MOVE MON-FICHIER-SAT TO SP-FICHIER
                 PERFORM 80000-APPEL-SPERR
                 STRING 'ERREUR FICHIER ' TEXT-ERREUR
                        DELIMITED BY SIZE INTO MESSSQO
              END-IF
           ELSE
              PERFORM 23800-GARNIR-REPONSE
              EXEC CICS WRITE FILE  (MON-FICHIER-SAT)
                              RIDFLD(SA-CLE)
                              FROM  (E-SATISFACTION)
                              RESP  (C-R)
              END-EXEC
              EVALUATE C-R
                WHEN DFHRESP(NORMAL)
                  STRING 'REPONSE DE ' NUMSQI ' ENREGISTREE'
                         DELIMITED BY SIZE INTO MESSSQO
                WHEN DFHRESP(DUPREC)
                  STRING 'REPONSE ENREGISTREE ENTRE-TEMPS (ACTION A'
                         ' POUR L''AFFICHER)' DELIMITED BY SIZE
                         INTO MESSSQO
                WHEN OTHER
                  MOVE 'WRITE' TO SP-OPERATION
                  MOVE MON-FICHIER-SAT TO SP-FICHIER
                  PERFORM 80000-APPEL-SPERR
                  STRING 'ERREUR FICHIER ' TEXT-ERREUR
                         DELIMITED BY SIZE INTO MESSSQO
              END-EVALUATE
           END-IF
           IF C-R = DFHRESP(NORMAL)
              PERFORM 23450-CHARGE-REPONSE
           END-IF
           PERFORM 23480-AFFICHE-GRILLE
           PERFORM 22000-TRAIT-ENVOI
           .

       23700-SUPPRESSION.
      *------------------*
           MOVE WS-CODE-SES TO SA-CODE-SESSION
           MOVE WS-NUMERO   TO SA-NUMERO
           EXEC CICS DELETE FILE  (MON-FICHIER-SAT)
                            RIDFLD(SA-CLE)
                            RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               STRING 'REPONSE DE ' NUMSQI ' SUPPRIMEE'
                      DELIMITED BY SIZE INTO MESSSQO
               MOVE SPACES TO COMSQO INFSQO
               PERFORM VARYING IND-Q FROM 1 BY 1 UNTIL IND-Q > 12
                  MOVE SPACE TO WS-G-NOTE(IND-Q)
               END-PERFORM
             WHEN DFHRESP(NOTFND)
               MOVE 'REPONSE NON TROUVEE' TO MESSSQO
             WHEN OTHER
               MOVE 'DELETE' TO SP-OPERATION
               MOVE MON-FICHIER-SAT TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSSQO
           END-EVALUATE
           PERFORM 23480-AFFICHE-GRILLE
           PERFORM 22000-TRAIT-ENVOI
           .

      *  LE TYPE D'UNE REPONSE EXISTANTE EST CONSERVE (LU PAR 23110
      *  DANS WS-TYPE) ; L'ORIGINE DEVIENT LA SAISIE ECRAN
       23800-GARNIR-REPONSE.
      *---------------------*
           MOVE WS-CODE-SES TO SA-CODE-SESSION
           MOVE WS-NUMERO   TO SA-NUMERO
           MOVE WS-TYPE     TO SA-TYPE
           PERFORM VARYING IND-Q FROM 1 BY 1 UNTIL IND-Q > 12
              IF WS-G-NOTE(IND-Q) = SPACE
                 MOVE ZERO TO SA-NOTE(IND-Q)
              ELSE
                 MOVE WS-G-NOTE(IND-Q) TO SA-NOTE(IND-Q)
              END-IF
           END-PERFORM
           IF COMSQI NOT = LOW-VALUE
              MOVE COMSQI TO SA-COMMENTAIRE
           ELSE
              MOVE SPACES TO SA-COMMENTAIRE
           END-IF
           MOVE 'E' TO SA-ORIGINE
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(WS-DATE-JOUR)
           END-EXEC
           MOVE WS-DATE-JOUR    TO SA-DATE-SAISIE
           MOVE WS-OPR-CONNECTE TO SA-SAISI-PAR
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
      *  SP-OPERATION (L'OPERATION EN COURS) ET SP-FICHIER SONT
      *  POSITIONNES PAR L'APPELANT JUSTE AVANT LE PERFORM
           MOVE SPACES     TO SP-LIBELLE
           EXEC CICS LINK PROGRAM (SPERR)
                          COMMAREA(SPERR-COMMAREA)
                          LENGTH  (LENGTH OF SPERR-COMMAREA)
                          RESP    (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
             MOVE C-R TO C-R-ED
             STRING 'ERREUR APPEL SPERR ' C-R-ED DELIMITED BY SIZE
                    INTO MESSSQO
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
           MOVE 'AIDE NON DISPONIBLE' TO MESSSQI
           PERFORM 22000-TRAIT-ENVOI
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO MESSSQI
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
