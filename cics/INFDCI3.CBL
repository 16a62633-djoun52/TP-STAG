      *   ACCES RESERVE AU NIVEAU 2 - LE STAGIAIRE EST CHERCHE DANS
      *   FSTAG03 PUIS FSTAGFIN (LES NOTES ARRIVENT SOUVENT APRES LA
      *   FIN DE STAGE), LA SESSION DOIT EXISTER DANS FSESS03
      *   LE BAS DE L'ECRAN TIENT L'INSCRIPTION DU STAGIAIRE AUX
      *   EXAMENS DE CERTIFICATION EXTERNES (FEXAM03, UNE ENTREE PAR
      *   CENTRE ET SESSION D'EXAMEN) : ACTION EXAMEN I = INSCRIRE,
      *   X = DESINSCRIRE ; L'INSCRIPTION EST TRANSMISE AU CENTRE PAR
      *   EXPEXAM ET LE RESULTAT DU CENTRE, CHARGE PAR IMPEXAM, EST
      *   AFFICHE EN REGARD DU RESULTAT INTERNE
      *   PF5 OUVRE LA SAISIE DU QUESTIONNAIRE DE SATISFACTION DE FIN
      *   DE SESSION (INGGCI3) DU STAGIAIRE ET DE LA SESSION SAISIS
       01  WS-COMMAREA.
           05 PROG-PRECEDENT      PIC X(8).
           05 PROG-COURANT        PIC X(8).
           05 PROG-SUIVANT        PIC X(8).
           05 MESSPROG            PIC X(40) .
      *   STAGIAIRE ET SESSION TRANSMIS A INGGCI3 (PF5)
           05 CA-NUMERO           PIC X(4).
           05 CA-SESSION          PIC X(10).
           05 FILLER              PIC X(12).
       01 C-R                     PIC S9(8) COMP.
       01 C-R-ED                  PIC ZZZ9.
       01 WS-TIME                 PIC X(8).
       COPY SPERRCA.
       01 MON-PROG                PIC X(8) VALUE 'INFDCI3 '.
       01 PROGMENU                PIC X(8) VALUE 'INF0CI3 '.
       01 PROGSATI                PIC X(8) VALUE 'INGGCI3 '.
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
       01 MON-FICHIER-OPR         PIC X(8) VALUE 'FOPER03 '.
       01 MON-FICHIER             PIC X(8) VALUE 'FSTAG03 '.
       01 MON-FICHIER-FIN         PIC X(8) VALUE 'FSTAGFIN'.
       01 MON-FICHIER-SES         PIC X(8) VALUE 'FSESS03 '.
       01 MON-FICHIER-RES         PIC X(8) VALUE 'FRESU03 '.
       01 MON-FICHIER-EXA         PIC X(8) VALUE 'FEXAM03 '.
       01 MA-MAP                  PIC X(8) VALUE 'MAPR    '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
       01 WS-CODE-SES             PIC X(10).
       77 WS-TROUVE               PIC X.
       01 WS-NOM-STAG             PIC X(25).
      *   INSCRIPTION A L'EXAMEN EXTERNE : CLE DE PARCOURS, DATES
      *   (AAAAMMJJ) ET ZONES EDITEES DE L'AFFICHAGE
       01 WS-CLE-EXAMEN           PIC X(22).
       77 WS-EXA-TROUVE           PIC X.
       01 WS-DATE-AAAAMMJJ        PIC 9(8).
       01 WS-DATE-JOUR            PIC 9(8).
       01 WS-DATE-ED              PIC X(10).
       01 WS-SCORE-ED             PIC ZZ9.
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

       COPY FSESS.
      *   DESCRIPTION DU FICHIER KSD DES RESULTATS           *
       COPY FRESU.
      *   DESCRIPTION DU FICHIER KSD DES EXAMENS EXTERNES    *
       COPY FEXAM.
      *   DESCRIPTION DU FICHIER KSD DES HABILITATIONS       *
       COPY FOPER.
      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM           *
              WHEN DFHENTER
                   PERFORM 23100-TRAIT-ENTER
              WHEN DFHPF3
                   MOVE SPACES   TO CA-NUMERO CA-SESSION
                   MOVE PROGMENU TO PROG-SUIVANT
                   PERFORM 23050-PROG-SUIVANT
              WHEN DFHPF5
                   PERFORM 23150-SATISFACTION
              WHEN DFHPF12
                   PERFORM 23900-TRAIT-FIN
              WHEN DFHPF1
                     ' SESSIONS' DELIMITED BY SIZE INTO MESSRO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
      *  UNE ACTION EXAMEN SAISIE EST TRAITEE SEULE (LE RESULTAT
      *  INTERNE N'EST PAS TOUCHE)
           IF AEXRI NOT = LOW-VALUE AND AEXRI NOT = SPACE
              PERFORM 24000-TRAIT-EXAMEN
           END-IF
           EVALUATE ACTRI
             WHEN 'A'
             WHEN LOW-VALUE
           END-EVALUATE
           .

      *  PF5 : LE STAGIAIRE ET LA SESSION SAISIS SONT TRANSMIS A LA
      *  SAISIE DU QUESTIONNAIRE DE SATISFACTION, QUI LES CONTROLE
       23150-SATISFACTION.
      *-------------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAPRI)
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
           MOVE SPACES TO CA-NUMERO CA-SESSION
           IF NUMRI NOT = LOW-VALUE AND NUMRI NUMERIC
              MOVE NUMRI TO CA-NUMERO
           END-IF
           IF CODRI NOT = LOW-VALUE
              MOVE CODRI TO CA-SESSION
           END-IF
           MOVE PROGSATI TO PROG-SUIVANT
           PERFORM 23050-PROG-SUIVANT
           .

      *  RECHERCHE DU STAGIAIRE DANS LE FICHIER MAITRE PUIS DANS LES
      *  STAGES TERMINES (LES NOTES ARRIVENT SOUVENT APRES LA FIN DE
      *  STAGE) - LE NOM TROUVE EST AFFICHE EN REGARD DU NUMERO
              MOVE 'AUCUN RESULTAT POUR CE STAGIAIRE ET CETTE SESSION'
                   TO MESSRO
           END-IF
           PERFORM 24070-AFFICHE-EXAMEN
           PERFORM 22000-TRAIT-ENVOI
           .

                    TO MESSRO
             WHEN OTHER
               MOVE 'WRITE' TO SP-OPERATION
               MOVE MON-FICHIER-RES TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSRO
                        DELIMITED BY SIZE INTO MESSRO
               ELSE
                 MOVE 'REWRITE' TO SP-OPERATION
                 MOVE MON-FICHIER-RES TO SP-FICHIER
                 PERFORM 80000-APPEL-SPERR
                 STRING 'ERREUR FICHIER ' TEXT-ERREUR
                        DELIMITED BY SIZE INTO MESSRO
               MOVE 'RESULTAT NON TROUVE' TO MESSRO
             WHEN OTHER
               MOVE 'READ-UPD' TO SP-OPERATION
               MOVE MON-FICHIER-RES TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSRO
               MOVE 'RESULTAT NON TROUVE' TO MESSRO
             WHEN OTHER
               MOVE 'DELETE' TO SP-OPERATION
               MOVE MON-FICHIER-RES TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSRO
           PERFORM   99000-FIN-CICS
           .

      *  ACTION EXAMEN : LE CENTRE ET LA SESSION D'EXAMEN DU CENTRE
      *  FORMENT LA CLE AVEC LE NUMERO ; L'ETAT DE L'INSCRIPTION EST
      *  REAFFICHE APRES LE TRAITEMENT
       24000-TRAIT-EXAMEN.
      *------------------*
           IF CENRI = LOW-VALUE OR CENRI = SPACES
              STRING 'CENTRE D''EXAMEN OBLIGATOIRE'
                  DELIMITED BY SIZE INTO MESSRO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF SEXRI = LOW-VALUE OR SEXRI = SPACES
              STRING 'SESSION D''EXAMEN DU CENTRE OBLIGATOIRE'
                  DELIMITED BY SIZE INTO MESSRO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE WS-NUMERO TO EX-NUMERO
           MOVE CENRI     TO EX-CENTRE
           MOVE SEXRI     TO EX-SESSION-EXAM
           EVALUATE AEXRI
             WHEN 'I'
               PERFORM 24100-INSCRIPTION
             WHEN 'X'
               PERFORM 24200-DESINSCRIPTION
             WHEN OTHER
               STRING 'ACTION EXAMEN INVALIDE (I OU X)'
                   DELIMITED BY SIZE INTO MESSRO
               PERFORM  22000-TRAIT-ENVOI
           END-EVALUATE
           MOVE SPACE TO AEXRO
           PERFORM 24070-AFFICHE-EXAMEN
           PERFORM 22000-TRAIT-ENVOI
           .

      *  AFFICHAGE DE L'INSCRIPTION A L'EXAMEN : CELLE DU CENTRE ET
      *  DE LA SESSION D'EXAMEN SAISIS, SINON LA PREMIERE INSCRIPTION
      *  DU STAGIAIRE PREPAREE PAR LA SESSION DE FORMATION AFFICHEE
       24070-AFFICHE-EXAMEN.
      *--------------------*
           MOVE 'N' TO WS-EXA-TROUVE
           IF CENRI NOT = LOW-VALUE AND CENRI NOT = SPACES
              AND SEXRI NOT = LOW-VALUE AND SEXRI NOT = SPACES
              MOVE WS-NUMERO TO EX-NUMERO
              MOVE CENRI     TO EX-CENTRE
              MOVE SEXRI     TO EX-SESSION-EXAM
              EXEC CICS READ FILE  (MON-FICHIER-EXA)
                             RIDFLD(EX-CLE)
                             INTO  (E-EXAMEN)
                             RESP  (C-R)
              END-EXEC
              IF C-R = DFHRESP(NORMAL)
                 MOVE 'O' TO WS-EXA-TROUVE
              END-IF
           ELSE
              PERFORM 24080-CHERCHE-EXAMEN
           END-IF
           IF WS-EXA-TROUVE NOT = 'O'
              MOVE 'NON INSCRIT'  TO ETXRO
              MOVE SPACES         TO RXRO
              EXIT PARAGRAPH
           END-IF
           MOVE EX-CENTRE       TO CENRO
           MOVE EX-SESSION-EXAM TO SEXRO
           MOVE EX-CERTIF       TO CRTRO
           STRING EX-DATE-EXAMEN(7:2) EX-DATE-EXAMEN(5:2)
                  EX-DATE-EXAMEN(1:4)
                  DELIMITED BY SIZE INTO DEXRO
           MOVE SPACES TO ETXRO RXRO
           EVALUATE TRUE
             WHEN EX-A-TRANSMETTRE
               MOVE 'A TRANSMETTRE' TO ETXRO
             WHEN EX-TRANSMISE
               MOVE EX-DATE-TRANSMIS TO WS-DATE-AAAAMMJJ
               PERFORM 24090-EDITE-DATE
               STRING 'TRANSMISE ' WS-DATE-ED
                      DELIMITED BY SIZE INTO ETXRO
             WHEN EX-DESINSCRIPTION
               MOVE 'DESINSCR. A TRANSM.' TO ETXRO
             WHEN EX-ANNULEE
               MOVE EX-DATE-TRANSMIS TO WS-DATE-AAAAMMJJ
               PERFORM 24090-EDITE-DATE
               STRING 'ANNULEE   ' WS-DATE-ED
                      DELIMITED BY SIZE INTO ETXRO
             WHEN EX-RESULTAT-RECU
               MOVE EX-DATE-RESULTAT TO WS-DATE-AAAAMMJJ
               PERFORM 24090-EDITE-DATE
               STRING 'RESULTAT  ' WS-DATE-ED
                      DELIMITED BY SIZE INTO ETXRO
               MOVE EX-SCORE TO WS-SCORE-ED
               EVALUATE EX-RESULTAT
                 WHEN 'A'
                   STRING 'ADMIS    ' EX-NUM-CERTIFICAT
                          DELIMITED BY SIZE INTO RXRO
                 WHEN 'J'
                   STRING 'AJOURNE  SCORE ' WS-SCORE-ED '/100'
                          DELIMITED BY SIZE INTO RXRO
                 WHEN OTHER
                   MOVE 'ABSENT A L''EXAMEN' TO RXRO
               END-EVALUATE
           END-EVALUATE
           .

      *  PARCOURS DES INSCRIPTIONS DU STAGIAIRE (CLE NUMERO EN TETE) :
      *  LA PREMIERE PREPAREE PAR LA SESSION DE FORMATION EST RETENUE
       24080-CHERCHE-EXAMEN.
      *--------------------*
           MOVE WS-NUMERO  TO EX-NUMERO
           MOVE LOW-VALUES TO EX-CENTRE EX-SESSION-EXAM
           MOVE EX-CLE     TO WS-CLE-EXAMEN
           EXEC CICS STARTBR FILE   (MON-FICHIER-EXA)
                              RIDFLD (WS-CLE-EXAMEN)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE  (MON-FICHIER-EXA)
                              INTO  (E-EXAMEN)
                              RIDFLD(WS-CLE-EXAMEN)
                              RESP  (C-R)
           END-EXEC
           PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                      OR EX-NUMERO NOT = WS-NUMERO
                      OR WS-EXA-TROUVE = 'O'
              IF EX-CODE-SESSION = WS-CODE-SES
                 MOVE 'O' TO WS-EXA-TROUVE
              ELSE
                 EXEC CICS READNEXT FILE  (MON-FICHIER-EXA)
                                    INTO  (E-EXAMEN)
                                    RIDFLD(WS-CLE-EXAMEN)
                                    RESP  (C-R)
                 END-EXEC
              END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER-EXA) END-EXEC
           .

      *  DATE AAAAMMJJ (WS-DATE-AAAAMMJJ) EDITEE JJ/MM/AAAA
       24090-EDITE-DATE.
      *----------------*
           MOVE SPACES TO WS-DATE-ED
           IF WS-DATE-AAAAMMJJ NOT = ZERO
              STRING WS-DATE-AAAAMMJJ(7:2) '/' WS-DATE-AAAAMMJJ(5:2)
                     '/' WS-DATE-AAAAMMJJ(1:4)
                     DELIMITED BY SIZE INTO WS-DATE-ED
           END-IF
           .

      *  INSCRIPTION : NOUVELLE ENTREE A TRANSMETTRE ; UNE INSCRIPTION
      *  ANNULEE EST RETABLIE, UNE DESINSCRIPTION PAS ENCORE PARTIE
      *  EST RETIREE (LE CENTRE CONNAIT DEJA LE CANDIDAT)
       24100-INSCRIPTION.
      *-----------------*
           IF CRTRI = LOW-VALUE OR CRTRI = SPACES
              STRING 'CERTIFICATION OBLIGATOIRE POUR L''INSCRIPTION'
                  DELIMITED BY SIZE INTO MESSRO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF DEXRI = LOW-VALUE OR DEXRI NOT NUMERIC
              OR DEXRI(1:2) < '01' OR DEXRI(1:2) > '31'
              OR DEXRI(3:2) < '01' OR DEXRI(3:2) > '12'
              STRING 'DATE D''EXAMEN INVALIDE (JJMMAAAA)'
                  DELIMITED BY SIZE INTO MESSRO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           EXEC CICS READ FILE  (MON-FICHIER-EXA)
                          RIDFLD(EX-CLE)
                          INTO  (E-EXAMEN)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               EVALUATE TRUE
                 WHEN EX-ANNULEE
                   PERFORM 24150-GARNIR-EXAMEN
                   PERFORM 24160-REECRIT-EXAMEN
                   MOVE 'INSCRIPTION RETABLIE - A TRANSMETTRE AU CENTRE'
                        TO MESSRO
                 WHEN EX-DESINSCRIPTION
                   MOVE 'T' TO EX-ETAT
                   PERFORM 24160-REECRIT-EXAMEN
                   MOVE 'DESINSCRIPTION RETIREE - INSCRIPTION MAINTENUE'
                        TO MESSRO
                 WHEN OTHER
                   EXEC CICS UNLOCK FILE(MON-FICHIER-EXA) END-EXEC
                   STRING 'CANDIDAT DEJA INSCRIT A CETTE SESSION'
                          ' D''EXAMEN' DELIMITED BY SIZE INTO MESSRO
               END-EVALUATE
             WHEN DFHRESP(NOTFND)
               PERFORM 24150-GARNIR-EXAMEN
               EXEC CICS WRITE FILE  (MON-FICHIER-EXA)
                               RIDFLD(EX-CLE)
                               FROM  (E-EXAMEN)
                               RESP  (C-R)
               END-EXEC
               IF C-R = DFHRESP(NORMAL)
                 STRING 'INSCRIPTION ENREGISTREE - A TRANSMETTRE AU'
                        ' CENTRE' DELIMITED BY SIZE INTO MESSRO
               ELSE
                 MOVE 'WRITE' TO SP-OPERATION
                 MOVE MON-FICHIER-EXA TO SP-FICHIER
                 PERFORM 80000-APPEL-SPERR
                 STRING 'ERREUR FICHIER ' TEXT-ERREUR
                        DELIMITED BY SIZE INTO MESSRO
                 PERFORM 22000-TRAIT-ENVOI
               END-IF
             WHEN OTHER
               MOVE 'READ-UPD' TO SP-OPERATION
               MOVE MON-FICHIER-EXA TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSRO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           .

       24150-GARNIR-EXAMEN.
      *-------------------*
           MOVE WS-NUMERO TO EX-NUMERO
           MOVE CENRI     TO EX-CENTRE
           MOVE SEXRI     TO EX-SESSION-EXAM
           MOVE CODRI     TO EX-CODE-SESSION
           MOVE CRTRI     TO EX-CERTIF
           STRING DEXRI(5:4) DEXRI(3:2) DEXRI(1:2)
                  DELIMITED BY SIZE INTO WS-DATE-AAAAMMJJ
           MOVE WS-DATE-AAAAMMJJ TO EX-DATE-EXAMEN
           MOVE 'I'       TO EX-ETAT
           MOVE ZERO      TO EX-DATE-TRANSMIS EX-SCORE EX-DATE-RESULTAT
           MOVE SPACES    TO EX-RESULTAT EX-NUM-CERTIFICAT
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(WS-DATE-JOUR)
           END-EXEC
           MOVE WS-DATE-JOUR    TO EX-DATE-SAISIE
           MOVE WS-OPR-CONNECTE TO EX-SAISI-PAR
           .

       24160-REECRIT-EXAMEN.
      *--------------------*
           EXEC CICS REWRITE FILE  (MON-FICHIER-EXA)
                             FROM  (E-EXAMEN)
                             RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'REWRITE' TO SP-OPERATION
              MOVE MON-FICHIER-EXA TO SP-FICHIER
              PERFORM 80000-APPEL-SPERR
              STRING 'ERREUR FICHIER ' TEXT-ERREUR
                     DELIMITED BY SIZE INTO MESSRO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

      *  DESINSCRIPTION : UNE INSCRIPTION PAS ENCORE TRANSMISE EST
      *  SIMPLEMENT RETIREE ; TRANSMISE, ELLE PASSE EN DESINSCRIPTION
      *  A TRANSMETTRE (EXPEXAM L'ENVOIE AU CENTRE) - REFUSEE UNE FOIS
      *  LE RESULTAT DU CENTRE RECU
       24200-DESINSCRIPTION.
      *-------------------*
           EXEC CICS READ FILE  (MON-FICHIER-EXA)
                          RIDFLD(EX-CLE)
                          INTO  (E-EXAMEN)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               EVALUATE TRUE
                 WHEN EX-A-TRANSMETTRE
                   EXEC CICS DELETE FILE  (MON-FICHIER-EXA)
                                    RESP  (C-R)
                   END-EXEC
                   IF C-R = DFHRESP(NORMAL)
                     MOVE 'INSCRIPTION NON TRANSMISE SUPPRIMEE'
                          TO MESSRO
                   ELSE
                     MOVE 'DELETE' TO SP-OPERATION
                     MOVE MON-FICHIER-EXA TO SP-FICHIER
                     PERFORM 80000-APPEL-SPERR
                     STRING 'ERREUR FICHIER ' TEXT-ERREUR
                            DELIMITED BY SIZE INTO MESSRO
                     PERFORM 22000-TRAIT-ENVOI
                   END-IF
                 WHEN EX-TRANSMISE
                   MOVE 'D' TO EX-ETAT
                   PERFORM 24160-REECRIT-EXAMEN
                   MOVE 'DESINSCRIPTION A TRANSMETTRE AU CENTRE'
                        TO MESSRO
                 WHEN EX-RESULTAT-RECU
                   EXEC CICS UNLOCK FILE(MON-FICHIER-EXA) END-EXEC
                   MOVE 'RESULTAT DEJA RECU - DESINSCRIPTION IMPOSSIBLE'
                        TO MESSRO
                 WHEN OTHER
                   EXEC CICS UNLOCK FILE(MON-FICHIER-EXA) END-EXEC
                   MOVE 'CANDIDAT DEJA DESINSCRIT' TO MESSRO
               END-EVALUATE
             WHEN DFHRESP(NOTFND)
               MOVE 'INSCRIPTION A L''EXAMEN NON TROUVEE' TO MESSRO
             WHEN OTHER
               MOVE 'READ-UPD' TO SP-OPERATION
               MOVE MON-FICHIER-EXA TO SP-FICHIER
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSRO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           .

       80000-APPEL-SPERR.
      *------------------*
      *  SIGNALEMENT DE L'INCIDENT AU SERVICE D'ERREUR CENTRAL -
      *  L'INCIDENT SUR LA TD ERRL (RAPPORT RPTERR)
           MOVE C-R        TO SP-RESP
           MOVE MON-PROG   TO SP-PROGRAMME
      *  SP-OPERATION (L'OPERATION EN COURS) ET SP-FICHIER SONT
      *  POSITIONNES PAR L'APPELANT JUSTE AVANT LE PERFORM
           MOVE SPACES     TO SP-LIBELLE
           EXEC CICS LINK PROGRAM (SPERR)
                          COMMAREA(SPERR-COMMAREA)
