      *   INFBCI3 POUR LES HABILITATIONS : ECRAN UNIQUE, ACTIONS PAR
      *   CODE, ACCES RESERVE AU NIVEAU 2 - L'AFFECTATION (ACTION F)
      *   EST REFUSEE QUAND LES DATES DE LA SESSION CHEVAUCHENT UNE
      *   SESSION DEJA AFFECTEE AU MEME FORMATEUR - LE COUT DE
      *   L'INTERVENTION EST SAISI AVEC L'AFFECTATION, UNE NOUVELLE
      *   ACTION F SUR UNE AFFECTATION EXISTANTE EN CORRIGE LE COUT -
      *   LES JOURNEES OU DEMI-JOURNEES D'INTERVENTION SONT RESERVEES
      *   (ACTION J) OU LIBEREES (ACTION L) DANS FINTV03, SUR UN JOUR
      *   DE COURS DE LA SESSION AFFECTEE (CALENDRIER FCALS03) -
      *   L'INDISPONIBILITE DU FORMATEUR EST SAISIE PAR L'ACTION I
      *   (FINDI03), L'ACTION D LISTE LES REMPLACANTS LIBRES LE JOUR
      *   SAISI ET L'ACTION N ANNULE LA JOURNEE DE COURS DE LA
      *   SESSION (EXCEPTION AU CALENDRIER FCALS03, ANNULATION
      *   FANNU03 DONT NOTANNU PREVIENT LES STAGIAIRES INSCRITS)
       01  WS-COMMAREA.
           05 PROG-PRECEDENT      PIC X(8).
           05 PROG-COURANT        PIC X(8).
       01 MON-FICHIER-FRM         PIC X(8) VALUE 'FFORM03 '.
       01 MON-FICHIER-AFF         PIC X(8) VALUE 'FAFFE03 '.
       01 MON-FICHIER-SES         PIC X(8) VALUE 'FSESS03 '.
      *   JOURNEES D'INTERVENTION, CALENDRIER DES SESSIONS ET JOURS
      *   FERIES / FERMETURES DE SITE
       01 MON-FICHIER-INT         PIC X(8) VALUE 'FINTV03 '.
       01 MON-FICHIER-CAL         PIC X(8) VALUE 'FCALS03 '.
       01 MON-FICHIER-JOU         PIC X(8) VALUE 'FJOUR03 '.
      *   INDISPONIBILITES DES FORMATEURS ET JOURNEES ANNULEES
       01 MON-FICHIER-IND         PIC X(8) VALUE 'FINDI03 '.
       01 MON-FICHIER-ANN         PIC X(8) VALUE 'FANNU03 '.
       01 MA-MAP                  PIC X(8) VALUE 'MAPF    '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
       01 WS-DATE-CONV            PIC 9(8).
       77 WS-CONFLIT              PIC X.
       01 WS-SES-CONFLIT          PIC X(10).
      *   COUT DE L'INTERVENTION EN CENTIMES, TEL QUE SAISI A L'ECRAN
      *   (AF-COUT PORTE DEUX DECIMALES IMPLICITES)
       01 WS-COUT-CENT            PIC 9(9).
      *   JOURNEE A RESERVER OU LIBERER : DATE (AAAAMMJJ), PERIODE ET
      *   DUREE SAISIE EN HHMM, RAMENEE EN MINUTES
       01 WS-DATE-INT             PIC 9(8).
       01 WS-DATE-INVALIDE        PIC X.
       01 WS-PERIODE              PIC X.
       01 WS-DUREE-HHMM.
         05 WS-DUREE-HH           PIC 9(2).
         05 WS-DUREE-MM           PIC 9(2).
       01 WS-DUREE-MIN            PIC 9(4).
      *   CLE DE PARCOURS DES JOURNEES DU FORMATEUR
       01 WS-CLE-INT.
         05 WS-INT-FORM           PIC X(4).
         05 WS-INT-DATE           PIC X(8).
         05 WS-INT-PERIODE        PIC X(1).
      *   PREMIER JOUR ENCORE RESERVE SUR LA SESSION (JJ/MM/AAAA)
       01 WS-JOUR-RESERVE         PIC X(10).
       01 WS-JOURS                PIC X(7).
       77 WS-IND-JOUR             PIC 9.
       77 WS-IND-EXC              PIC 99.
      *   JOUR DE LA SEMAINE PAR CONGRUENCE DE ZELLER (H : 0 =
      *   SAMEDI, 1 = DIMANCHE, 2 = LUNDI ...)
       01 WS-ZEL-AAAA             PIC 9(4).
       01 WS-ZEL-MM               PIC 9(2).
       01 WS-ZEL-JJ               PIC 9(2).
       01 WS-ZEL-K                PIC 9(4).
       01 WS-ZEL-J                PIC 9(4).
       01 WS-ZEL-H                PIC 9(4).
      *   CLE DE PARCOURS DES AFFECTATIONS DU FORMATEUR
       01 WS-CLE-AFF.
         05 WS-AFF-FORM          PIC X(4).
         05 WS-AFF-SESSION       PIC X(10).
       77 IND-LIG                 PIC S9(4) COMP.
      *   RECHERCHE DES REMPLACANTS : FORMATEUR EXAMINE, CLE DE
      *   PARCOURS DU REFERENTIEL ET NOMBRE DE FORMATEURS LIBRES
       01 WS-CAND-FORM            PIC X(4).
       01 WS-CLE-FRM              PIC X(4).
       01 WS-NB-LIBRES            PIC 9(3).
       01 WS-NB-LIBRES-ED         PIC ZZ9.
      *   RANG DE L'EXCEPTION LIBRE DU CALENDRIER (0 = COMPLET)
       77 WS-IND-LIBRE            PIC 99.
      *   DESCRIPTION DE LA LIGNE DE LA GRILLE DES AFFECTATIONS
       01 LIGNEF.
         05 VALUE SPACE          PIC X(1).
         05 LF-FIN               PIC X(8).
         05 VALUE ' | '          PIC X(3).
         05 LF-LIBELLE           PIC X(30).
         05 VALUE ' | '          PIC X(3).
         05 LF-COUT              PIC ZZZZZZ9.99.
       01 LIGNEF-VIDE            PIC X(79) VALUE SPACES.
      *   LIGNE DE LA GRILLE DES REMPLACANTS ET SON ENTETE
       01 LIGNER.
         05 VALUE SPACE          PIC X(1).
         05 LR-CODE              PIC X(4).
         05 VALUE ' | '          PIC X(3).
         05 LR-NOM               PIC X(25).
         05 VALUE ' | '          PIC X(3).
         05 LR-PRENOM            PIC X(25).
         05 VALUE ' | '          PIC X(3).
         05 LR-TELEPHONE         PIC X(10).
       01 ENTETE-REMPLACANTS     PIC X(79) VALUE
           'REMPLACANTS LIBRES : CODE | NOM / PRENOM / TELEPHONE'.
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

       COPY FAFFE.
      *   DESCRIPTION DU FICHIER KSD DES SESSIONS            *
       COPY FSESS.
      *   DESCRIPTION DU FICHIER KSD DES JOURNEES D'INTERVENTION
       COPY FINTV.
      *   DESCRIPTION DU FICHIER KSD DU CALENDRIER DES SESSIONS
       COPY FCALS.
      *   DESCRIPTION DU FICHIER KSD DES JOURS FERIES        *
       COPY FJOUR.
      *   DESCRIPTION DU FICHIER KSD DES INDISPONIBILITES
       COPY FINDI.
      *   DESCRIPTION DU FICHIER KSD DES JOURNEES ANNULEES
       COPY FANNU.
      *   DESCRIPTION DU FICHIER KSD DES HABILITATIONS       *
       COPY FOPER.
      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM           *
               PERFORM 23750-AFFECTATION
             WHEN 'R'
               PERFORM 23780-RETRAIT
             WHEN 'J'
               PERFORM 23810-RESERVATION-JOUR
             WHEN 'L'
               PERFORM 23870-LIBERATION-JOUR
             WHEN 'I'
               PERFORM 24100-INDISPONIBILITE
             WHEN 'D'
               PERFORM 24200-REMPLACANTS
             WHEN 'N'
               PERFORM 24300-ANNULATION-JOUR
             WHEN OTHER
               STRING 'ACTION INVALIDE (A, C, M, S, F, R, J, L, I, D '
                      'OU N)'
                   DELIMITED BY SIZE INTO MESSFO
               PERFORM  22000-TRAIT-ENVOI
           END-EVALUATE
                    END-IF
                    MOVE S-LIBELLE    TO LF-LIBELLE
                 END-IF
                 IF AF-COUT NUMERIC
                    MOVE AF-COUT      TO LF-COUT
                 ELSE
                    MOVE ZERO         TO LF-COUT
                 END-IF
                 MOVE LIGNEF TO LIGFO(IND-LIG)
                 ADD 1 TO IND-LIG
                 EXEC CICS READNEXT FILE   (MON-FICHIER-AFF)
                     ' SESSIONS' DELIMITED BY SIZE INTO MESSFO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
      *  COUT NON SAISI = ZERO (NON RENSEIGNE)
           MOVE ZERO TO WS-COUT-CENT
           IF COUFI NOT = LOW-VALUE AND COUFI NOT = SPACES
              IF COUFI NOT NUMERIC
                 STRING 'COUT DE L''INTERVENTION INVALIDE (CENTIMES)'
                     DELIMITED BY SIZE INTO MESSFO
                 PERFORM  22000-TRAIT-ENVOI
              END-IF
              MOVE COUFI TO WS-COUT-CENT
           END-IF
           PERFORM 23790-MAJ-COUT
           MOVE S-DATE-DEBUT TO WS-DATE-CHK
           PERFORM 23760-CONV-DATE
           MOVE WS-DATE-CONV TO WS-NOUV-DEB
                               DATESEP ('/')
           END-EXEC
           MOVE WS-OPR-CONNECTE TO AF-AFFECT-PAR
           COMPUTE AF-COUT = WS-COUT-CENT / 100
           EXEC CICS WRITE FILE  (MON-FICHIER-AFF)
                           RIDFLD(AF-CLE)
                           FROM  (E-AFFECTATION)
           PERFORM 22000-TRAIT-ENVOI
           .

      *  FORMATEUR DEJA AFFECTE A LA SESSION : L'ACTION F CORRIGE LE
      *  COUT DE L'INTERVENTION (LE CONTROLE DE CHEVAUCHEMENT EST
      *  SANS OBJET, L'AFFECTATION EXISTE) - SINON RETOUR A LA
      *  CREATION DE L'AFFECTATION
       23790-MAJ-COUT.
      *---------------*
           MOVE WS-CODE-FRM TO AF-CODE-FORM
           MOVE SESFI       TO AF-CODE-SESSION
           EXEC CICS READ FILE  (MON-FICHIER-AFF)
                          RIDFLD(AF-CLE)
                          INTO  (E-AFFECTATION)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NOTFND)
               EXIT PARAGRAPH
             WHEN DFHRESP(NORMAL)
               COMPUTE AF-COUT = WS-COUT-CENT / 100
               EXEC CICS REWRITE FILE  (MON-FICHIER-AFF)
                                 FROM  (E-AFFECTATION)
                                 RESP  (C-R)
               END-EXEC
               IF C-R = DFHRESP(NORMAL)
                 STRING 'COUT DE L''AFFECTATION A ' SESFI ' MIS A JOUR'
                        DELIMITED BY SIZE INTO MESSFO
               ELSE
                 MOVE 'REWRITE' TO SP-OPERATION
                 PERFORM 80000-APPEL-SPERR
                 STRING 'ERREUR FICHIER ' TEXT-ERREUR
                        DELIMITED BY SIZE INTO MESSFO
               END-IF
             WHEN OTHER
               MOVE 'READ-UPD' TO SP-OPERATION
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSFO
           END-EVALUATE
           PERFORM 23450-LISTE-AFFECTATIONS
           PERFORM 22000-TRAIT-ENVOI
           .

      *  CONVERSION D'UNE DATE JJMMAAAA (WS-DATE-CHK) EN AAAAMMJJ
      *  (WS-DATE-CONV) POUR LES COMPARAISONS
       23760-CONV-DATE.
                  DELIMITED BY SIZE INTO MESSFO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
      *  LES JOURNEES RESERVEES SUR LA SESSION SONT A LIBERER D'ABORD
      *  (ACTION L), COMME LES AFFECTATIONS AVANT LA SUPPRESSION DU
      *  FORMATEUR
           MOVE SESFI TO WS-CODE-SES
           PERFORM 23880-CHECK-RESERVATIONS
           IF WS-JOUR-RESERVE NOT = SPACES
              STRING 'JOURNEE DU ' WS-JOUR-RESERVE
                     ' ENCORE RESERVEE SUR LA SESSION (ACTION L)'
                     DELIMITED BY SIZE INTO MESSFO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE WS-CODE-FRM TO AF-CODE-FORM
           MOVE SESFI       TO AF-CODE-SESSION
           EXEC CICS DELETE FILE  (MON-FICHIER-AFF)
           PERFORM 22000-TRAIT-ENVOI
           .

      *  RESERVATION D'UNE JOURNEE OU D'UNE DEMI-JOURNEE DU FORMATEUR
      *  SUR LA SESSION SAISIE - LE FORMATEUR DOIT Y ETRE AFFECTE, LE
      *  JOUR DOIT ETRE UN JOUR DE COURS DE LA SESSION ET LE
      *  FORMATEUR LIBRE SUR LA PERIODE (TOUTES SESSIONS CONFONDUES)
       23810-RESERVATION-JOUR.
      *-----------------------*
           IF SESFI = LOW-VALUE OR SESFI = SPACES
              STRING 'CODE SESSION OBLIGATOIRE POUR LA RESERVATION'
                  DELIMITED BY SIZE INTO MESSFO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE WS-CODE-FRM TO AF-CODE-FORM
           MOVE SESFI       TO AF-CODE-SESSION
           EXEC CICS READ FILE  (MON-FICHIER-AFF)
                          RIDFLD(AF-CLE)
                          INTO  (E-AFFECTATION)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              STRING 'FORMATEUR NON AFFECTE A ' SESFI ' (ACTION F)'
                  DELIMITED BY SIZE INTO MESSFO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE SESFI TO WS-CODE-SES
           EXEC CICS READ FILE  (MON-FICHIER-SES)
                          RIDFLD(WS-CODE-SES)
                          INTO  (E-SESSION)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              STRING 'CODE SESSION INCONNU - VOIR GESTION DES'
                     ' SESSIONS' DELIMITED BY SIZE INTO MESSFO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           PERFORM 23820-CHECK-JOURNEE
           PERFORM 23815-CHECK-DATES-SESSION
           PERFORM 23840-CHECK-JOUR-COURS
           PERFORM 23860-CHECK-DISPONIBLE
           MOVE WS-CODE-FRM TO WS-CAND-FORM
           PERFORM 24230-CHECK-INDISPO
           IF WS-CONFLIT = 'O'
              STRING 'FORMATEUR INDISPONIBLE CE JOUR-LA (ACTION I)'
                  DELIMITED BY SIZE INTO MESSFO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE WS-CODE-FRM  TO IV-CODE-FORM
           MOVE WS-DATE-INT  TO IV-DATE
           MOVE WS-PERIODE   TO IV-PERIODE
           MOVE SESFI        TO IV-CODE-SESSION
           MOVE WS-DUREE-MIN TO IV-DUREE
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(IV-DATE-SAISIE)
                               DATESEP ('/')
           END-EXEC
           MOVE WS-OPR-CONNECTE TO IV-SAISI-PAR
           EXEC CICS WRITE FILE  (MON-FICHIER-INT)
                           RIDFLD(IV-CLE)
                           FROM  (E-INTERVENTION)
                           RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               STRING 'JOURNEE DU ' JRFI(1:2) '/' JRFI(3:2) '/'
                      JRFI(5:4) ' (' WS-PERIODE ') RESERVEE SUR '
                      SESFI DELIMITED BY SIZE INTO MESSFO
             WHEN DFHRESP(DUPREC)
               MOVE 'PERIODE DEJA RESERVEE POUR CE FORMATEUR'
                    TO MESSFO
             WHEN OTHER
               MOVE 'WRITE' TO SP-OPERATION
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSFO
           END-EVALUATE
           PERFORM 23450-LISTE-AFFECTATIONS
           PERFORM 22000-TRAIT-ENVOI
           .

      *  LE JOUR DOIT ETRE DANS LES DATES DE LA SESSION LUE (SANS DATE
      *  DE FIN, A PARTIR DE SON DEBUT)
       23815-CHECK-DATES-SESSION.
      *--------------------------*
           MOVE S-DATE-DEBUT TO WS-DATE-CHK
           PERFORM 23760-CONV-DATE
           MOVE WS-DATE-CONV TO WS-NOUV-DEB
           MOVE 99999999     TO WS-NOUV-FIN
           IF S-DATE-FIN NOT = ZERO
              MOVE S-DATE-FIN TO WS-DATE-CHK
              PERFORM 23760-CONV-DATE
              MOVE WS-DATE-CONV TO WS-NOUV-FIN
           END-IF
           IF WS-DATE-INT < WS-NOUV-DEB OR WS-DATE-INT > WS-NOUV-FIN
              STRING 'JOUR HORS DES DATES DE LA SESSION ' SESFI
                  DELIMITED BY SIZE INTO MESSFO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           .

      *  CONTROLE DE LA JOURNEE SAISIE : DATE JJMMAAAA VALIDE (RENDUE
      *  EN AAAAMMJJ DANS WS-DATE-INT), PERIODE J/M/A (DEFAUT J) ET
      *  DUREE HHMM (DEFAUT 0700 LA JOURNEE, 0330 LA DEMI-JOURNEE)
       23820-CHECK-JOURNEE.
      *--------------------*
           IF JRFI = LOW-VALUE OR JRFI NOT NUMERIC
              STRING 'JOUR D''INTERVENTION OBLIGATOIRE (JJMMAAAA)'
                  DELIMITED BY SIZE INTO MESSFO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE JRFI TO WS-DATE-CHK
           PERFORM 23830-CHECK-JOUR-MOIS
           IF WS-DATE-INVALIDE = 'O'
              STRING 'JOUR D''INTERVENTION INVALIDE (JJMMAAAA)'
                  DELIMITED BY SIZE INTO MESSFO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           PERFORM 23760-CONV-DATE
           MOVE WS-DATE-CONV TO WS-DATE-INT
           MOVE PERFI TO WS-PERIODE
           IF WS-PERIODE = LOW-VALUE OR WS-PERIODE = SPACE
              MOVE 'J' TO WS-PERIODE
           END-IF
           IF WS-PERIODE NOT = 'J' AND NOT = 'M' AND NOT = 'A'
              STRING 'PERIODE INVALIDE (J=JOURNEE M=MATIN '
                     'A=APRES-MIDI)' DELIMITED BY SIZE INTO MESSFO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           IF DURFI = LOW-VALUE OR DURFI = SPACES
              IF WS-PERIODE = 'J'
                 MOVE '0700' TO WS-DUREE-HHMM
              ELSE
                 MOVE '0330' TO WS-DUREE-HHMM
              END-IF
           ELSE
              IF DURFI NOT NUMERIC
                 STRING 'DUREE INVALIDE (HHMM)'
                     DELIMITED BY SIZE INTO MESSFO
                 PERFORM  22000-TRAIT-ENVOI
              END-IF
              MOVE DURFI TO WS-DUREE-HHMM
           END-IF
           IF WS-DUREE-MM > 59 OR WS-DUREE-HH > 12
              OR WS-DUREE-HHMM = '0000'
              STRING 'DUREE INVALIDE (HHMM, 12H00 AU PLUS)'
                  DELIMITED BY SIZE INTO MESSFO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           COMPUTE WS-DUREE-MIN = WS-DUREE-HH * 60 + WS-DUREE-MM
           .

      *  VERIFIE LA VALIDITE JOUR/MOIS D'UNE DATE AU FORMAT JJMMAAAA
      *  DEJA DEPOSEE DANS WS-DATE-CHK - POSITIONNE WS-DATE-INVALIDE
      *  A 'O' SI LE JOUR OU LE MOIS EST HORS BORNES
       23830-CHECK-JOUR-MOIS.
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

      *  LE JOUR RESERVE DOIT ETRE UN JOUR DE COURS DE LA SESSION
      *  (CALENDRIER FCALS03, LUNDI-VENDREDI SANS ENTREE), HORS DATE
      *  D'EXCEPTION ET HORS JOUR FERIE OU FERMETURE DE SITE (FJOUR03)
       23840-CHECK-JOUR-COURS.
      *-----------------------*
           MOVE 'OOOOONN' TO WS-JOURS
           MOVE SESFI TO CS-CODE
           EXEC CICS READ FILE  (MON-FICHIER-CAL)
                          RIDFLD(CS-CODE)
                          INTO  (E-CALENDRIER)
                          RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              MOVE CS-JOURS TO WS-JOURS
              PERFORM VARYING WS-IND-EXC FROM 1 BY 1
                      UNTIL WS-IND-EXC > 10
                 IF CS-EXCEPTION(WS-IND-EXC) NOT = ZERO
                    AND CS-EXCEPTION(WS-IND-EXC) = WS-DATE-INT
                    STRING 'JOUR SANS COURS POUR CETTE SESSION '
                           '(EXCEPTION AU CALENDRIER)'
                           DELIMITED BY SIZE INTO MESSFO
                    PERFORM 22000-TRAIT-ENVOI
                 END-IF
              END-PERFORM
           END-IF
           PERFORM 23850-JOUR-SEMAINE
      *  H : 0 = SAMEDI (INDICE 6), 1 = DIMANCHE (7), 2 = LUNDI (1)
           EVALUATE WS-ZEL-H
             WHEN 0
               MOVE 6 TO WS-IND-JOUR
             WHEN 1
               MOVE 7 TO WS-IND-JOUR
             WHEN OTHER
               COMPUTE WS-IND-JOUR = WS-ZEL-H - 1
           END-EVALUATE
           IF WS-JOURS(WS-IND-JOUR:1) NOT = 'O'
              STRING 'JOUR SANS COURS POUR CETTE SESSION'
                  DELIMITED BY SIZE INTO MESSFO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE WS-DATE-INT TO JF-DATE
           EXEC CICS READ FILE  (MON-FICHIER-JOU)
                          RIDFLD(JF-DATE)
                          INTO  (E-FERIE)
                          RESP  (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              STRING 'JOUR FERIE OU SITE FERME (' JF-LIBELLE ')'
                  DELIMITED BY SIZE INTO MESSFO
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

      *  JOUR DE LA SEMAINE DE WS-DATE-INT (AAAAMMJJ) PAR CONGRUENCE
      *  DE ZELLER - JANVIER ET FEVRIER SONT COMPTES MOIS 13 ET 14 DE
      *  L'ANNEE PRECEDENTE
       23850-JOUR-SEMAINE.
      *-------------------*
           MOVE WS-DATE-INT(1:4) TO WS-ZEL-AAAA
           MOVE WS-DATE-INT(5:2) TO WS-ZEL-MM
           MOVE WS-DATE-INT(7:2) TO WS-ZEL-JJ
           IF WS-ZEL-MM < 3
              ADD 12 TO WS-ZEL-MM
              SUBTRACT 1 FROM WS-ZEL-AAAA
           END-IF
           DIVIDE WS-ZEL-AAAA BY 100 GIVING WS-ZEL-J
              REMAINDER WS-ZEL-K
           COMPUTE WS-ZEL-H = WS-ZEL-JJ
              + ((13 * (WS-ZEL-MM + 1)) / 5)
              + WS-ZEL-K + (WS-ZEL-K / 4) + (WS-ZEL-J / 4)
              + (5 * WS-ZEL-J)
           DIVIDE WS-ZEL-H BY 7 GIVING WS-ZEL-AAAA
              REMAINDER WS-ZEL-H
           .

      *  LE FORMATEUR EST-IL LIBRE SUR LA PERIODE ? PARCOURS DE SES
      *  RESERVATIONS DU JOUR (PREFIXE FORMATEUR + DATE) : UNE
      *  JOURNEE ENTIERE EXCLUT TOUTE AUTRE RESERVATION DU JOUR, UNE
      *  DEMI-JOURNEE EXCLUT LA MEME DEMI-JOURNEE
       23860-CHECK-DISPONIBLE.
      *-----------------------*
           PERFORM 23865-CHERCHE-RESERVATION
           IF WS-CONFLIT = 'O'
              STRING 'FORMATEUR DEJA RESERVE CE JOUR-LA (SESSION '
                     WS-SES-CONFLIT ')' DELIMITED BY SIZE INTO MESSFO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           .

      *  RECHERCHE D'UNE RESERVATION DU FORMATEUR EN CONFLIT AVEC LA
      *  PERIODE WS-PERIODE DU JOUR WS-DATE-INT : WS-CONFLIT A 'O' ET
      *  SESSION RESERVEE DANS WS-SES-CONFLIT S'IL Y EN A UNE
       23865-CHERCHE-RESERVATION.
      *--------------------------*
           MOVE 'N' TO WS-CONFLIT
           MOVE WS-CODE-FRM TO WS-INT-FORM
           MOVE WS-DATE-INT TO WS-INT-DATE
           MOVE LOW-VALUE   TO WS-INT-PERIODE
           EXEC CICS STARTBR FILE   (MON-FICHIER-INT)
                              RIDFLD (WS-CLE-INT)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE   (MON-FICHIER-INT)
                              INTO   (E-INTERVENTION)
                              RIDFLD (WS-CLE-INT)
                              RESP   (C-R)
           END-EXEC
           PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                   OR IV-CODE-FORM NOT = WS-CODE-FRM
                   OR IV-DATE NOT = WS-DATE-INT
                   OR WS-CONFLIT = 'O'
              IF IV-JOURNEE OR WS-PERIODE = 'J'
                 OR IV-PERIODE = WS-PERIODE
                 MOVE 'O' TO WS-CONFLIT
                 MOVE IV-CODE-SESSION TO WS-SES-CONFLIT
              ELSE
                 EXEC CICS READNEXT FILE   (MON-FICHIER-INT)
                                    INTO   (E-INTERVENTION)
                                    RIDFLD (WS-CLE-INT)
                                    RESP   (C-R)
                 END-EXEC
              END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER-INT) END-EXEC
           .

      *  LIBERATION D'UNE JOURNEE OU DEMI-JOURNEE RESERVEE (JOUR ET
      *  PERIODE SAISIS, PERIODE J PAR DEFAUT)
       23870-LIBERATION-JOUR.
      *----------------------*
           PERFORM 23820-CHECK-JOURNEE
           MOVE WS-CODE-FRM TO IV-CODE-FORM
           MOVE WS-DATE-INT TO IV-DATE
           MOVE WS-PERIODE  TO IV-PERIODE
           EXEC CICS DELETE FILE  (MON-FICHIER-INT)
                            RIDFLD(IV-CLE)
                            RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               STRING 'JOURNEE DU ' JRFI(1:2) '/' JRFI(3:2) '/'
                      JRFI(5:4) ' (' WS-PERIODE ') LIBEREE'
                      DELIMITED BY SIZE INTO MESSFO
             WHEN DFHRESP(NOTFND)
               MOVE 'RESERVATION NON TROUVEE POUR CE JOUR ET PERIODE'
                    TO MESSFO
             WHEN OTHER
               MOVE 'DELETE' TO SP-OPERATION
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSFO
           END-EVALUATE
           PERFORM 23450-LISTE-AFFECTATIONS
           PERFORM 22000-TRAIT-ENVOI
           .

      *  PREMIER JOUR ENCORE RESERVE PAR LE FORMATEUR SUR LA SESSION
      *  WS-CODE-SES (PARCOURS DE FINTV03 SUR LE PREFIXE FORMATEUR) -
      *  WS-JOUR-RESERVE A BLANC S'IL N'Y EN A AUCUN
       23880-CHECK-RESERVATIONS.
      *-------------------------*
           MOVE SPACES      TO WS-JOUR-RESERVE
           MOVE WS-CODE-FRM TO WS-INT-FORM
           MOVE LOW-VALUES  TO WS-INT-DATE WS-INT-PERIODE
           EXEC CICS STARTBR FILE   (MON-FICHIER-INT)
                              RIDFLD (WS-CLE-INT)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE   (MON-FICHIER-INT)
                              INTO   (E-INTERVENTION)
                              RIDFLD (WS-CLE-INT)
                              RESP   (C-R)
           END-EXEC
           PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                   OR IV-CODE-FORM NOT = WS-CODE-FRM
                   OR WS-JOUR-RESERVE NOT = SPACES
              IF IV-CODE-SESSION = WS-CODE-SES
                 STRING IV-DATE(7:2) '/' IV-DATE(5:2) '/'
                        IV-DATE(1:4) DELIMITED BY SIZE
                        INTO WS-JOUR-RESERVE
              ELSE
                 EXEC CICS READNEXT FILE   (MON-FICHIER-INT)
                                    INTO   (E-INTERVENTION)
                                    RIDFLD (WS-CLE-INT)
                                    RESP   (C-R)
                 END-EXEC
              END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER-INT) END-EXEC
           .

      *  SAISIE D'UNE INDISPONIBILITE DU FORMATEUR (JOUR ET PERIODE
      *  SAISIS, PERIODE J PAR DEFAUT) - UNE RESERVATION DEJA FAITE
      *  SUR LA PERIODE EST SIGNALEE ET LES REMPLACANTS LIBRES CE
      *  JOUR-LA SONT LISTES DANS LA GRILLE
       24100-INDISPONIBILITE.
      *----------------------*
           MOVE WS-CODE-FRM TO FM-CODE
           EXEC CICS READ FILE  (MON-FICHIER-FRM)
                          RIDFLD(FM-CODE)
                          INTO  (E-FORMATEUR)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              MOVE 'FORMATEUR NON TROUVE' TO MESSFO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           PERFORM 23820-CHECK-JOURNEE
           MOVE WS-CODE-FRM TO ID-CODE-FORM
           MOVE WS-DATE-INT TO ID-DATE
           MOVE WS-PERIODE  TO ID-PERIODE
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(ID-DATE-SAISIE)
                               DATESEP ('/')
           END-EXEC
           MOVE WS-OPR-CONNECTE TO ID-SAISI-PAR
           EXEC CICS WRITE FILE  (MON-FICHIER-IND)
                           RIDFLD(ID-CLE)
                           FROM  (E-INDISPO)
                           RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               PERFORM 23865-CHERCHE-RESERVATION
               IF WS-CONFLIT = 'O'
                 STRING 'INDISPONIBILITE DU ' JRFI(1:2) '/' JRFI(3:2)
                        '/' JRFI(5:4) ' (' WS-PERIODE ') SAISIE - '
                        'RESERVE SUR ' WS-SES-CONFLIT
                        DELIMITED BY SIZE INTO MESSFO
               ELSE
                 STRING 'INDISPONIBILITE DU ' JRFI(1:2) '/' JRFI(3:2)
                        '/' JRFI(5:4) ' (' WS-PERIODE ') SAISIE'
                        DELIMITED BY SIZE INTO MESSFO
               END-IF
             WHEN DFHRESP(DUPREC)
               MOVE 'INDISPONIBILITE DEJA SAISIE (JOUR ET PERIODE)'
                    TO MESSFO
             WHEN OTHER
               MOVE 'WRITE' TO SP-OPERATION
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSFO
           END-EVALUATE
           PERFORM 24250-LISTE-REMPLACANTS
           PERFORM 22000-TRAIT-ENVOI
           .

      *  RECHERCHE DES REMPLACANTS DU FORMATEUR LE JOUR SAISI : LISTE
      *  DES FORMATEURS LIBRES (LES CINQ PREMIERS DANS LA GRILLE) ET
      *  NOMBRE TOTAL DANS LE MESSAGE
       24200-REMPLACANTS.
      *------------------*
           PERFORM 23820-CHECK-JOURNEE
           PERFORM 24250-LISTE-REMPLACANTS
           MOVE WS-NB-LIBRES TO WS-NB-LIBRES-ED
           IF WS-NB-LIBRES > 5
              STRING WS-NB-LIBRES-ED ' REMPLACANTS LIBRES LE '
                     JRFI(1:2) '/' JRFI(3:2) '/' JRFI(5:4)
                     ' (LES 5 PREMIERS SONT AFFICHES)'
                     DELIMITED BY SIZE INTO MESSFO
           ELSE
              STRING WS-NB-LIBRES-ED ' REMPLACANT(S) LIBRE(S) LE '
                     JRFI(1:2) '/' JRFI(3:2) '/' JRFI(5:4)
                     DELIMITED BY SIZE INTO MESSFO
           END-IF
           PERFORM 22000-TRAIT-ENVOI
           .

      *  PARCOURS DU REFERENTIEL DES FORMATEURS : UN REMPLACANT EST
      *  UN AUTRE FORMATEUR QUI N'EST AFFECTE A AUCUNE SESSION EN
      *  COURS LE JOUR WS-DATE-INT ET QUI N'Y A PAS SAISI
      *  D'INDISPONIBILITE SUR LA PERIODE - L'ENTETE DE LA GRILLE
      *  PASSE A CELUI DES REMPLACANTS
       24250-LISTE-REMPLACANTS.
      *------------------------*
           MOVE ENTETE-REMPLACANTS TO HDRFO
           MOVE 1 TO IND-LIG
           PERFORM UNTIL IND-LIG > 5
              MOVE LIGNEF-VIDE TO LIGFO(IND-LIG)
              ADD 1 TO IND-LIG
           END-PERFORM
           MOVE ZERO       TO WS-NB-LIBRES
           MOVE LOW-VALUES TO WS-CLE-FRM
           EXEC CICS STARTBR FILE   (MON-FICHIER-FRM)
                              RIDFLD (WS-CLE-FRM)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE   (MON-FICHIER-FRM)
                              INTO   (E-FORMATEUR)
                              RIDFLD (WS-CLE-FRM)
                              RESP   (C-R)
           END-EXEC
           PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
              IF FM-CODE NOT = WS-CODE-FRM
                 MOVE FM-CODE TO WS-CAND-FORM
                 PERFORM 24220-CHECK-AFFECTE-JOUR
                 IF WS-CONFLIT = 'N'
                    PERFORM 24230-CHECK-INDISPO
                 END-IF
                 IF WS-CONFLIT = 'N'
                    ADD 1 TO WS-NB-LIBRES
                    IF WS-NB-LIBRES NOT > 5
                       MOVE FM-CODE      TO LR-CODE
                       MOVE FM-NOM       TO LR-NOM
                       MOVE FM-PRENOM    TO LR-PRENOM
                       MOVE FM-TELEPHONE TO LR-TELEPHONE
                       MOVE LIGNER TO LIGFO(WS-NB-LIBRES)
                    END-IF
                 END-IF
              END-IF
              EXEC CICS READNEXT FILE   (MON-FICHIER-FRM)
                                 INTO   (E-FORMATEUR)
                                 RIDFLD (WS-CLE-FRM)
                                 RESP   (C-R)
              END-EXEC
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER-FRM) END-EXEC
           .

      *  LE FORMATEUR WS-CAND-FORM EST-IL AFFECTE A UNE SESSION EN
      *  COURS LE JOUR WS-DATE-INT ? (WS-CONFLIT A 'O' SI OUI - UNE
      *  SESSION SANS DATE DE FIN EST COMPTEE SUR SON JOUR DE DEBUT)
       24220-CHECK-AFFECTE-JOUR.
      *-------------------------*
           MOVE 'N' TO WS-CONFLIT
           MOVE WS-CAND-FORM TO WS-AFF-FORM
           MOVE LOW-VALUES   TO WS-AFF-SESSION
           EXEC CICS STARTBR FILE   (MON-FICHIER-AFF)
                              RIDFLD (WS-CLE-AFF)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE   (MON-FICHIER-AFF)
                              INTO   (E-AFFECTATION)
                              RIDFLD (WS-CLE-AFF)
                              RESP   (C-R)
           END-EXEC
           PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                   OR AF-CODE-FORM NOT = WS-CAND-FORM
                   OR WS-CONFLIT = 'O'
              MOVE AF-CODE-SESSION TO WS-CODE-SES
              EXEC CICS READ FILE  (MON-FICHIER-SES)
                             RIDFLD(WS-CODE-SES)
                             INTO  (E-SESSION)
                             RESP  (C-R)
              END-EXEC
              IF C-R = DFHRESP(NORMAL)
                 MOVE S-DATE-DEBUT TO WS-DATE-CHK
                 PERFORM 23760-CONV-DATE
                 MOVE WS-DATE-CONV TO WS-AFF-DEB
                 IF S-DATE-FIN = ZERO
                    MOVE WS-AFF-DEB TO WS-AFF-FIN
                 ELSE
                    MOVE S-DATE-FIN TO WS-DATE-CHK
                    PERFORM 23760-CONV-DATE
                    MOVE WS-DATE-CONV TO WS-AFF-FIN
                 END-IF
                 IF WS-DATE-INT >= WS-AFF-DEB
                    AND WS-DATE-INT <= WS-AFF-FIN
                    MOVE 'O' TO WS-CONFLIT
                 END-IF
              END-IF
              EXEC CICS READNEXT FILE   (MON-FICHIER-AFF)
                                 INTO   (E-AFFECTATION)
                                 RIDFLD (WS-CLE-AFF)
                                 RESP   (C-R)
              END-EXEC
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER-AFF) END-EXEC
           .

      *  LE FORMATEUR WS-CAND-FORM A-T-IL SAISI UNE INDISPONIBILITE
      *  QUI COUVRE LA PERIODE WS-PERIODE DU JOUR WS-DATE-INT ? UNE
      *  JOURNEE ENTIERE COUVRE LES DEUX DEMI-JOURNEES
       24230-CHECK-INDISPO.
      *--------------------*
           MOVE 'N' TO WS-CONFLIT
           MOVE WS-CAND-FORM TO WS-INT-FORM
           MOVE WS-DATE-INT  TO WS-INT-DATE
           MOVE LOW-VALUE    TO WS-INT-PERIODE
           EXEC CICS STARTBR FILE   (MON-FICHIER-IND)
                              RIDFLD (WS-CLE-INT)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE   (MON-FICHIER-IND)
                              INTO   (E-INDISPO)
                              RIDFLD (WS-CLE-INT)
                              RESP   (C-R)
           END-EXEC
           PERFORM UNTIL C-R NOT = DFHRESP(NORMAL)
                   OR ID-CODE-FORM NOT = WS-CAND-FORM
                   OR ID-DATE NOT = WS-DATE-INT
                   OR WS-CONFLIT = 'O'
              IF ID-JOURNEE OR WS-PERIODE = 'J'
                 OR ID-PERIODE = WS-PERIODE
                 MOVE 'O' TO WS-CONFLIT
              ELSE
                 EXEC CICS READNEXT FILE   (MON-FICHIER-IND)
                                    INTO   (E-INDISPO)
                                    RIDFLD (WS-CLE-INT)
                                    RESP   (C-R)
                 END-EXEC
              END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER-IND) END-EXEC
           .

      *  ANNULATION DE LA JOURNEE DE COURS DE LA SESSION SAISIE
      *  (FORMATEUR ABSENT SANS REMPLACANT) : LE JOUR, QUI DOIT ETRE
      *  UN JOUR DE COURS DE LA SESSION, DEVIENT UNE EXCEPTION DU
      *  CALENDRIER FCALS03 (AUCUNE ABSENCE N'EN SERA DEDUITE) ET
      *  L'ANNULATION EST CONSIGNEE DANS FANNU03 POUR LA NOTIFICATION
      *  DES STAGIAIRES INSCRITS (NOTANNU)
       24300-ANNULATION-JOUR.
      *----------------------*
           IF SESFI = LOW-VALUE OR SESFI = SPACES
              STRING 'CODE SESSION OBLIGATOIRE POUR L''ANNULATION'
                  DELIMITED BY SIZE INTO MESSFO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE WS-CODE-FRM TO AF-CODE-FORM
           MOVE SESFI       TO AF-CODE-SESSION
           EXEC CICS READ FILE  (MON-FICHIER-AFF)
                          RIDFLD(AF-CLE)
                          INTO  (E-AFFECTATION)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              STRING 'FORMATEUR NON AFFECTE A ' SESFI
                  DELIMITED BY SIZE INTO MESSFO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           MOVE SESFI TO WS-CODE-SES
           EXEC CICS READ FILE  (MON-FICHIER-SES)
                          RIDFLD(WS-CODE-SES)
                          INTO  (E-SESSION)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              STRING 'CODE SESSION INCONNU - VOIR GESTION DES'
                     ' SESSIONS' DELIMITED BY SIZE INTO MESSFO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           PERFORM 23820-CHECK-JOURNEE
           PERFORM 23815-CHECK-DATES-SESSION
           PERFORM 23840-CHECK-JOUR-COURS
           PERFORM 24310-EXCEPTION-CALENDRIER
           MOVE SESFI           TO AN-CODE-SESSION
           MOVE WS-DATE-INT     TO AN-DATE
           MOVE WS-CODE-FRM     TO AN-CODE-FORM
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(AN-DATE-SAISIE)
                               DATESEP ('/')
           END-EXEC
           MOVE WS-OPR-CONNECTE TO AN-SAISI-PAR
           MOVE 'N'             TO AN-NOTIFIE
           MOVE ZERO            TO AN-DATE-NOTIF
           EXEC CICS WRITE FILE  (MON-FICHIER-ANN)
                           RIDFLD(AN-CLE)
                           FROM  (E-ANNULATION)
                           RESP  (C-R)
           END-EXEC
      *  UNE ANNULATION DEJA CONSIGNEE (EXCEPTION RETIREE PUIS
      *  REMISE) GARDE SON ETAT DE NOTIFICATION
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
             WHEN DFHRESP(DUPREC)
               STRING 'JOURNEE DU ' JRFI(1:2) '/' JRFI(3:2) '/'
                      JRFI(5:4) ' ANNULEE SUR ' SESFI
                      ' - STAGIAIRES A PREVENIR'
                      DELIMITED BY SIZE INTO MESSFO
             WHEN OTHER
               MOVE 'WRITE' TO SP-OPERATION
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSFO
           END-EVALUATE
           PERFORM 23450-LISTE-AFFECTATIONS
           PERFORM 22000-TRAIT-ENVOI
           .

      *  LE JOUR ANNULE EST PORTE DANS LA PREMIERE EXCEPTION LIBRE DU
      *  CALENDRIER DE LA SESSION (CREE LUNDI-VENDREDI S'IL N'Y EN A
      *  PAS) - REFUS SI LES DIX EXCEPTIONS SONT DEJA PRISES
       24310-EXCEPTION-CALENDRIER.
      *---------------------------*
           MOVE SESFI TO CS-CODE
           EXEC CICS READ FILE  (MON-FICHIER-CAL)
                          RIDFLD(CS-CODE)
                          INTO  (E-CALENDRIER)
                          UPDATE
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               MOVE ZERO TO WS-IND-LIBRE
               PERFORM VARYING WS-IND-EXC FROM 1 BY 1
                       UNTIL WS-IND-EXC > 10 OR WS-IND-LIBRE > ZERO
                  IF CS-EXCEPTION(WS-IND-EXC) = ZERO
                     MOVE WS-IND-EXC TO WS-IND-LIBRE
                  END-IF
               END-PERFORM
               IF WS-IND-LIBRE = ZERO
                  EXEC CICS UNLOCK FILE(MON-FICHIER-CAL) END-EXEC
                  STRING 'CALENDRIER DE LA SESSION COMPLET (10 '
                         'EXCEPTIONS) - VOIR GESTION DES SESSIONS'
                         DELIMITED BY SIZE INTO MESSFO
                  PERFORM 22000-TRAIT-ENVOI
               END-IF
               MOVE WS-DATE-INT TO CS-EXCEPTION(WS-IND-LIBRE)
               EXEC CICS REWRITE FILE  (MON-FICHIER-CAL)
                                 FROM  (E-CALENDRIER)
                                 RESP  (C-R)
               END-EXEC
               IF C-R NOT = DFHRESP(NORMAL)
                  MOVE 'REWRITE' TO SP-OPERATION
                  PERFORM 80000-APPEL-SPERR
                  STRING 'ERREUR FICHIER ' TEXT-ERREUR
                         DELIMITED BY SIZE INTO MESSFO
                  PERFORM 22000-TRAIT-ENVOI
               END-IF
             WHEN DFHRESP(NOTFND)
               MOVE SPACES      TO E-CALENDRIER
               MOVE SESFI       TO CS-CODE
               MOVE 'OOOOONN'   TO CS-JOURS
               MOVE ZERO TO CS-EXCEPTION(1) CS-EXCEPTION(2)
                            CS-EXCEPTION(3) CS-EXCEPTION(4)
                            CS-EXCEPTION(5) CS-EXCEPTION(6)
                            CS-EXCEPTION(7) CS-EXCEPTION(8)
                            CS-EXCEPTION(9) CS-EXCEPTION(10)
               MOVE WS-DATE-INT TO CS-EXCEPTION(1)
               EXEC CICS WRITE FILE  (MON-FICHIER-CAL)
                               RIDFLD(CS-CODE)
                               FROM  (E-CALENDRIER)
                               RESP  (C-R)
               END-EXEC
               IF C-R NOT = DFHRESP(NORMAL)
                  MOVE 'WRITE' TO SP-OPERATION
                  PERFORM 80000-APPEL-SPERR
                  STRING 'ERREUR FICHIER ' TEXT-ERREUR
                         DELIMITED BY SIZE INTO MESSFO
                  PERFORM 22000-TRAIT-ENVOI
               END-IF
             WHEN OTHER
               MOVE 'READ-UPD' TO SP-OPERATION
               PERFORM 80000-APPEL-SPERR
               STRING 'ERREUR FICHIER ' TEXT-ERREUR DELIMITED BY SIZE
                      INTO MESSFO
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE
           .

       23300-CHECK-INPUT.
      *------------------*
           IF NOMFI = LOW-VALUE OR NOMFI = SPACES
