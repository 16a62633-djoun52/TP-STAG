       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGFCI3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *   RAPPORTS DE LA CHAINE DE NUIT CONSERVES EN LIGNE (FRAPP03,
      *   ECRIT PAR STKRAPP APRES CHAQUE ETAPE QUI EDITE) : LISTE DES
      *   RAPPORTS D'UNE NUIT (LA DERNIERE PAR DEFAUT) PUIS
      *   CONSULTATION D'UN RAPPORT PAGE A PAGE, SANS IMPRESSION NI
      *   SDSF. UN RAPPORT N'EST LISTE ET OUVERT QUE SI L'OPERATEUR A
      *   LE NIVEAU INSCRIT DANS SON EN-TETE (RAPTAB.cpy : 2 POUR LA
      *   PAIE). ACCES PF5 DEPUIS L'ETAT DES TRAITEMENTS (INFHCI3)
       01  WS-COMMAREA.
           05 PROG-PRECEDENT      PIC X(8).
           05 PROG-COURANT        PIC X(8).
           05 PROG-SUIVANT        PIC X(8).
      *   MODE D'AFFICHAGE : 'L' LISTE DES RAPPORTS, 'R' RAPPORT
           05 CA-MODE             PIC X.
              88 CA-MODE-LISTE        VALUE 'L'.
              88 CA-MODE-RAPPORT      VALUE 'R'.
      *   LISTE : DATE + NOM EN TETE DE LA PAGE AFFICHEE
      *   RAPPORT : DATE + NOM DU RAPPORT, PREMIERE LIGNE ET PREMIERE
      *   COLONNE AFFICHEES, NOMBRE DE LIGNES DU RAPPORT
           05 CA-DATE             PIC 9(8).
           05 CA-NOM              PIC X(8).
           05 CA-LIGNE            PIC 9(6).
           05 CA-COLONNE          PIC 9(3).
           05 CA-NB-LIGNES        PIC 9(6).
      *   DATE DEMANDEE POUR LA LISTE (ZERO = DERNIERE NUIT) - PF3
      *   DEPUIS UN RAPPORT Y REVIENT
           05 CA-DATE-LISTE       PIC 9(8).
      *   PREMIER RAPPORT DE LA PAGE SUIVANTE DE LA LISTE (BLANC =
      *   PAS DE SUITE)
           05 CA-SUITE.
              10 CA-SUITE-DATE    PIC 9(8).
              10 CA-SUITE-NOM     PIC X(8).
       01 C-R                     PIC S9(8) COMP.
      *   RESP SEPARE POUR LES LECTURES FAITES AU MILIEU D'UN
      *   PARCOURS (C-R PILOTE LA BOUCLE DE PARCOURS)
       01 C-R-LEC                 PIC S9(8) COMP.
       01 C-R-ED                  PIC ZZZ9.
       01 WS-TIME                 PIC X(8).
       01 MON-PROG                PIC X(8) VALUE 'INGFCI3 '.
       01 PROGETAT                PIC X(8) VALUE 'INFHCI3 '.
       01 MON-FICHIER-RAP         PIC X(8) VALUE 'FRAPP03 '.
       01 MON-FICHIER-OPR         PIC X(8) VALUE 'FOPER03 '.
       01 MA-MAP                  PIC X(8) VALUE 'MAPRP   '.
       01 MON-MAPSET              PIC X(8) VALUE 'MAPC3   '.
      *   AIDE EN LIGNE (PF1) - SERVICE COMMUN HELP3
       01 PROGHELP                PIC X(8) VALUE 'HELP3   '.
           COPY HELPCA.
       01 MA-TRX                  PIC X(4) VALUE 'UFC3'.
      *   HABILITATIONS : FOPER03, TABLE OPRTAB EN SECOURS
       COPY OPRTAB.
       77 OP-IND                  PIC 99.
       01 WS-NIV-OPR              PIC 9.
      *   CLES DE FRAPP03 (PARCOURS, LECTURE DIRECTE)
       01 WS-CLE-RAP.
           05 WS-CR-DATE          PIC 9(8).
           05 WS-CR-NOM           PIC X(8).
           05 WS-CR-LIGNE         PIC 9(6).
       01 WS-CLE-LEC.
           05 WS-CL-DATE          PIC 9(8).
           05 WS-CL-NOM           PIC X(8).
           05 WS-CL-LIGNE         PIC 9(6).
       01 WS-FIN-BR               PIC X VALUE 'N'.
       01 WS-DATE-COUR            PIC 9(8).
      *   SAISIE (LES ZONES EFFACEES REVIENNENT EN LOW-VALUE ET SONT
      *   REMISES A BLANC)
       01 WS-SAISIE.
           05 WS-S-DATE           PIC X(8).
           05 WS-S-NOM            PIC X(8).
           05 WS-S-LIGNE          PIC X(6).
       01 WS-LIGNE-TXT            PIC X(6).
       77 WS-LG                   PIC S9(4) COMP.
       01 WS-LIGNE-NUM            PIC 9(6).
       01 WS-DATE-CHK             PIC X(8).
       01 WS-DATE-INVALIDE        PIC X.
      *   DATE AAAAMMJJ RECONSTITUEE (SAISIE JJMMAAAA OU LIGNE DE
      *   LISTE JJ/MM/AAAA)
       01 WS-DATE-AMJ.
           05 WS-AMJ-AAAA         PIC 9(4).
           05 WS-AMJ-MM           PIC 9(2).
           05 WS-AMJ-JJ           PIC 9(2).
       01 WS-DATE-NUM REDEFINES WS-DATE-AMJ
                                  PIC 9(8).
       01 WS-DATE-ED              PIC X(10).
       77 IND-LIG                 PIC S9(4) COMP.
       77 WS-SEL                  PIC S9(4) COMP.
       01 WS-DERNIERE             PIC 9(6).
       01 WS-COL-FIN              PIC 9(3).
       01 WS-DEB-ED               PIC Z(5)9.
       01 WS-FIN-ED               PIC Z(5)9.
       01 WS-NB-ED                PIC Z(5)9.
       01 WS-COLD-ED              PIC ZZ9.
       01 WS-COLF-ED              PIC ZZ9.
      *   DESCRIPTION DE LA LIGNE DE LA LISTE DES RAPPORTS
       01 LIGNE-LISTE.
         05 VALUE SPACE          PIC X(1).
         05 LL-DATE              PIC X(10).
         05 VALUE SPACE          PIC X(1).
         05 LL-HEURE             PIC X(5).
         05 VALUE SPACE          PIC X(2).
         05 LL-NOM               PIC X(8).
         05 VALUE SPACE          PIC X(1).
         05 LL-LIBELLE           PIC X(30).
         05 VALUE SPACE          PIC X(1).
         05 LL-PAGES             PIC ZZZ9.
         05 VALUE SPACE          PIC X(2).
         05 LL-LIGNES            PIC ZZZZZ9.
         05 VALUE SPACE          PIC X(3).
         05 LL-NIVEAU            PIC 9.
         05 VALUE SPACE          PIC X(4).
       01 ENTETE-LISTE.
         05 VALUE SPACE          PIC X(1).
         05 VALUE 'DATE'         PIC X(11).
         05 VALUE 'HEURE'        PIC X(7).
         05 VALUE 'RAPPORT'      PIC X(9).
         05 VALUE 'LIBELLE'      PIC X(31).
         05 VALUE 'PAGES'        PIC X(6).
         05 VALUE 'LIGNES'       PIC X(8).
         05 VALUE 'NIV'          PIC X(6).
       01 LIGNE-VIDE             PIC X(79) VALUE SPACES.
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

      *   HABILITATIONS OPERATEUR                            *
       COPY FOPER.
      *   RAPPORTS DE LA CHAINE DE NUIT                      *
       COPY FRAPP.
      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM           *
       01  MESSAGE-TXT            PIC X(79).

      *   DESCRIPTION   DES  TOUCHES   FONCTIONS             *
       COPY DFHAID.

      *   DESCRIPTION   DES  ATTRIBUTS                       *
       COPY DFHBMSCA.


       LINKAGE SECTION.
      *   LA COMMAREA EST RELUE SUR SA LONGUEUR REELLE (EIBCALEN) :
      *   INFHCI3 TRANSMET LA SIENNE, HELP3 REND CELLE-CI
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
      *  CHARGEMENT DE LA MAP AVANT AFFICHAGE - LA LISTE DES RAPPORTS
      *  DE LA DERNIERE NUIT EST AFFICHEE DES LE PREMIER ECRAN (LA
      *  SUITE DE COMMAREA DE L'APPELANT N'EST PAS UNE POSITION)
           MOVE LOW-VALUE TO MAPRPI
           PERFORM 10400-CHECK-NIVEAU
           MOVE 'L'    TO CA-MODE
           MOVE SPACES TO CA-NOM CA-SUITE-NOM
           MOVE ZERO   TO CA-DATE CA-LIGNE CA-NB-LIGNES CA-DATE-LISTE
                          CA-SUITE-DATE
           MOVE 1      TO CA-COLONNE
           PERFORM 23390-DEBUT-LISTE
           IF MESSRPO = SPACES OR MESSRPO = LOW-VALUES
              MOVE 'PF5 SUR UNE LIGNE OU NOM + ENTER : OUVRIR'
                TO MESSRPO
           END-IF
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           STRING EIBTRMID '/' MON-MAPSET DELIMITED BY SIZE
                  INTO TERMRPO
           STRING 'OPERATEUR:' EIBOPID DELIMITED BY SIZE
                  INTO OPIDRPO
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               DDMMYYYY(DATJRPO)
                               DATESEP ('/')
                               TIME (TIMRPO)
                               TIMESEP(':')
           END-EXEC
           EXEC CICS SEND MAP    (MA-MAP)
                          MAPSET (MON-MAPSET)
                          FROM   (MAPRPO)
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
           PERFORM 10400-CHECK-NIVEAU
           MOVE LOW-VALUE TO MAPRPI
           EVALUATE EIBAID
              WHEN DFHENTER
                   PERFORM 23100-TRAIT-ENTER
              WHEN DFHPF5
                   PERFORM 23200-SELECTION
              WHEN DFHPF7
                   PERFORM 23300-PAGE-PRECEDENTE
              WHEN DFHPF8
                   PERFORM 23350-PAGE-SUIVANTE
              WHEN DFHPF10
                   MOVE 1  TO CA-COLONNE
                   PERFORM 23600-REAFFICHAGE
              WHEN DFHPF11
                   MOVE 55 TO CA-COLONNE
                   PERFORM 23600-REAFFICHAGE
              WHEN DFHPF3
                   IF CA-MODE-RAPPORT
                      PERFORM 23390-DEBUT-LISTE
                   ELSE
                      MOVE PROGETAT TO PROG-SUIVANT
                      PERFORM 23050-PROG-SUIVANT
                   END-IF
              WHEN DFHPF12
                   PERFORM 23900-TRAIT-FIN
              WHEN DFHPF1
                   PERFORM 23950-AIDE
              WHEN OTHER
                   PERFORM 90000-ERR-TOUCHE
           END-EVALUATE
           PERFORM 22000-TRAIT-ENVOI
           .

      *  LES RAPPORTS DE PAIE NE DOIVENT PAS ETRE LUS PAR UN CHEMIN
      *  DETOURNE : LE NIVEAU DE L'OPERATEUR EST RELU A CHAQUE
      *  PASSAGE (FOPER03, TABLE COMPILEE OPRTAB EN SECOURS SI LE
      *  FICHIER EST INDISPONIBLE) - NIVEAU 0 OU OPERATEUR INCONNU =
      *  ACCES REFUSE
       10400-CHECK-NIVEAU.
      *-------------------*
           MOVE ZERO    TO WS-NIV-OPR
           MOVE EIBOPID TO OP-CLE
           EXEC CICS READ FILE  (MON-FICHIER-OPR)
                          RIDFLD(OP-CLE)
                          INTO  (E-OPERATEUR)
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               MOVE OP-NIV TO WS-NIV-OPR
             WHEN DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               PERFORM VARYING OP-IND FROM 1 BY 1
                       UNTIL OP-IND > OPRTAB-MAX
                  IF OP-OPERATEUR(OP-IND) = EIBOPID AND
                     OP-OPERATEUR(OP-IND) NOT = SPACE
                     MOVE OP-NIVEAU(OP-IND) TO WS-NIV-OPR
                  END-IF
               END-PERFORM
           END-EVALUATE
           IF WS-NIV-OPR < 1
              MOVE LOW-VALUE TO MAPRPI
              STRING 'ACCES NON AUTORISE POUR CET OPERATEUR'
                  DELIMITED BY SIZE INTO MESSRPO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
           .

       23050-PROG-SUIVANT.
      *------------------*
           EXEC CICS XCTL  PROGRAM  (PROG-SUIVANT)
                           COMMAREA (WS-COMMAREA)
                           LENGTH   (LENGTH OF WS-COMMAREA)
                           RESP     (C-R)
           END-EXEC
           PERFORM 23600-REAFFICHAGE
           STRING 'PROGRAMME ' PROG-SUIVANT ' NON DISPONIBLE'
                  DELIMITED BY SIZE INTO MESSRPO
           PERFORM 22000-TRAIT-ENVOI
           .

      *  ENTER : NOM DE RAPPORT A BLANC = LISTE A PARTIR DE LA DATE
      *  SAISIE (BLANC = DERNIERE NUIT) ; NOM SAISI = OUVERTURE DU
      *  RAPPORT A LA DATE SAISIE (BLANC = SON DERNIER PASSAGE) ET A
      *  LA LIGNE SAISIE (BLANC = 1)
       23100-TRAIT-ENTER.
      *------------------*
           EXEC CICS RECEIVE MAP   (MA-MAP)
                             MAPSET(MON-MAPSET)
                             INTO  (MAPRPI)
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
           MOVE DATRPI TO WS-S-DATE
           MOVE RAPRPI TO WS-S-NOM
           MOVE LNRPI  TO WS-S-LIGNE
           INSPECT WS-SAISIE REPLACING ALL LOW-VALUE BY SPACE
           MOVE LOW-VALUE TO MAPRPI
           MOVE ZERO TO WS-DATE-NUM
           IF WS-S-DATE NOT = SPACES
              MOVE WS-S-DATE TO WS-DATE-CHK
              MOVE 'N' TO WS-DATE-INVALIDE
              IF WS-S-DATE NOT NUMERIC
                 MOVE 'O' TO WS-DATE-INVALIDE
              ELSE
                 PERFORM 23320-CHECK-JOUR-MOIS
              END-IF
              IF WS-DATE-INVALIDE = 'O'
                 PERFORM 23600-REAFFICHAGE
                 MOVE 'DATE INVALIDE (JJMMAAAA, BLANC = DERNIERE NUIT)'
                   TO MESSRPO
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
              MOVE WS-S-DATE(5:4) TO WS-AMJ-AAAA
              MOVE WS-S-DATE(3:2) TO WS-AMJ-MM
              MOVE WS-S-DATE(1:2) TO WS-AMJ-JJ
           END-IF
           MOVE 1 TO WS-LIGNE-NUM
           IF WS-S-LIGNE NOT = SPACES
              MOVE SPACES TO WS-LIGNE-TXT
              MOVE ZERO   TO WS-LG
              UNSTRING WS-S-LIGNE DELIMITED BY SPACE
                  INTO WS-LIGNE-TXT COUNT IN WS-LG
              END-UNSTRING
              IF WS-LG = 0 OR WS-LIGNE-TXT(1:WS-LG) NOT NUMERIC
                 PERFORM 23600-REAFFICHAGE
                 MOVE 'NUMERO DE LIGNE INVALIDE (BLANC = DEBUT)'
                   TO MESSRPO
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
              MOVE WS-LIGNE-TXT(1:WS-LG) TO WS-LIGNE-NUM
           END-IF
           IF WS-S-NOM = SPACES
              MOVE WS-DATE-NUM TO CA-DATE-LISTE
              PERFORM 23390-DEBUT-LISTE
           ELSE
              MOVE WS-S-NOM TO CA-NOM
              IF WS-DATE-NUM = ZERO
                 PERFORM 23440-DERNIER-PASSAGE
                 IF CA-DATE = ZERO
                    PERFORM 23390-DEBUT-LISTE
                    MOVE SPACES TO MESSRPO
                    STRING 'AUCUN RAPPORT ' WS-S-NOM DELIMITED BY SPACE
                           ' CONSERVE EN LIGNE' DELIMITED BY SIZE
                           INTO MESSRPO
                    EXIT PARAGRAPH
                 END-IF
              ELSE
                 MOVE WS-DATE-NUM TO CA-DATE
              END-IF
              MOVE WS-LIGNE-NUM TO CA-LIGNE
              MOVE 1 TO CA-COLONNE
              PERFORM 23500-RAPPORT
           END-IF
           .

      *  PF5 : OUVERTURE DU RAPPORT DE LA LIGNE DE LISTE SOUS LE
      *  CURSEUR (LIGNES DE LISTE EN LIGNES 6 A 21 DE L'ECRAN) - LA
      *  PAGE DE LISTE EST RECONSTITUEE POUR RETROUVER LA LIGNE
       23200-SELECTION.
      *----------------*
           IF CA-MODE-RAPPORT
              PERFORM 23500-RAPPORT
              MOVE 'PF3 POUR REVENIR A LA LISTE DES RAPPORTS'
                TO MESSRPO
              EXIT PARAGRAPH
           END-IF
           PERFORM 23400-LISTE
           COMPUTE WS-SEL = EIBCPOSN / 80 - 4
           IF WS-SEL < 1 OR WS-SEL > 16
              MOVE 'PLACER LE CURSEUR SUR UNE LIGNE DE LA LISTE'
                TO MESSRPO
              EXIT PARAGRAPH
           END-IF
           MOVE LIGRPO(WS-SEL) TO LIGNE-LISTE
           IF LL-NOM = SPACES
              MOVE 'PLACER LE CURSEUR SUR UNE LIGNE DE LA LISTE'
                TO MESSRPO
              EXIT PARAGRAPH
           END-IF
           MOVE LL-DATE(7:4) TO WS-AMJ-AAAA
           MOVE LL-DATE(4:2) TO WS-AMJ-MM
           MOVE LL-DATE(1:2) TO WS-AMJ-JJ
           MOVE WS-DATE-NUM  TO CA-DATE
           MOVE LL-NOM       TO CA-NOM
           MOVE 1            TO CA-LIGNE CA-COLONNE
           MOVE LOW-VALUE    TO MAPRPI
           PERFORM 23500-RAPPORT
           .

      *  PF7 : RAPPORT = 16 LIGNES PLUS HAUT, LISTE = PREMIERE PAGE
       23300-PAGE-PRECEDENTE.
      *----------------------*
           IF CA-MODE-RAPPORT
              IF CA-LIGNE > 16
                 SUBTRACT 16 FROM CA-LIGNE
              ELSE
                 MOVE 1 TO CA-LIGNE
              END-IF
              PERFORM 23500-RAPPORT
           ELSE
              PERFORM 23390-DEBUT-LISTE
           END-IF
           .

      *  PF8 : RAPPORT = 16 LIGNES PLUS BAS, LISTE = PAGE SUIVANTE
       23350-PAGE-SUIVANTE.
      *--------------------*
           IF CA-MODE-RAPPORT
              IF CA-LIGNE + 16 > CA-NB-LIGNES
                 PERFORM 23500-RAPPORT
                 MOVE 'FIN DU RAPPORT' TO MESSRPO
              ELSE
                 ADD 16 TO CA-LIGNE
                 PERFORM 23500-RAPPORT
              END-IF
           ELSE
              IF CA-SUITE-NOM = SPACES
                 PERFORM 23400-LISTE
                 MOVE 'FIN DE LA LISTE' TO MESSRPO
              ELSE
                 MOVE CA-SUITE-DATE TO CA-DATE
                 MOVE CA-SUITE-NOM  TO CA-NOM
                 PERFORM 23400-LISTE
              END-IF
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

      *  PREMIERE PAGE DE LA LISTE A LA DATE DEMANDEE
       23390-DEBUT-LISTE.
      *------------------*
           MOVE 'L'           TO CA-MODE
           MOVE CA-DATE-LISTE TO CA-DATE
           MOVE SPACES        TO CA-NOM
           PERFORM 23400-LISTE
           .

      *  PAGE DE LISTE : PARCOURS DES EN-TETES (LIGNE 000000) A
      *  PARTIR DE CA-DATE + CA-NOM, UN RAPPORT APRES L'AUTRE ; LES
      *  RAPPORTS D'UN NIVEAU SUPERIEUR A CELUI DE L'OPERATEUR NE
      *  SONT PAS LISTES - LE DIX-SEPTIEME RAPPORT LISTABLE DEVIENT
      *  LA SUITE (PF8)
       23400-LISTE.
      *------------*
           MOVE ENTETE-LISTE TO HDRRPO
           PERFORM 23490-VIDE-LIGNE
              VARYING IND-LIG FROM 1 BY 1 UNTIL IND-LIG > 16
           MOVE ZERO   TO CA-SUITE-DATE
           MOVE SPACES TO CA-SUITE-NOM
           IF CA-DATE = ZERO
              PERFORM 23410-DERNIERE-DATE
           END-IF
           IF CA-DATE = ZERO
              MOVE 'AUCUN RAPPORT CONSERVE EN LIGNE' TO MESSRPO
              EXIT PARAGRAPH
           END-IF
           MOVE CA-DATE TO WS-DATE-NUM
           STRING WS-AMJ-JJ '/' WS-AMJ-MM '/' WS-AMJ-AAAA
                  DELIMITED BY SIZE INTO WS-DATE-ED
           STRING WS-AMJ-JJ WS-AMJ-MM WS-AMJ-AAAA
                  DELIMITED BY SIZE INTO DATRPO
           MOVE SPACES TO RAPRPO LNRPO
           STRING 'RAPPORTS CONSERVES A PARTIR DU ' WS-DATE-ED
                  DELIMITED BY SIZE INTO INFRPO
           MOVE CA-DATE TO WS-CR-DATE
           MOVE CA-NOM  TO WS-CR-NOM
           MOVE ZERO    TO WS-CR-LIGNE
           EXEC CICS STARTBR FILE   (MON-FICHIER-RAP)
                              RIDFLD (WS-CLE-RAP)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              IF C-R = DFHRESP(NOTFND)
                 STRING 'AUCUN RAPPORT CONSERVE A PARTIR DU '
                        WS-DATE-ED DELIMITED BY SIZE INTO MESSRPO
              ELSE
                 MOVE 'FRAPP03 INDISPONIBLE' TO MESSRPO
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIN-BR
           MOVE 1   TO IND-LIG
           EXEC CICS READNEXT FILE   (MON-FICHIER-RAP)
                              INTO   (E-RAPPORT)
                              RIDFLD (WS-CLE-RAP)
                              RESP   (C-R)
           END-EXEC
           PERFORM 23420-RAPPORT-SUIVANT
              UNTIL C-R NOT = DFHRESP(NORMAL)
                 OR WS-FIN-BR = 'O'
           EXEC CICS ENDBR FILE(MON-FICHIER-RAP) END-EXEC
           IF IND-LIG = 1
              STRING 'AUCUN RAPPORT CONSULTABLE A PARTIR DU '
                     WS-DATE-ED DELIMITED BY SIZE INTO MESSRPO
           END-IF
           .

      *  DATE DE LA DERNIERE NUIT CONSERVEE : DERNIER ENREGISTREMENT
      *  DU FICHIER (PARCOURS A REBOURS DEPUIS HIGH-VALUES)
       23410-DERNIERE-DATE.
      *--------------------*
           MOVE HIGH-VALUES TO WS-CLE-RAP
           EXEC CICS STARTBR FILE   (MON-FICHIER-RAP)
                              RIDFLD (WS-CLE-RAP)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READPREV FILE   (MON-FICHIER-RAP)
                              INTO   (E-RAPPORT)
                              RIDFLD (WS-CLE-RAP)
                              RESP   (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              MOVE RA-DATE TO CA-DATE
           END-IF
           EXEC CICS ENDBR FILE(MON-FICHIER-RAP) END-EXEC
           .

      *  EN-TETE LU : LISTE SI CONSULTABLE, PUIS SAUT AU RAPPORT
      *  SUIVANT (MEME DATE + MEME NOM + 999999, LES NUMEROS DE LIGNE
      *  S'ARRETANT A 999998) - UN RAPPORT SANS EN-TETE (STOCKAGE
      *  INTERROMPU) EST SAUTE
       23420-RAPPORT-SUIVANT.
      *----------------------*
           IF RA-EST-ENTETE AND RA-NIVEAU NOT > WS-NIV-OPR
              IF IND-LIG > 16
                 MOVE RA-DATE TO CA-SUITE-DATE
                 MOVE RA-NOM  TO CA-SUITE-NOM
                 MOVE 'O'     TO WS-FIN-BR
                 EXIT PARAGRAPH
              END-IF
              PERFORM 23430-FORMATE-LIGNE
              MOVE LIGNE-LISTE TO LIGRPO(IND-LIG)
              ADD 1 TO IND-LIG
           END-IF
           MOVE RA-DATE TO WS-CR-DATE
           MOVE RA-NOM  TO WS-CR-NOM
           MOVE 999999  TO WS-CR-LIGNE
           EXEC CICS RESETBR FILE   (MON-FICHIER-RAP)
                             RIDFLD (WS-CLE-RAP)
                             GTEQ
                             RESP   (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE   (MON-FICHIER-RAP)
                                 INTO   (E-RAPPORT)
                                 RIDFLD (WS-CLE-RAP)
                                 RESP   (C-R)
              END-EXEC
           END-IF
           .

       23430-FORMATE-LIGNE.
      *--------------------*
           STRING RA-DATE(7:2) '/' RA-DATE(5:2) '/' RA-DATE(1:4)
                  DELIMITED BY SIZE INTO LL-DATE
           STRING RA-HEURE(1:2) ':' RA-HEURE(3:2)
                  DELIMITED BY SIZE INTO LL-HEURE
           MOVE RA-NOM       TO LL-NOM
           MOVE RA-LIBELLE   TO LL-LIBELLE
           MOVE RA-NB-PAGES  TO LL-PAGES
           MOVE RA-NB-LIGNES TO LL-LIGNES
           MOVE RA-NIVEAU    TO LL-NIVEAU
           .

      *  DERNIER PASSAGE DU RAPPORT CA-NOM : DATES PARCOURUES A
      *  REBOURS DEPUIS LA FIN DU FICHIER, EN-TETE CHERCHE PAR
      *  LECTURE DIRECTE POUR CHAQUE DATE PUIS SAUT A LA DATE
      *  PRECEDENTE (AU PLUS UNE LECTURE PAR NUIT CONSERVEE) -
      *  CA-DATE A ZERO SI LE RAPPORT N'EST PAS CONSERVE
       23440-DERNIER-PASSAGE.
      *----------------------*
           MOVE ZERO        TO CA-DATE
           MOVE HIGH-VALUES TO WS-CLE-RAP
           EXEC CICS STARTBR FILE   (MON-FICHIER-RAP)
                              RIDFLD (WS-CLE-RAP)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           MOVE 99999999 TO WS-DATE-COUR
           MOVE 'N'      TO WS-FIN-BR
           EXEC CICS READPREV FILE   (MON-FICHIER-RAP)
                              INTO   (E-RAPPORT)
                              RIDFLD (WS-CLE-RAP)
                              RESP   (C-R)
           END-EXEC
           PERFORM 23445-DATE-PRECEDENTE
              UNTIL C-R NOT = DFHRESP(NORMAL)
                 OR WS-FIN-BR = 'O'
           EXEC CICS ENDBR FILE(MON-FICHIER-RAP) END-EXEC
           .

       23445-DATE-PRECEDENTE.
      *----------------------*
           IF RA-DATE < WS-DATE-COUR
              MOVE RA-DATE TO WS-DATE-COUR
              MOVE RA-DATE TO WS-CL-DATE
              MOVE CA-NOM  TO WS-CL-NOM
              MOVE ZERO    TO WS-CL-LIGNE
              EXEC CICS READ FILE  (MON-FICHIER-RAP)
                             RIDFLD(WS-CLE-LEC)
                             INTO  (E-RAPPORT)
                             RESP  (C-R-LEC)
              END-EXEC
              IF C-R-LEC = DFHRESP(NORMAL)
                 MOVE WS-DATE-COUR TO CA-DATE
                 MOVE 'O' TO WS-FIN-BR
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-DATE-COUR TO WS-CR-DATE
              MOVE LOW-VALUES   TO WS-CR-NOM
              MOVE ZERO         TO WS-CR-LIGNE
              EXEC CICS RESETBR FILE   (MON-FICHIER-RAP)
                                RIDFLD (WS-CLE-RAP)
                                GTEQ
                                RESP   (C-R)
              END-EXEC
              IF C-R NOT = DFHRESP(NORMAL)
                 EXIT PARAGRAPH
              END-IF
           END-IF
           EXEC CICS READPREV FILE   (MON-FICHIER-RAP)
                              INTO   (E-RAPPORT)
                              RIDFLD (WS-CLE-RAP)
                              RESP   (C-R)
           END-EXEC
           .

       23490-VIDE-LIGNE.
      *----------------*
           MOVE LIGNE-VIDE TO LIGRPO(IND-LIG)
           .

      *  PAGE DE RAPPORT : EN-TETE RELU (EXISTENCE ET NIVEAU REQUIS)
      *  PUIS 16 LIGNES A PARTIR DE CA-LIGNE, VUES SUR 79 COLONNES A
      *  PARTIR DE CA-COLONNE (PF10 / PF11 : GAUCHE / DROITE) - UN
      *  RAPPORT ABSENT OU NON CONSULTABLE RAMENE A LA LISTE
       23500-RAPPORT.
      *--------------*
           MOVE 'R'     TO CA-MODE
           MOVE CA-DATE TO WS-CR-DATE WS-DATE-NUM
           MOVE CA-NOM  TO WS-CR-NOM
           MOVE ZERO    TO WS-CR-LIGNE
           STRING WS-AMJ-JJ '/' WS-AMJ-MM '/' WS-AMJ-AAAA
                  DELIMITED BY SIZE INTO WS-DATE-ED
           EXEC CICS READ FILE  (MON-FICHIER-RAP)
                          RIDFLD(WS-CLE-RAP)
                          INTO  (E-RAPPORT)
                          RESP  (C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              PERFORM 23390-DEBUT-LISTE
              MOVE SPACES TO MESSRPO
              IF C-R = DFHRESP(NOTFND)
                 STRING 'RAPPORT ' CA-NOM DELIMITED BY SPACE
                        ' NON CONSERVE AU ' WS-DATE-ED
                        DELIMITED BY SIZE INTO MESSRPO
              ELSE
                 MOVE 'FRAPP03 INDISPONIBLE' TO MESSRPO
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF RA-NIVEAU > WS-NIV-OPR
              PERFORM 23390-DEBUT-LISTE
              MOVE SPACES TO MESSRPO
              STRING 'RAPPORT ' CA-NOM DELIMITED BY SPACE
                     ' RESERVE AU NIVEAU ' RA-NIVEAU
                     DELIMITED BY SIZE INTO MESSRPO
              EXIT PARAGRAPH
           END-IF
           MOVE RA-NB-LIGNES TO CA-NB-LIGNES
           IF CA-LIGNE > CA-NB-LIGNES
              MOVE CA-NB-LIGNES TO CA-LIGNE
           END-IF
           IF CA-LIGNE < 1
              MOVE 1 TO CA-LIGNE
           END-IF
           STRING 'RAPPORT ' RA-NOM DELIMITED BY SPACE
                  ' - ' DELIMITED BY SIZE
                  RA-LIBELLE DELIMITED BY '  '
                  ' - DU ' WS-DATE-ED ' A ' RA-HEURE(1:2) ':'
                  RA-HEURE(3:2) DELIMITED BY SIZE
                  INTO HDRRPO
           PERFORM 23490-VIDE-LIGNE
              VARYING IND-LIG FROM 1 BY 1 UNTIL IND-LIG > 16
           MOVE CA-LIGNE TO WS-CR-LIGNE WS-DERNIERE
           MOVE 1        TO IND-LIG
           MOVE 'N'      TO WS-FIN-BR
           EXEC CICS STARTBR FILE   (MON-FICHIER-RAP)
                              RIDFLD (WS-CLE-RAP)
                              GTEQ
                              RESP   (C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE   (MON-FICHIER-RAP)
                                 INTO   (E-RAPPORT)
                                 RIDFLD (WS-CLE-RAP)
                                 RESP   (C-R)
              END-EXEC
              PERFORM 23510-LIGNE-SUIVANTE
                 UNTIL C-R NOT = DFHRESP(NORMAL)
                    OR WS-FIN-BR = 'O'
                    OR IND-LIG > 16
              EXEC CICS ENDBR FILE(MON-FICHIER-RAP) END-EXEC
           END-IF
           STRING WS-AMJ-JJ WS-AMJ-MM WS-AMJ-AAAA
                  DELIMITED BY SIZE INTO DATRPO
           MOVE CA-NOM   TO RAPRPO
           MOVE CA-LIGNE TO LNRPO
           IF IND-LIG = 1
              MOVE 'RAPPORT VIDE' TO INFRPO
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COL-FIN = CA-COLONNE + 78
           MOVE CA-LIGNE     TO WS-DEB-ED
           MOVE WS-DERNIERE  TO WS-FIN-ED
           MOVE CA-NB-LIGNES TO WS-NB-ED
           MOVE CA-COLONNE   TO WS-COLD-ED
           MOVE WS-COL-FIN   TO WS-COLF-ED
           STRING 'LIGNES ' WS-DEB-ED ' A ' WS-FIN-ED ' SUR '
                  WS-NB-ED ' - COLONNES ' WS-COLD-ED ' A '
                  WS-COLF-ED ' SUR 133'
                  DELIMITED BY SIZE INTO INFRPO
           .

       23510-LIGNE-SUIVANTE.
      *---------------------*
           IF RA-DATE NOT = CA-DATE OR RA-NOM NOT = CA-NOM
              MOVE 'O' TO WS-FIN-BR
              EXIT PARAGRAPH
           END-IF
           MOVE RA-TEXTE(CA-COLONNE:79) TO LIGRPO(IND-LIG)
           MOVE RA-LIGNE TO WS-DERNIERE
           ADD 1 TO IND-LIG
           EXEC CICS READNEXT FILE   (MON-FICHIER-RAP)
                              INTO   (E-RAPPORT)
                              RIDFLD (WS-CLE-RAP)
                              RESP   (C-R)
           END-EXEC
           .

      *  REAFFICHAGE DE LA PAGE COURANTE (LISTE OU RAPPORT)
       23600-REAFFICHAGE.
      *------------------*
           IF CA-MODE-RAPPORT
              PERFORM 23500-RAPPORT
           ELSE
              PERFORM 23400-LISTE
           END-IF
           .
       23900-TRAIT-FIN.
      *---------------*
           MOVE 'FIN DE LA TRANSACTION' TO MESSAGE-TXT
           PERFORM   99000-FIN-CICS
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
           PERFORM 23600-REAFFICHAGE
           MOVE 'AIDE NON DISPONIBLE' TO MESSRPO
           PERFORM 22000-TRAIT-ENVOI
           .

       90000-ERR-TOUCHE.
      *----------------*
           PERFORM 23600-REAFFICHAGE
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO MESSRPO
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
