      *   RESP SEPARE POUR LES LECTURES FPRES03 FAITES AU MILIEU DU
      *   PARCOURS DE FSTAG03 (C-R PILOTE LA BOUCLE DE PARCOURS)
       01 C-R-PRE                 PIC S9(8) COMP.
      *   RESP SEPARE POUR LE PARCOURS DES PERIODES EN ENTREPRISE
       01 C-R-PLA                 PIC S9(8) COMP.
      *   RESP SEPARE POUR LES REGULARISATIONS (FREGU03)
       01 C-R-REG                 PIC S9(8) COMP.
      *   RESP SEPARE POUR LES LECTURES DES CONGES PAYES (FCONG03)
       01 C-R-CGE                 PIC S9(8) COMP.
       01 C-R-ED                  PIC ZZZ9.
       01 WS-TIME                 PIC X(8).
       01 TEXT-ERREUR             PIC X(15).
       01 MON-FICHIER-CAL         PIC X(8) VALUE 'FCALS03 '.
      *   CALENDRIER DES JOURS FERIES / FERMETURES DE SITE
       01 MON-FICHIER-JOU         PIC X(8) VALUE 'FJOUR03 '.
      *   PERIODES EN ENTREPRISE DES ALTERNANTS - UN JOUR PASSE EN
      *   ENTREPRISE N'EST PAS UNE ABSENCE
       01 MON-FICHIER-PLA         PIC X(8) VALUE 'FPLAC03 '.
      *   STATUT DE BASCULE (QUIESCE PARTIEL = LECTURE SEULE)
       01 MON-FICHIER-CTL         PIC X(8) VALUE 'FCTL03  '.
      *   REGULARISATIONS D'ABSENCES - UN JOUR D'UN MOIS DE PAIE
      *   CLOTURE (FCTL03 'CLOTPRES') NE MODIFIE PLUS FPRES03
       01 MON-FICHIER-REG         PIC X(8) VALUE 'FREGU03 '.
      *   CONGES PAYES - UN JOUR DE CONGE ACCORDE N'EST PAS UNE
      *   ABSENCE
       01 MON-FICHIER-CGE         PIC X(8) VALUE 'FCONG03 '.
       01 WS-JOURS                PIC X(7).
       77 WS-IND-JOUR             PIC 9.
       77 WS-IND-EXC              PIC 99.
      *   LISTE DES NUMEROS SAISIS (MARQUAGE / RETRAIT)
       01 WS-LISTE-NUM.
           05 WS-NUM-SAISI        PIC X(4) OCCURS 12 TIMES.
      *   STAGIAIRE EN ENTREPRISE LE JOUR SAISI (O/N) ET NOMBRE DE
      *   NUMEROS ECARTES DU MARQUAGE POUR CETTE RAISON
       01 WS-EN-ENTREPRISE        PIC X.
       77 WS-NB-ENTREPRISE        PIC 9(2).
      *   STAGIAIRE EN CONGE PAYE ACCORDE LE JOUR SAISI (O/N) ET
      *   NOMBRE DE NUMEROS ECARTES DU MARQUAGE POUR CETTE RAISON
       01 WS-EN-CONGE             PIC X.
       77 WS-NB-CONGE             PIC 9(2).
       01 WS-CLE-PLA.
           05 WS-PLA-NUMERO       PIC 9(4).
           05 WS-PLA-SESSION      PIC X(10).
           05 WS-PLA-DEBUT        PIC 9(8).
      *   DERNIER MOIS CLOTURE (AAAAMM) ET JOUR SAISI CLOTURE (O/N)
       01 WS-MOIS-CLOS            PIC 9(6).
       01 WS-JOUR-CLOS            PIC X.
      *   ETAT EFFECTIF DU JOUR : ' ' PRESENT, SINON 'P', 'J' OU 'I' -
      *   ETAT DEMANDE PAR LA SAISIE ET JOUR RETENU (O/N) AVANT/APRES
       01 WS-ETAT-EFFECTIF        PIC X.
       01 WS-ETAT-APRES           PIC X.
       01 WS-AVANT-RETENU         PIC X.
       01 WS-APRES-RETENU         PIC X.
       77 WS-NB-REGUL             PIC 9(2).
       01 WS-CLE-REG.
           05 WS-REG-NUMERO       PIC 9(4).
           05 WS-REG-DATE-ABS     PIC 9(8).
           05 WS-REG-DATE-ENREG   PIC 9(8).
           05 WS-REG-HEURE-ENREG  PIC 9(6).
      *   DESCRIPTION DE LA MAP
       COPY MAPC3.

       COPY FJOUR.
      *   ENREGISTREMENT DE CONTROLE (STATUT DE LA BASCULE)  *
       COPY FCTL.
      *   DESCRIPTION DU FICHIER KSD DES PERIODES EN ENTREPRISE
       COPY FPLAC.
      *   DESCRIPTION DU FICHIER KSD DES REGULARISATIONS
       COPY FREGU.
      *   DESCRIPTION DU FICHIER KSD DES CONGES PAYES
       COPY FCONG.
      *   DESCRIPTION DE LA LIGNE DE LA GRILLE
       01 LIGNEA.
         05 LA-MARQUE            PIC X(3).
                                  YYYYMMDD(CA-DATE)
              END-EXEC
              MOVE ZERO TO CA-SUITE
              PERFORM 23310-LIT-CLOTURE
              PERFORM 23400-AFFICHE-PAGE
           END-IF
           .
           END-EVALUATE
           PERFORM 10500-CHECK-LECTURE
           PERFORM 23300-CHECK-INPUT
           PERFORM 23310-LIT-CLOTURE
           IF EIBAID = DFHPF8
              PERFORM 23400-AFFICHE-PAGE
              PERFORM 22000-TRAIT-ENVOI
           PERFORM 23350-CHECK-JOUR-COURS
           .

      *  LE JOUR SAISI APPARTIENT-IL A UN MOIS DE PAIE CLOTURE ?
      *  (MOIS INSCRIT PAR CLOTPRES DANS L'ENREGISTREMENT 'CLOTPRES'
      *  DE FCTL03 - PAS D'ENREGISTREMENT = AUCUN MOIS CLOTURE)
       23310-LIT-CLOTURE.
      *------------------*
           MOVE ZERO TO WS-MOIS-CLOS
           MOVE 'N'  TO WS-JOUR-CLOS
           MOVE 'CLOTPRES' TO CT-CLE
           EXEC CICS READ FILE  (MON-FICHIER-CTL)
                          RIDFLD(CT-CLE)
                          INTO  (E-CONTROLE)
                          RESP  (C-R-REG)
           END-EXEC
           IF C-R-REG = DFHRESP(NORMAL)
              MOVE CT-SEQUENCE TO WS-MOIS-CLOS
           END-IF
           IF WS-MOIS-CLOS > ZERO
              AND CA-DATE(1:6) NOT > WS-MOIS-CLOS
              MOVE 'O' TO WS-JOUR-CLOS
           END-IF
           .

       23350-CHECK-JOUR-COURS.
      *-----------------------*
           MOVE 'OOOOONN' TO WS-JOURS

      *  AFFICHAGE D'UNE PAGE DES INSCRITS DE LA SESSION (PARCOURS DE
      *  FSTAG03, PAS D'INDEX PAR SESSION) - LA COLONNE ABS REFLETE
      *  L'EXISTENCE D'UNE ENTREE DANS FPRES03 POUR LE JOUR SAISI,
      *  CORRIGEE DES REGULARISATIONS POUR UN MOIS CLOTURE
       23400-AFFICHE-PAGE.
      *-------------------*
           MOVE 1 TO IND-LIG
       23420-GARNIR-LIGNE.
      *-------------------*
           MOVE E-NUMERO       TO PR-NUMERO
           PERFORM 23440-ETAT-EFFECTIF
           IF WS-ETAT-EFFECTIF NOT = SPACE
              MOVE 'ABS' TO LA-MARQUE
           ELSE
              MOVE '   ' TO LA-MARQUE
              MOVE E-NUMERO TO WS-PLA-NUMERO
              PERFORM 23430-CHECK-ENTREPRISE
              IF WS-EN-ENTREPRISE = 'O'
                 MOVE 'ENT' TO LA-MARQUE
              END-IF
           END-IF
           MOVE E-NUMERO TO CG-NUMERO
           PERFORM 23435-CHECK-CONGE
           IF WS-EN-CONGE = 'O'
              MOVE 'CGE' TO LA-MARQUE
           END-IF
           MOVE E-NUMERO        TO LA-NUMERO
           MOVE E-NOM(1:20)     TO LA-NOM
           MOVE LIGNEA          TO LIGAO(IND-LIG)
           .

      *  ETAT EFFECTIF DU STAGIAIRE PR-NUMERO LE JOUR CA-DATE :
      *  ABSENCE FPRES03 EVENTUELLE ('P' A DEFAUT DE DECISION), PUIS
      *  POUR UN MOIS CLOTURE LA DERNIERE REGULARISATION DU JOUR
       23440-ETAT-EFFECTIF.
      *--------------------*
           MOVE SPACE   TO WS-ETAT-EFFECTIF
           MOVE CA-DATE TO PR-DATE
           EXEC CICS READ FILE  (MON-FICHIER-PRE)
                          RIDFLD(PR-CLE)
                          INTO  (E-PRESENCE)
                          RESP  (C-R-PRE)
           END-EXEC
           IF C-R-PRE = DFHRESP(NORMAL)
              MOVE PR-JUSTIF TO WS-ETAT-EFFECTIF
              IF NOT PR-JUSTIFIEE AND NOT PR-INJUSTIFIEE
                 MOVE 'P' TO WS-ETAT-EFFECTIF
              END-IF
           END-IF
           IF WS-JOUR-CLOS NOT = 'O'
              EXIT PARAGRAPH
           END-IF
           MOVE PR-NUMERO TO WS-REG-NUMERO
           MOVE CA-DATE   TO WS-REG-DATE-ABS
           MOVE ZERO      TO WS-REG-DATE-ENREG
                             WS-REG-HEURE-ENREG
           EXEC CICS STARTBR FILE   (MON-FICHIER-REG)
                              RIDFLD (WS-CLE-REG)
                              GTEQ
                              RESP   (C-R-REG)
           END-EXEC
           IF C-R-REG NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE   (MON-FICHIER-REG)
                              INTO   (E-REGULARISATION)
                              RIDFLD (WS-CLE-REG)
                              RESP   (C-R-REG)
           END-EXEC
           PERFORM UNTIL C-R-REG NOT = DFHRESP(NORMAL)
                   OR RG-NUMERO NOT = PR-NUMERO
                   OR RG-DATE-ABS NOT = CA-DATE
              MOVE RG-APRES TO WS-ETAT-EFFECTIF
              EXEC CICS READNEXT FILE   (MON-FICHIER-REG)
                                 INTO   (E-REGULARISATION)
                                 RIDFLD (WS-CLE-REG)
                                 RESP   (C-R-REG)
              END-EXEC
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER-REG) END-EXEC
           .

      *  JOUR D'UN MOIS DE PAIE CLOTURE : FPRES03 EST FIGE, LA SAISIE
      *  (WS-ETAT-APRES 'P' = MARQUE, ' ' = RETRAIT) DEVIENT UNE
      *  REGULARISATION FREGU03 SI ELLE CHANGE REELLEMENT L'ETAT
      *  EFFECTIF DU JOUR - LE SENS (RAPPEL / RETENUE) EST DEDUIT DES
      *  ETATS AVANT ET APRES, SEULS 'P' ET 'I' ETANT RETENUS EN PAIE
       23450-REGULARISE.
      *-----------------*
           PERFORM 23440-ETAT-EFFECTIF
           IF WS-ETAT-APRES = SPACE AND WS-ETAT-EFFECTIF = SPACE
              EXIT PARAGRAPH
           END-IF
           IF WS-ETAT-APRES NOT = SPACE
              AND WS-ETAT-EFFECTIF NOT = SPACE
              EXIT PARAGRAPH
           END-IF
           INITIALIZE E-REGULARISATION
           MOVE PR-NUMERO        TO RG-NUMERO
           MOVE CA-DATE          TO RG-DATE-ABS
           EXEC CICS ASKTIME ABSTIME(WS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-TIME)
                               YYYYMMDD(RG-DATE-ENREG)
                               TIME    (RG-HEURE-ENREG)
           END-EXEC
           MOVE CA-SESSION       TO RG-CODE-SESSION
           MOVE WS-ETAT-EFFECTIF TO RG-AVANT
           MOVE WS-ETAT-APRES    TO RG-APRES
           PERFORM 23460-SENS-REGUL
           IF WS-ETAT-APRES = SPACE
              MOVE 'MARQUE RETIREE' TO RG-MOTIF
           ELSE
              MOVE 'ABSENCE SAISIE' TO RG-MOTIF
           END-IF
           MOVE SPACES           TO RG-PIECE
           MOVE EIBOPID          TO RG-OPERATEUR
           MOVE MON-PROG         TO RG-ORIGINE
           EXEC CICS WRITE FILE  (MON-FICHIER-REG)
                           RIDFLD(RG-CLE)
                           FROM  (E-REGULARISATION)
                           RESP  (C-R-REG)
           END-EXEC
      *  CLE DEJA PRISE DANS LA SECONDE : SECONDE SUIVANTE
           PERFORM UNTIL C-R-REG NOT = DFHRESP(DUPREC)
              ADD 1 TO RG-HEURE-ENREG
              EXEC CICS WRITE FILE  (MON-FICHIER-REG)
                              RIDFLD(RG-CLE)
                              FROM  (E-REGULARISATION)
                              RESP  (C-R-REG)
              END-EXEC
           END-PERFORM
           IF C-R-REG = DFHRESP(NORMAL)
              ADD 1 TO WS-NB-REGUL
           END-IF
           .

      *  INCIDENCE PAIE D'UNE REGULARISATION : JOUR RETENU ('P', 'I')
      *  DEVENU PAYE = RAPPEL, JOUR PAYE DEVENU RETENU = RETENUE,
      *  SINON SANS INCIDENCE (RIEN A EXPORTER)
       23460-SENS-REGUL.
      *-----------------*
           MOVE 'N' TO WS-AVANT-RETENU
                       WS-APRES-RETENU
           IF RG-AVANT = 'P' OR RG-AVANT = 'I'
              MOVE 'O' TO WS-AVANT-RETENU
           END-IF
           IF RG-APRES = 'P' OR RG-APRES = 'I'
              MOVE 'O' TO WS-APRES-RETENU
           END-IF
           EVALUATE TRUE
              WHEN WS-AVANT-RETENU = 'O' AND WS-APRES-RETENU = 'N'
                 MOVE 'R' TO RG-SENS
                 MOVE 'A' TO RG-ETAT
              WHEN WS-AVANT-RETENU = 'N' AND WS-APRES-RETENU = 'O'
                 MOVE 'D' TO RG-SENS
                 MOVE 'A' TO RG-ETAT
              WHEN OTHER
                 MOVE ' ' TO RG-SENS
                 MOVE 'S' TO RG-ETAT
           END-EVALUATE
           .

      *  LE STAGIAIRE WS-PLA-NUMERO EST-IL EN ENTREPRISE LE JOUR
      *  CA-DATE ? PARCOURS DE SES PERIODES (FPLAC03) DANS LA SESSION
      *  SAISIE, DANS L'ORDRE DES DATES DE DEBUT
       23430-CHECK-ENTREPRISE.
      *-----------------------*
           MOVE 'N' TO WS-EN-ENTREPRISE
           MOVE CA-SESSION TO WS-PLA-SESSION
           MOVE ZERO       TO WS-PLA-DEBUT
           EXEC CICS STARTBR FILE   (MON-FICHIER-PLA)
                              RIDFLD (WS-CLE-PLA)
                              GTEQ
                              RESP   (C-R-PLA)
           END-EXEC
           IF C-R-PLA NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READNEXT FILE   (MON-FICHIER-PLA)
                              INTO   (E-PLACEMENT)
                              RIDFLD (WS-CLE-PLA)
                              RESP   (C-R-PLA)
           END-EXEC
           PERFORM UNTIL C-R-PLA NOT = DFHRESP(NORMAL)
                   OR PL-NUMERO NOT = WS-PLA-NUMERO
                   OR PL-CODE-SESSION NOT = CA-SESSION
                   OR PL-DATE-DEBUT > CA-DATE
                   OR WS-EN-ENTREPRISE = 'O'
              IF CA-DATE <= PL-DATE-FIN
                 MOVE 'O' TO WS-EN-ENTREPRISE
              END-IF
              EXEC CICS READNEXT FILE   (MON-FICHIER-PLA)
                                 INTO   (E-PLACEMENT)
                                 RIDFLD (WS-CLE-PLA)
                                 RESP   (C-R-PLA)
              END-EXEC
           END-PERFORM
           EXEC CICS ENDBR FILE(MON-FICHIER-PLA) END-EXEC
           .

      *  LE STAGIAIRE CG-NUMERO EST-IL EN CONGE PAYE ACCORDE LE JOUR
      *  CA-DATE ? (FCONG03, ETAT 'A')
       23435-CHECK-CONGE.
      *------------------*
           MOVE 'N' TO WS-EN-CONGE
           MOVE CA-DATE TO CG-DATE
           EXEC CICS READ FILE  (MON-FICHIER-CGE)
                          INTO  (E-CONGE)
                          RIDFLD(CG-CLE)
                          RESP  (C-R-CGE)
           END-EXEC
           IF C-R-CGE = DFHRESP(NORMAL)
              AND CG-ACCORDE
              MOVE 'O' TO WS-EN-CONGE
           END-IF
           .

      *  MARQUAGE DES ABSENCES : LA ZONE DE SAISIE CONTIENT JUSQU'A
      *  12 NUMEROS SEPARES PAR DES BLANCS - UNE MARQUE DEJA POSEE
      *  (DUPREC) EST IGNOREE, UN ALTERNANT EN ENTREPRISE OU UN
      *  STAGIAIRE EN CONGE PAYE ACCORDE CE JOUR-LA N'EST PAS MARQUE
      *  - SUR UN MOIS CLOTURE, REGULARISATION
       23500-MARQUE-ABSENTS.
      *---------------------*
           MOVE SPACES TO WS-LISTE-NUM
                    WS-NUM-SAISI(9)  WS-NUM-SAISI(10)
                    WS-NUM-SAISI(11) WS-NUM-SAISI(12)
           END-UNSTRING
           MOVE ZERO TO WS-NB-ENTREPRISE
                        WS-NB-CONGE
                        WS-NB-REGUL
           PERFORM VARYING IND-NUM FROM 1 BY 1 UNTIL IND-NUM > 12
              MOVE 'N' TO WS-EN-ENTREPRISE
                          WS-EN-CONGE
              IF WS-NUM-SAISI(IND-NUM) NUMERIC
                 MOVE WS-NUM-SAISI(IND-NUM) TO WS-PLA-NUMERO
                 PERFORM 23430-CHECK-ENTREPRISE
                 IF WS-EN-ENTREPRISE = 'O'
                    ADD 1 TO WS-NB-ENTREPRISE
                 END-IF
              END-IF
              IF WS-NUM-SAISI(IND-NUM) NUMERIC
                 AND WS-EN-ENTREPRISE = 'N'
                 MOVE WS-NUM-SAISI(IND-NUM) TO CG-NUMERO
                 PERFORM 23435-CHECK-CONGE
                 IF WS-EN-CONGE = 'O'
                    ADD 1 TO WS-NB-CONGE
                 END-IF
              END-IF
              IF WS-NUM-SAISI(IND-NUM) NUMERIC
                 AND WS-EN-ENTREPRISE = 'N'
                 AND WS-EN-CONGE = 'N'
                 AND WS-JOUR-CLOS = 'O'
                 MOVE WS-NUM-SAISI(IND-NUM) TO PR-NUMERO
                 MOVE 'P' TO WS-ETAT-APRES
                 PERFORM 23450-REGULARISE
              END-IF
              IF WS-NUM-SAISI(IND-NUM) NUMERIC
                 AND WS-EN-ENTREPRISE = 'N'
                 AND WS-EN-CONGE = 'N'
                 AND WS-JOUR-CLOS NOT = 'O'
                 MOVE WS-NUM-SAISI(IND-NUM) TO PR-NUMERO
                 MOVE CA-DATE     TO PR-DATE
                 MOVE CA-SESSION  TO PR-CODE-SESSION
                 END-EXEC
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-NB-ENTREPRISE > ZERO AND WS-NB-CONGE > ZERO
                 STRING 'ABSENCES ENREGISTREES - NON MARQUES : '
                        WS-NB-ENTREPRISE ' EN ENTREPRISE, '
                        WS-NB-CONGE ' EN CONGE PAYE'
                        DELIMITED BY SIZE INTO MESSAO
              WHEN WS-NB-ENTREPRISE > ZERO
                 STRING 'ABSENCES ENREGISTREES - ' WS-NB-ENTREPRISE
                        ' STAGIAIRE(S) EN ENTREPRISE NON MARQUE(S)'
                        DELIMITED BY SIZE INTO MESSAO
              WHEN WS-NB-CONGE > ZERO
                 STRING 'ABSENCES ENREGISTREES - ' WS-NB-CONGE
                        ' STAGIAIRE(S) EN CONGE PAYE NON MARQUE(S)'
                        DELIMITED BY SIZE INTO MESSAO
              WHEN OTHER
                 MOVE 'ABSENCES ENREGISTREES' TO MESSAO
           END-EVALUATE
           IF WS-JOUR-CLOS = 'O'
              PERFORM 23470-MESSAGE-REGUL
           END-IF
           MOVE LOW-VALUE TO NABSAI
           .

      *  RETRAIT D'UNE MARQUE POSEE A TORT - UNE MARQUE ABSENTE
      *  (NOTFND) EST IGNOREE - SUR UN MOIS CLOTURE, REGULARISATION
       23600-RETIRE-MARQUES.
      *---------------------*
           MOVE SPACES TO WS-LISTE-NUM
                    WS-NUM-SAISI(9)  WS-NUM-SAISI(10)
                    WS-NUM-SAISI(11) WS-NUM-SAISI(12)
           END-UNSTRING
           MOVE ZERO TO WS-NB-REGUL
           PERFORM VARYING IND-NUM FROM 1 BY 1 UNTIL IND-NUM > 12
              IF WS-NUM-SAISI(IND-NUM) NUMERIC
                 AND WS-JOUR-CLOS = 'O'
                 MOVE WS-NUM-SAISI(IND-NUM) TO PR-NUMERO
                 MOVE SPACE TO WS-ETAT-APRES
                 PERFORM 23450-REGULARISE
              END-IF
              IF WS-NUM-SAISI(IND-NUM) NUMERIC
                 AND WS-JOUR-CLOS NOT = 'O'
                 MOVE WS-NUM-SAISI(IND-NUM) TO PR-NUMERO
                 MOVE CA-DATE TO PR-DATE
                 EXEC CICS DELETE FILE  (MON-FICHIER-PRE)
              END-IF
           END-PERFORM
           MOVE 'MARQUES RETIREES' TO MESSAO
           IF WS-JOUR-CLOS = 'O'
              PERFORM 23470-MESSAGE-REGUL
           END-IF
           MOVE LOW-VALUE TO NPRSAI
           .

      *  COMPTE RENDU D'UNE SAISIE SUR MOIS CLOTURE
       23470-MESSAGE-REGUL.
      *--------------------*
           MOVE SPACES TO MESSAO
           STRING 'MOIS DE PAIE CLOTURE - ' WS-NB-REGUL
                  ' REGULARISATION(S) ENREGISTREE(S)'
                  DELIMITED BY SIZE INTO MESSAO
           .
       23900-TRAIT-FIN.
      *---------------*
           MOVE 'FIN DE LA TRANSACTION' TO MESSAGE-TXT
