      *****************************************************************
      *  FPRET    -  ENREGISTREMENT DU FICHIER FPRET03 (PRETS DE      *
      *               MATERIEL AUX STAGIAIRES) - UNE ENTREE PAR PRET, *
      *               CLE NUMERO + NUMERO D'INVENTAIRE + DATE DU PRET *
      *               (AAAAMMJJ), SAISIE ET SOLDEE SUR INGDCI3 (PF4   *
      *               DEPUIS INF2CI3). UN PRET SANS DATE DE RETOUR    *
      *               EST EN COURS : FINSTAG ET CERTSTAG RETIENNENT   *
      *               ALORS L'ATTESTATION DE FIN DE FORMATION,        *
      *               INF4CI3 PREVIENT AVANT SUPPRESSION ET RPTPRET   *
      *               SIGNALE LES RETARDS. CHEMIN FPRETMAT (AIX SUR   *
      *               PR-MATERIEL) POUR RETROUVER LE DETENTEUR D'UN   *
      *               MATERIEL                                        *
      *****************************************************************
       01  E-PRET.
           05  PR-CLE.
               10  PR-NUMERO       PIC 9(4).
               10  PR-MATERIEL     PIC X(10).
               10  PR-DATE-PRET    PIC 9(8).
      *  NATURE DU MATERIEL (PORTABLE, BADGE, CLE, CASQUE ...)
           05  PR-TYPE             PIC X(10).
      *  NOM DU STAGIAIRE AU MOMENT DU PRET : UN NUMERO REATTRIBUE
      *  NE RECUPERE PAS LES PRETS DE SON ANCIEN TITULAIRE
           05  PR-NOM              PIC X(25).
           05  PR-CODE-SESSION     PIC X(10).
      *  DATE DE RESTITUTION PREVUE ET DATE DE RETOUR (AAAAMMJJ,
      *  ZERO = MATERIEL NON RESTITUE)
           05  PR-DATE-ECHEANCE    PIC 9(8).
           05  PR-DATE-RETOUR      PIC 9(8).
      *  ETAT AU RETOUR : 'B' BON ETAT, 'E' ENDOMMAGE, 'I' INCOMPLET,
      *  'P' PERDU (LE PRET EST SOLDE, LE MATERIEL N'EST PLUS SUIVI)
           05  PR-ETAT-RETOUR      PIC X(1).
               88  PR-BON-ETAT                  VALUE 'B'.
               88  PR-ENDOMMAGE                 VALUE 'E'.
               88  PR-INCOMPLET                 VALUE 'I'.
               88  PR-PERDU                     VALUE 'P'.
           05  PR-PRETE-PAR        PIC X(3).
           05  PR-RENDU-PAR        PIC X(3).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(30).
