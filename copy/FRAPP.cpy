      *****************************************************************
      *  FRAPP    -  ENREGISTREMENT DU FICHIER FRAPP03 (RAPPORTS DE   *
      *               LA CHAINE DE NUIT CONSERVES EN LIGNE) - ECRIT   *
      *               PAR STKRAPP APRES CHAQUE ETAPE QUI EDITE UN     *
      *               RAPPORT, CONSULTE PAR L'ECRAN INGFCI3 - PAR DATE*
      *               DE PASSAGE ET NOM DE RAPPORT : UN ENREGISTREMENT*
      *               D'EN-TETE (LIGNE 000000) PUIS UN ENREGISTREMENT *
      *               PAR LIGNE IMPRIMEE - LONGUEUR 160               *
      *****************************************************************
       01  E-RAPPORT.
           05  RA-CLE.
      *  DATE DU PASSAGE (AAAAMMJJ) EN TETE DE CLE : LES RAPPORTS SE
      *  PARCOURENT PAR DATE, PUIS PAR NOM (RAPTAB.cpy)
               10  RA-DATE         PIC 9(8).
               10  RA-NOM          PIC X(8).
      *  NUMERO DE LIGNE DANS LE RAPPORT - 000000 = EN-TETE
               10  RA-LIGNE        PIC 9(6).
                   88  RA-EST-ENTETE           VALUE ZERO.
      *  LIGNE IMPRIMEE : 'P' = PREMIERE LIGNE D'UNE PAGE (SAUT DE
      *  PAGE A L'IMPRESSION), BLANC SINON
           05  RA-DETAIL.
               10  RA-SAUT         PIC X(1).
                   88  RA-DEBUT-PAGE           VALUE 'P'.
               10  RA-TEXTE        PIC X(133).
      *  EN-TETE DU RAPPORT : LIBELLE ET NIVEAU D'HABILITATION REQUIS
      *  POUR LE CONSULTER (RAPTAB.cpy, 2 POUR LES RAPPORTS DE PAIE),
      *  HEURE DE STOCKAGE, VOLUME ET RETENTION EN JOURS APPLIQUEE
           05  RA-ENTETE REDEFINES RA-DETAIL.
               10  RA-LIBELLE      PIC X(30).
               10  RA-NIVEAU       PIC 9(1).
               10  RA-HEURE        PIC 9(6).
               10  RA-NB-LIGNES    PIC 9(6).
               10  RA-NB-PAGES     PIC 9(4).
               10  RA-RETENTION    PIC 9(3).
               10  FILLER          PIC X(84).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(4).
