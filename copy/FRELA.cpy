      *               OU SUR L'ECRAN INFSCI3, CLOTUREE AVEC TRACE     *
      *               (QUI, QUAND), LES RETARDS SORTENT CHAQUE MATIN  *
      *               PAR RPTRELA                                     *
      *               LES BATCHS DE NUIT QUI RELEVENT UNE SITUATION A *
      *               TRAITER (PIECES MANQUANTES, CONVENTION NON      *
      *               SIGNEE, OFFRE A RAPPELER, ADRESSE EN ERREUR,    *
      *               REJET PAIE) POSENT ET CLOTURENT EUX-MEMES LEUR  *
      *               RELANCE PAR LE MODULE GENRELA (RL-ORIGINE)      *
      *****************************************************************
       01  E-RELANCE.
           05  RL-CLE.
           05  RL-DATE-SAISIE      PIC X(10).
           05  RL-CLOS-PAR         PIC X(3).
           05  RL-DATE-CLOTURE     PIC X(10).
      *  ORIGINE D'UNE RELANCE POSEE PAR UN BATCH (CF GENRELA) :
      *  DOCS PIECES MANQUANTES, CONV CONVENTION NON SIGNEE, OFFR
      *  OFFRE DE PLACE A RAPPELER (RL-NUMERO = NUMERO DE CANDIDAT
      *  FATTE03), MAIL ADRESSE EN ERREUR, PAIE REJET DE LA PAIE -
      *  BLANC = RELANCE POSEE A L'ECRAN
           05  RL-ORIGINE          PIC X(4).
           05  FILLER              PIC X(4).
