      *****************************************************************
      *  FBANQ    -  ENREGISTREMENT DU FICHIER FBANQ03 (CHANGEMENTS   *
      *               DE COORDONNEES BANCAIRES) - UNE ENTREE PAR      *
      *               STAGIAIRE, ECRITE PAR INF3CI3 QUAND L'IBAN OU   *
      *               LE BIC DE LA FICHE CHANGE : LE VERSEMENT DE     *
      *               L'INDEMNITE EST BLOQUE (EXPPAIE ECARTE LE       *
      *               STAGIAIRE) TANT QUE LE CHANGEMENT N'EST PAS     *
      *               CONFIRME SUR INFWCI3 PAR UN AUTRE OPERATEUR DE  *
      *               NIVEAU 2, LA PIECE 'RB' (RIB) ETANT POINTEE     *
      *               RECUE DANS FDOCS03 DEPUIS LE CHANGEMENT - UN    *
      *               NOUVEAU CHANGEMENT REMET L'ENTREE EN ATTENTE    *
      *****************************************************************
       01  E-BANQUE.
           05  BQ-NUMERO           PIC 9(4).
           05  BQ-ETAT             PIC X(1).
               88  BQ-EN-ATTENTE                VALUE 'A'.
               88  BQ-CONFIRME                  VALUE 'C'.
      *  CHANGEMENT : QUAND (AAAAMMJJ / HHMMSS) ET PAR QUI
           05  BQ-DATE-CHG         PIC 9(8).
           05  BQ-HEURE-CHG        PIC 9(6).
           05  BQ-OPR-CHG          PIC X(3).
      *  COORDONNEES AVANT LE CHANGEMENT (DERNIERES CONFIRMEES) ET
      *  COORDONNEES SAISIES
           05  BQ-ANC-IBAN         PIC X(34).
           05  BQ-ANC-BIC          PIC X(11).
           05  BQ-IBAN             PIC X(34).
           05  BQ-BIC              PIC X(11).
      *  CONFIRMATION : QUAND ET PAR QUI (A ZERO / BLANC EN ATTENTE)
           05  BQ-DATE-CONF        PIC 9(8).
           05  BQ-HEURE-CONF       PIC 9(6).
           05  BQ-OPR-CONF         PIC X(3).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(20).
