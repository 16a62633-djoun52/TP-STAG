      *****************************************************************
      *  FRESA    -  ENREGISTREMENT DU FICHIER FRESA03 (RESERVATIONS  *
      *               DE SALLE) - UNE ENTREE PAR SESSION, CLE CODE    *
      *               SESSION - LA SALLE EST RESERVEE POUR TOUTE LA   *
      *               PERIODE DE LA SESSION (DATES AAAAMMJJ, FIN A    *
      *               99999999 POUR UNE SESSION SANS DATE DE FIN) -   *
      *               TENU AVEC LA FICHE SESSION PAR INF6CI3 ET PAR   *
      *               LA RECONDUCTION ROLLSESS - CHEMIN PAR SALLE     *
      *               (AIX FRESASAL SUR RV-SALLE) POUR LE CONTROLE    *
      *               DES RESERVATIONS QUI SE CHEVAUCHENT             *
      *****************************************************************
       01  E-RESERVATION.
           05  RV-CODE-SESSION     PIC X(10).
      *  SALLE RESERVEE (CLE DU REFERENTIEL FSALL03)
           05  RV-SALLE.
               10  RV-SITE         PIC X(20).
               10  RV-CODE-SALLE   PIC X(6).
      *  PERIODE RESERVEE (AAAAMMJJ) = PERIODE DE LA SESSION
           05  RV-DATE-DEBUT       PIC 9(8).
           05  RV-DATE-FIN         PIC 9(8).
      *  DERNIERE MISE A JOUR : QUAND (AAAAMMJJ) ET PAR QUI
           05  RV-DATE-SAISIE      PIC 9(8).
           05  RV-SAISI-PAR        PIC X(3).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(7).
