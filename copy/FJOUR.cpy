      *               (AAAAMMJJ) - CHARGE PAR LDFERIE (MEME PRINCIPE  *
      *               QUE LDCOMMUN POUR LES COMMUNES), CONSULTE PAR   *
      *               TOUT CE QUI COMPTE OU PROJETTE DES JOURS DE     *
      *               FORMATION : EXPPAIE (JOURS OUVRES DU MOIS),     *
      *               INFACI3 (REFUS D'UNE ABSENCE UN JOUR FERIE) ET  *
      *               INFCCI3 (REFUS D'UNE JOURNEE DE FORMATEUR) -    *
      *               UNE DATE ABSENTE EST UN JOUR NORMAL             *
      *****************************************************************
       01  E-FERIE.
