           05  S-CAPACITE          PIC 9(4).
      *  TAUX JOURNALIER D'INDEMNITE DE LA SESSION (EN EUROS, DEUX
      *  DECIMALES IMPLICITES) - ZERO = SESSION NON INDEMNISEE -
      *  EXPLOITE PAR L'EXPORT PAIE (EXPPAIE) - C'EST LE TAUX A LA
      *  DERNIERE MISE A JOUR DE LA FICHE : LE TAUX EN VIGUEUR A UNE
      *  DATE DONNEE EST PORTE PAR L'HISTORIQUE FTAUX03
           05  S-TAUX-JOUR         PIC 9(3)V99.
