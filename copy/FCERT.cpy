           05  CR-TYPE             PIC X(1).
           05  CR-CODE-SESSION     PIC X(10).
           05  CR-DATE             PIC X(10).
      *  DATE (AAAAMMJJ) A LAQUELLE LE NOM IMPRIME ETAIT PORTE : LA
      *  DELIVRANCE, OU LE DEBUT DE STAGE POUR UNE REEDITION SOUS LE
      *  NOM D'EPOQUE - NON NUMERIQUE SUR LES ENTREES ANTERIEURES
      *  (LA DATE DE DELIVRANCE S'APPLIQUE ALORS)
           05  CR-DATE-NOM         PIC 9(8).
           05  FILLER              PIC X(1).
