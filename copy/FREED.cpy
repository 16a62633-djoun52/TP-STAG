               10  RD-TYPE         PIC X(1).
           05  RD-DATE             PIC X(10).
           05  RD-OPERATEUR        PIC X(3).
      *  'O' = ATTESTATION EDITEE SOUS LE NOM PORTE PENDANT LA
      *  FORMATION (HISTORIQUE FNOMH03, INFJCI3 PF7), SINON SOUS LE
      *  NOM ACTUEL
           05  RD-NOM-EPOQUE       PIC X(1).
           05  FILLER              PIC X(11).
