      *****************************************************************
      *  BARTAB  -  BAREME DE REMBOURSEMENT DES FRAIS DE TRANSPORT    *
      *              (COPYBOOK DE INGCCI3) - PAR TRANCHE DE DISTANCE  *
      *              ALLER COMMUNE / SITE (BORNE HAUTE EN KM),        *
      *              MONTANT D'UN TRAJET ALLER-RETOUR EN EUROS - UNE  *
      *              TRANCHE A ZERO N'OUVRE PAS DROIT AU              *
      *              REMBOURSEMENT. CHANGER LE BAREME NE TOUCHE QUE   *
      *              CETTE TABLE, PAS LA LOGIQUE DE CALCUL            *
      *****************************************************************
       01 TABLE-BAREME.
          05 VALUE 0009 PIC 9(4).
          05 VALUE 0    PIC 9(3)V99.
          05 VALUE 0024 PIC 9(4).
          05 VALUE 3.00 PIC 9(3)V99.
          05 VALUE 0049 PIC 9(4).
          05 VALUE 6.00 PIC 9(3)V99.
          05 VALUE 0074 PIC 9(4).
          05 VALUE 10.00 PIC 9(3)V99.
          05 VALUE 0099 PIC 9(4).
          05 VALUE 14.00 PIC 9(3)V99.
          05 VALUE 9999 PIC 9(4).
          05 VALUE 18.00 PIC 9(3)V99.
       01 REDEFINES TABLE-BAREME.
         05  OCCURS 6.
           10 BR-KM-MAX  PIC 9(4).
           10 BR-TARIF   PIC 9(3)V99.
       77  BARTAB-MAX       PIC 99 VALUE 6.
