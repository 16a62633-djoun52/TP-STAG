      *               CODE SESSION (PLUSIEURS FORMATEURS PAR SESSION, *
      *               PLUSIEURS SESSIONS PAR FORMATEUR) - TENU A JOUR *
      *               PAR INFCCI3, QUI REFUSE L'AFFECTATION QUAND LES *
      *               DATES DES SESSIONS SE CHEVAUCHENT - LE COUT DE  *
      *               L'INTERVENTION EST REPRIS PAR LE RAPPORT BUDGET *
      *               / COUT REEL DES SESSIONS (RPTBUDG)              *
      *****************************************************************
       01  E-AFFECTATION.
           05  AF-CLE.
      *  HORODATAGE DE L'AFFECTATION (PAR QUI)
           05  AF-DATE-AFFECT      PIC X(10).
           05  AF-AFFECT-PAR       PIC X(3).
      *  COUT DE L'INTERVENTION DU FORMATEUR SUR LA SESSION (EN EUROS,
      *  DEUX DECIMALES IMPLICITES) - ZERO = NON RENSEIGNE
           05  AF-COUT             PIC 9(7)V99.
           05  FILLER              PIC X(4).
