      *****************************************************************
      *  FADAP    -  ENREGISTREMENT DU FICHIER FADAP03 (ADAPTATIONS   *
      *               LIEES A UN HANDICAP RECONNU) - UNE ENTREE PAR   *
      *               STAGIAIRE, CLE NUMERO. REGISTRE CONFIDENTIEL :  *
      *               CONSULTE ET TENU A JOUR SUR INGECI3 PAR LES     *
      *               SEULS OPERATEURS DE NIVEAU 3 (FOPER03).         *
      *               LES EDITIONS FORMATEURS (LSTSESS, URGSESS)      *
      *               N'EN REPRENNENT QUE LA MESURE PRATIQUE ; LA     *
      *               NATURE ET LE JUSTIFICATIF NE SONT JAMAIS        *
      *               EDITES. CE FICHIER N'EST LU PAR AUCUNE          *
      *               EXTRACTION (EXTCSV, GENFORMA, EXPORTS VERS LES  *
      *               TIERS) ET SES ZONES NE SONT PAS JOURNALISEES    *
      *               DANS FAUDIT03                                   *
      *****************************************************************
       01  E-ADAPTATION.
           05  AD-NUMERO           PIC 9(4).
      *  NOM DU STAGIAIRE A L'ENREGISTREMENT : UN NUMERO REATTRIBUE
      *  NE RECUPERE PAS L'ADAPTATION DE SON ANCIEN TITULAIRE
           05  AD-NOM              PIC X(25).
      *  MESURE PRATIQUE (TIERS-TEMPS, SALLE ACCESSIBLE, HORAIRES
      *  AMENAGES ...) - SEULE ZONE DIFFUSEE AUX FORMATEURS
           05  AD-MESURE           PIC X(60).
      *  NATURE DU BESOIN ET JUSTIFICATIF - CONFIDENTIEL, NIVEAU 3
           05  AD-NATURE           PIC X(120).
      *  FIN DE VALIDITE DE LA RECONNAISSANCE (AAAAMMJJ, ZERO = SANS
      *  LIMITE) - UNE ADAPTATION ECHUE N'EST PLUS EDITEE
           05  AD-DATE-FIN         PIC 9(8).
      *  HORODATAGE DE LA DERNIERE MISE A JOUR (AAAAMMJJ, PAR QUI)
           05  AD-DATE-MAJ         PIC 9(8).
           05  AD-MAJ-PAR          PIC X(3).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(22).
