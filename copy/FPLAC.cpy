      *****************************************************************
      *  FPLAC    -  ENREGISTREMENT DU FICHIER FPLAC03 (PERIODES EN   *
      *               ENTREPRISE DES ALTERNANTS) - UNE ENTREE PAR     *
      *               PERIODE, CLE NUMERO STAGIAIRE + CODE SESSION +  *
      *               DATE DE DEBUT (AAAAMMJJ) - TENU A JOUR PAR      *
      *               INFTCI3 ; UN JOUR COMPRIS DANS UNE PERIODE      *
      *               N'EST PAS UNE ABSENCE (INFACI3, IMPBADGE) ET    *
      *               GENCONV EN TIRE LA CONVENTION TRIPARTITE        *
      *****************************************************************
       01  E-PLACEMENT.
           05  PL-CLE.
               10  PL-NUMERO       PIC 9(4).
               10  PL-CODE-SESSION PIC X(10).
               10  PL-DATE-DEBUT   PIC 9(8).
      *  FIN DE LA PERIODE (AAAAMMJJ, INCLUSE)
           05  PL-DATE-FIN         PIC 9(8).
      *  ENTREPRISE D'ACCUEIL (FENTR03)
           05  PL-CODE-ENTR        PIC X(4).
      *  HORODATAGE DE LA SAISIE (PAR QUI)
           05  PL-DATE-MAJ         PIC X(10).
           05  PL-MAJ-PAR          PIC X(3).
           05  FILLER              PIC X(13).
