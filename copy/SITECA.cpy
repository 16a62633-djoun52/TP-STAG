      *****************************************************************
      *  SITECA   -  COMMAREA DU SERVICE DE CONTROLE DE SITE SITE3 -  *
      *               L'APPELANT FOURNIT LE CODE SESSION DU STAGIAIRE *
      *               (OU DIRECTEMENT LE SITE, ECRANS DES SESSIONS),  *
      *               SON NOM DE PROGRAMME, LE FICHIER ET L'OPERATION *
      *               EN CAUSE ; SITE3 REND L'AUTORISATION POUR       *
      *               L'OPERATEUR CONNECTE (SITES DE FOPER03) ET      *
      *               JOURNALISE LE REFUS PAR SPERR3 SI DEMANDE       *
      *****************************************************************
       01  SITE-COMMAREA.
           05  ST-PROGRAMME        PIC X(8).
           05  ST-FICHIER          PIC X(8).
           05  ST-OPERATION        PIC X(8).
      *  CODE SESSION DU STAGIAIRE (E-CODE-SESSION) - IGNORE QUAND LE
      *  SITE EST FOURNI
           05  ST-SESSION          PIC X(10).
      *  SITE A CONTROLER (S-SITE) - A BLANC, IL EST LU DANS FSESS03
      *  SUR LE CODE SESSION ET RENDU ICI
           05  ST-SITE             PIC X(20).
      *  'O' : UN REFUS EST JOURNALISE (ACCES A UNE FICHE DESIGNEE) -
      *  'N' : FILTRAGE SILENCIEUX (LISTES, PARCOURS)
           05  ST-JOURNAL          PIC X(1).
           05  ST-AUTORISE         PIC X(1).
               88  ST-ACCES-AUTORISE           VALUE 'O'.
      *  LIBELLE DU REFUS, PRET A AFFICHER
           05  ST-MESSAGE          PIC X(40).
