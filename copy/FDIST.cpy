      *****************************************************************
      *  FDIST    -  ENREGISTREMENT DU FICHIER FDIST03 (DISTANCES     *
      *               COMMUNE / SITE DE FORMATION) - UNE ENTREE PAR   *
      *               COMMUNE DE RESIDENCE ET PAR SITE, CLE COMMUNE   *
      *               (COMME CM-VILLE DE FCOMM03) + SITE (COMME       *
      *               S-SITE DE FSESS03) ; DISTANCE ROUTIERE ALLER EN *
      *               KILOMETRES RELEVEE SUR L'ATLAS - CLUSTER        *
      *               RECHARGE EN TOTALITE PAR LDDIST, LU PAR INGCCI3 *
      *               POUR LE BAREME DES FRAIS DE TRANSPORT (BARTAB)  *
      *****************************************************************
       01  E-DISTANCE.
           05  DS-CLE.
               10  DS-VILLE        PIC X(20).
               10  DS-SITE         PIC X(20).
           05  DS-KM               PIC 9(4).
      *  DATE DU CHARGEMENT (AAAAMMJJ)
           05  DS-DATE-MAJ         PIC 9(8).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(8).
