      *****************************************************************
      *  FPARC    -  ENREGISTREMENT DU FICHIER FPARC03 (PARCOURS DE   *
      *               FORMATION) - UN PARCOURS EST UNE SUITE ORDONNEE *
      *               D'ETAPES, UNE ENTREE PAR ETAPE, CLE CODE        *
      *               PARCOURS + RANG DE L'ETAPE - CHARGE PAR LDPARC, *
      *               EXPLOITE PAR FINSTAG (PROPOSITION DE LA SESSION *
      *               SUIVANTE PAR OFFRE FOFFR03) ET PAR LE SUIVI     *
      *               DES PARCOURS RPTPARC                            *
      *****************************************************************
       01  E-PARCOURS.
           05  PA-CLE.
               10  PA-CODE-PARC    PIC X(8).
               10  PA-ETAPE        PIC 9(2).
      *  LIBELLE DE L'ETAPE
           05  PA-LIBELLE          PIC X(30).
      *  TYPE DE SESSION DE L'ETAPE : DEBUT COMMUN DES CODES SESSION
      *  DE CE TYPE (LE CODE SANS SON MILLESIME, REMPLACE A CHAQUE
      *  RECONDUCTION ROLLSESS) ET SA LONGUEUR UTILE, CALCULEE AU
      *  CHARGEMENT
           05  PA-TYPE-SESSION     PIC X(10).
           05  PA-LG-TYPE          PIC 9(2).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(8).
