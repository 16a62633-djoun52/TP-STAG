      *****************************************************************
      *  FNOMH    -  ENREGISTREMENT DU FICHIER FNOMH03 (HISTORIQUE    *
      *               DES NOMS DE FAMILLE) - UNE ENTREE PAR CHANGEMENT*
      *               DE NOM DU STAGIAIRE (MARIAGE, JUGEMENT...),     *
      *               ECRITE PAR INF3CI3 AVANT D'ECRASER E-NOM - CLE  *
      *               NUMERO + HORODATAGE DU CHANGEMENT ; CHEMIN      *
      *               FNOMHNM SUR L'ANCIEN NOM (NH-NOM, 25 OCTETS EN  *
      *               POSITION 18) POUR LES RECHERCHES D'HOMONYMES    *
      *               (INF2CI3, INFICI3) ; LE NOM PORTE A UNE DATE    *
      *               DONNEE EST CELUI DE LA PREMIERE ENTREE CLOSE    *
      *               APRES CETTE DATE, LE NOM ACTUEL A DEFAUT        *
      *               (INFKCI3, CERTSTAG)                             *
      *****************************************************************
       01  E-NOM-HISTO.
           05  NH-CLE.
               10  NH-NUMERO       PIC 9(4).
      *  DATE (AAAAMMJJ) ET HEURE (HHMMSS) OU LE NOM A ETE REMPLACE
               10  NH-DATE-FIN     PIC 9(8).
               10  NH-HEURE-FIN    PIC 9(6).
      *  NOM PORTE JUSQU'A CETTE DATE, PUIS NOM QUI L'A REMPLACE
           05  NH-NOM              PIC X(25).
           05  NH-NOUVEAU-NOM      PIC X(25).
      *  OPERATEUR QUI A SAISI LE CHANGEMENT
           05  NH-OPERATEUR        PIC X(3).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(29).
