      *****************************************************************
      *  RELACA   -  ZONE D'ECHANGE DU MODULE GENRELA (RELANCES       *
      *               POSEES ET CLOTUREES PAR LES BATCHS DE NUIT DANS *
      *               FRELA03) - UNE RELANCE AUTOMATIQUE EST UNIQUE   *
      *               PAR ORIGINE ET NUMERO TANT QU'ELLE EST OUVERTE :*
      *               'O' LA POSE SI AUCUNE N'EST OUVERTE, CHARGEE AU *
      *               COORDINATEUR DE LA SESSION (FSESS03 / FOPER03), *
      *               A ECHEANCE DATE DU JOUR + DELAI ; 'C' LA CLOT   *
      *               QUAND LE BATCH CONSTATE LA SITUATION REGLEE ;   *
      *               'F' EN FIN DE TRAITEMENT FERME LES FICHIERS DU  *
      *               MODULE - LA DATE DU JOUR (AAAAMMJJ) EST FOURNIE *
      *               PAR L'APPELANT                                  *
      *  CODE RETOUR : 'P' RELANCE POSEE, 'D' DEJA OUVERTE, 'C'       *
      *               RELANCE CLOTUREE, 'N' AUCUNE RELANCE OUVERTE A  *
      *               CLOTURER, 'X' RELANCE NON POSEE (TABLE DES      *
      *               RELANCES OUVERTES PLEINE OU ECHEANCES PRISES)   *
      *****************************************************************
       01  GENRELA-COMMAREA.
           05  RA-FONCTION         PIC X(1).
               88  RA-POSE                     VALUE 'O'.
               88  RA-CLOTURE                  VALUE 'C'.
               88  RA-FIN                      VALUE 'F'.
      *  ORIGINE (CF RL-ORIGINE DANS FRELA.cpy)
           05  RA-ORIGINE          PIC X(4).
           05  RA-NUMERO           PIC 9(4).
      *  SESSION DONT LE COORDINATEUR EST CHARGE DE LA RELANCE
           05  RA-SESSION          PIC X(10).
      *  DELAI EN JOURS ENTRE LA DATE DU JOUR ET L'ECHEANCE
           05  RA-DELAI            PIC 9(2).
           05  RA-NOTE             PIC X(40).
           05  RA-DATE-JOUR        PIC 9(8).
      *  EN RETOUR : CODE, OPERATEUR CHARGE ET ECHEANCE
           05  RA-CODE-RETOUR      PIC X(1).
               88  RA-POSEE                    VALUE 'P'.
               88  RA-DEJA-OUVERTE             VALUE 'D'.
               88  RA-CLOTUREE                 VALUE 'C'.
               88  RA-AUCUNE                   VALUE 'N'.
               88  RA-NON-POSEE                VALUE 'X'.
           05  RA-OPERATEUR        PIC X(3).
           05  RA-ECHEANCE         PIC 9(8).
