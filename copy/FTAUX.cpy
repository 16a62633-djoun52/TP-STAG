      *****************************************************************
      *  FTAUX    -  ENREGISTREMENT DU FICHIER FTAUX03 (HISTORIQUE    *
      *               DES TAUX JOURNALIERS D'INDEMNITE PAR SESSION) - *
      *               UNE ENTREE PAR TAUX, CLE SESSION + DATE D'EFFET *
      *               (AAAAMMJJ) : LE TAUX D'UN JOUR EST CELUI DE     *
      *               L'ENTREE DE PLUS GRANDE DATE D'EFFET NE         *
      *               DEPASSANT PAS CE JOUR - SANS ENTREE APPLICABLE  *
      *               (SESSION ANTERIEURE A L'HISTORIQUE), C'EST      *
      *               S-TAUX-JOUR DE FSESS03. TENU PAR INF6CI3 (UN    *
      *               CHANGEMENT PEUT ETRE DATE DANS LE FUTUR), LU    *
      *               PAR EXPPAIE ET CALCTROP                         *
      *****************************************************************
       01  E-TAUX-SESSION.
           05  TX-CLE.
               10  TX-CODE-SESSION PIC X(10).
               10  TX-DATE-EFFET   PIC 9(8).
      *  TAUX JOURNALIER EN EUROS, DEUX DECIMALES IMPLICITES - ZERO =
      *  SESSION NON INDEMNISEE A COMPTER DE LA DATE D'EFFET
           05  TX-TAUX             PIC 9(3)V99.
      *  SAISIE DU TAUX : OPERATEUR, DATE, HEURE ET PROGRAMME
           05  TX-SAISI-PAR        PIC X(3).
           05  TX-DATE-SAISIE      PIC 9(8).
           05  TX-HEURE-SAISIE     PIC 9(6).
           05  TX-ORIGINE          PIC X(8).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(12).
