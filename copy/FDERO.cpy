      *               LA PERSONNE N'AYANT PAS ENCORE DE NUMERO) -     *
      *               SAISIE PAR INFFCI3 (NIVEAU 2) ; INF1CI3 ET      *
      *               IMPSTAG LAISSENT ALORS PASSER LA REGLE VISEE    *
      *               (AGE R023, DEPARTEMENT R006 OU PREREQUIS DE     *
      *               SESSION PREQ) AU LIEU DE FORCER UNE FAUSSE DATE *
      *               OU UN FAUX CODE POSTAL, ET TRACENT L'USAGE DANS *
      *               FAUDIT03 (ACTION 'G')                           *
      *****************************************************************
       01  E-DEROGATION.
           05  DG-CLE.
               10  DG-NOM          PIC X(25).
               10  DG-PRENOM       PIC X(25).
               10  DG-DATE-NAISS   PIC 9(8).
      *  REGLE VISEE ('R006', 'R023', 'PREQ' OU '*   ' = TOUTES)
           05  DG-REGLE            PIC X(4).
           05  DG-JUSTIFICATION    PIC X(40).
      *  QUI A AUTORISE (DIRECTION) ET QUI A SAISI (OPERATEUR)
