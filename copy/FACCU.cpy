      *****************************************************************
      *  FACCU    -  ENREGISTREMENT DU FICHIER FACCU03 (DEMANDES DE   *
      *               RENSEIGNEMENT A L'ACCUEIL) - UNE ENTREE PAR     *
      *               PRE-CONTROLE D'ELIGIBILITE FAIT SUR INGACI3,    *
      *               AVEC SON ISSUE - CLE HORODATAGE + TERMINAL      *
      *               (COMME FERRL03) - LA DEMANDE RESTE ANONYME :    *
      *               NI NOM NI DATE DE NAISSANCE, SEULS L'AGE, LE    *
      *               CODE POSTAL ET LA SESSION DEMANDEE SONT GARDES  *
      *               POUR LA STATISTIQUE MENSUELLE RPTACCU           *
      *****************************************************************
       01  E-ACCUEIL.
           05  AC-CLE.
               10  AC-DATE         PIC 9(8).
               10  AC-HEURE        PIC 9(6).
               10  AC-TERMINAL     PIC X(4).
           05  AC-OPERATEUR        PIC X(3).
           05  AC-CODEP            PIC X(5).
      *  DEPARTEMENT = DEUX PREMIERS CARACTERES DU CODE POSTAL
           05  AC-DEPT             PIC X(2).
           05  AC-AGE              PIC 9(3).
           05  AC-CODE-SESSION     PIC X(10).
      *  'O' QUAND NOM ET PRENOM ONT ETE DONNES (DEROGATION ET
      *  RADIATION ANTERIEURE ALORS VERIFIEES), 'N' SINON
           05  AC-IDENTITE         PIC X(1).
      *  ISSUE : E = ELIGIBLE, W = LISTE D'ATTENTE PROBABLE,
      *  X = A EXAMINER PAR LE COORDINATEUR (RADIATION ANTERIEURE),
      *  R = NON ELIGIBLE
           05  AC-ISSUE            PIC X(1).
               88  AC-ELIGIBLE                  VALUE 'E'.
               88  AC-ATTENTE                   VALUE 'W'.
               88  AC-A-EXAMINER                VALUE 'X'.
               88  AC-NON-ELIGIBLE              VALUE 'R'.
      *  MOTIF DE L'ISSUE : REGLE VALSTAG (R006, R007, R023, R024),
      *  'CAPA' SESSION COMPLETE, 'ARCH' RADIATION ANTERIEURE -
      *  BLANC QUAND ELIGIBLE
           05  AC-MOTIF            PIC X(4).
      *  'O' QUAND UNE DEROGATION FDERO03 A LEVE LA REGLE EN ECHEC
           05  AC-DEROGATION       PIC X(1).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(52).
