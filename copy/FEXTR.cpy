      *****************************************************************
      *  FEXTR    -  ENREGISTREMENT DE L'EXTRAIT ENRICHI DES          *
      *               STAGIAIRES (DD FSTAGEXT, TPSTAG.FSTAG03.EXTRAIT)*
      *               ECRIT CHAQUE NUIT PAR EXTNUIT, QUI EST LE SEUL A*
      *               PARCOURIR FSTAG03 : STATDEP, DISTDEP, AGEALRT,  *
      *               CTLQUAL, ETATLST, URGSESS ET EXPPAIE LISENT     *
      *               CET EXTRAIT - TRIE PAR CODE SESSION PUIS NUMERO *
      *               DE STAGIAIRE - UN ENREGISTREMENT PAR STAGIAIRE :*
      *               IMAGE COMPLETE DE LA FICHE (FSTAG.cpy) SUIVIE   *
      *               DES DONNEES DE LA SESSION (FSESS03), DE L'AGE,  *
      *               DU DEPARTEMENT ET DES ABSENCES DU MOIS (FPRES03)*
      *               - LONGUEUR 540                                  *
      *****************************************************************
       01  E-EXTRAIT.
      *  CLE DE TRI DE L'EXTRAIT
           05  EX-CLE-TRI.
               10  EX-CODE-SESSION PIC X(10).
               10  EX-NUMERO       PIC 9(4).
      *  HORODATAGE DE L'EXTRACTION (AAAAMMJJ / HHMMSS) - LA DATE DE
      *  REFERENCE DE L'AGE ET DU MOIS DES ABSENCES ; EXPPAIE EN FAIT
      *  LE POINT DE REPRISE DE SON EXPORT INCREMENTAL
           05  EX-DATE-EXTRAIT     PIC 9(8).
           05  EX-HEURE-EXTRAIT    PIC 9(6).
      *  IMAGE DE L'ENREGISTREMENT E-STAGIAIRE (FSTAG.cpy)
           05  EX-STAGIAIRE        PIC X(345).
      *  SESSION DU STAGIAIRE (FICHE FSESS03) - 'N' SI LE CODE EST A
      *  BLANC OU INCONNU DU REFERENTIEL, LES ZONES SONT ALORS A BLANC
      *  ET A ZERO
           05  EX-SESSION.
               10  EX-SESSION-CONNUE
                                   PIC X(1).
                   88  EX-SESSION-TROUVEE      VALUE 'O'.
               10  EX-S-LIBELLE    PIC X(30).
               10  EX-S-DATE-DEBUT PIC 9(8).
               10  EX-S-DATE-FIN   PIC 9(8).
               10  EX-S-SITE       PIC X(20).
               10  EX-S-COORDINATEUR
                                   PIC X(25).
               10  EX-S-CAPACITE   PIC 9(4).
               10  EX-S-TAUX-JOUR  PIC 9(3)V99.
      *  AGE EXACT (JOUR/MOIS/ANNEE) A LA DATE D'EXTRACTION - MEME
      *  CALCUL QUE CELUI FAIT A LA SAISIE (INF1CI3)
           05  EX-AGE              PIC 9(2).
      *  DEPARTEMENT (DEUX PREMIERS CARACTERES DU CODE POSTAL) ET SON
      *  RANG DANS LA TABLE DES DEPARTEMENTS LIMITROPHES (DEPTAB.cpy)
      *  - 00 = DEPARTEMENT NON LIMITROPHE
           05  EX-DEPT             PIC X(2).
           05  EX-RANG-DEP         PIC 9(2).
      *  ABSENCES (FPRES03) DU MOIS DE L'EXTRACTION : CUMULS DU
      *  PREMIER DU MOIS A LA DATE D'EXTRACTION INCLUSE (TOTAL ET
      *  JOURS NON JUSTIFIES - EN ATTENTE OU INJUSTIFIES) ET ETAT DE
      *  CHAQUE JOUR DU MOIS ENTIER (BLANC = PAS D'ABSENCE SAISIE,
      *  SINON LE STATUT DE JUSTIFICATION PR-JUSTIF 'P', 'J' OU 'I')
           05  EX-AAAAMM           PIC 9(6).
           05  EX-NB-ABS-MOIS      PIC 9(2).
           05  EX-NB-ABS-NJ        PIC 9(2).
           05  EX-JOURS-ABS.
               10  EX-JOUR-ABS     PIC X(1) OCCURS 31 TIMES.
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(19).
