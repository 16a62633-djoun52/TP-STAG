      *****************************************************************
      *  FPREQ    -  ENREGISTREMENT DU FICHIER FPREQ03 (PREREQUIS     *
      *               D'ENTREE DES SESSIONS) - UNE ENTREE PAR SESSION *
      *               QUI EN EXIGE, CLE CODE SESSION - TENU AVEC LA   *
      *               FICHE SESSION PAR INF6CI3 ; CONTROLE A          *
      *               L'INSCRIPTION PAR INF1CI3 ET IMPSTAG - REGLE    *
      *               'PREQ' (JOURNAL FREFU03, DEROGATION FDERO03)    *
      *****************************************************************
       01  E-PREREQUIS.
           05  PQ-CODE-SESSION     PIC X(10).
      *  NIVEAU DE DIPLOME MINIMAL DU STAGIAIRE (NOMENCLATURE
      *  NATIONALE '3' A '8', CF E-NIVEAU-DIPLOME) - BLANC = AUCUN
           05  PQ-NIVEAU-MIN       PIC X(1).
      *  SESSION PREALABLE A AVOIR ACHEVEE (INSCRIPTION FINSC03
      *  TERMINEE) : CODE SESSION COMPLET OU DEBUT DE CODE (LE CODE
      *  SANS SON MILLESIME, TOUTES LES RECONDUCTIONS ROLLSESS
      *  CONVIENNENT) ET SA LONGUEUR UTILE, CALCULEE A LA SAISIE -
      *  BLANC = AUCUNE
           05  PQ-SESSION-PREAL    PIC X(10).
           05  PQ-LG-PREAL         PIC 9(2).
      *  'O' : LA SESSION PREALABLE DOIT AUSSI AVOIR ETE VALIDEE
      *  (RESULTAT FRESU03 ADMIS) ; 'N' OU BLANC : ACHEVEE SUFFIT
           05  PQ-ADMIS-EXIGE      PIC X(1).
               88  PQ-ADMIS-REQUIS             VALUE 'O'.
      *  DERNIERE MISE A JOUR : QUAND (AAAAMMJJ / HHMMSS) ET PAR QUI
           05  PQ-DATE-MAJ         PIC 9(8).
           05  PQ-HEURE-MAJ        PIC 9(6).
           05  PQ-MAJ-PAR          PIC X(3).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(9).
