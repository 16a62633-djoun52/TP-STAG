      *****************************************************************
      *  FRLEG    -  ENREGISTREMENT DU FICHIER FRLEG03 (REPRESENTANT  *
      *               LEGAL D'UN STAGIAIRE MINEUR) - UNE ENTREE PAR   *
      *               STAGIAIRE, SAISIE SUR INFYCI3 (PF11 DEPUIS LA   *
      *               CONSULTATION INF2CI3) - L'ACCORD PARENTAL       *
      *               CONDITIONNE L'ACTIVATION D'UN MINEUR (FINSTAG), *
      *               LE REPRESENTANT RECOIT COPIE DES CONVOCATIONS   *
      *               (CONVSTAG) ET DES CONVENTIONS (GENCONV) TANT    *
      *               QUE LE LIEN EST ACTIF - AGEALRT SIGNALE LA      *
      *               MAJORITE DU STAGIAIRE (ETAT 'M') ET LE LIEN     *
      *               EST ALORS CLOS A L'ECRAN (ETAT 'C')             *
      *****************************************************************
       01  E-REPRESENTANT.
           05  RL-NUMERO           PIC 9(4).
           05  RL-NOM              PIC X(25).
           05  RL-PRENOM           PIC X(25).
      *  LIEN AVEC LE STAGIAIRE : P = PERE, M = MERE, T = TUTEUR
      *  (DECISION DE JUSTICE), A = AUTRE REPRESENTANT LEGAL
           05  RL-LIEN             PIC X(1).
               88  RL-LIEN-VALIDE        VALUE 'P' 'M' 'T' 'A'.
           05  RL-ADR1             PIC X(30).
           05  RL-ADR2             PIC X(30).
           05  RL-CODEP            PIC X(5).
           05  RL-VILLE            PIC X(30).
           05  RL-TEL              PIC X(10).
           05  RL-EMAIL            PIC X(40).
      *  ACCORD PARENTAL A L'ENTREE EN FORMATION : 'O' RECUEILLI,
      *  'N' OU BLANC NON RECUEILLI - DATE (AAAAMMJJ) ET OPERATEUR
      *  QUI L'A ENREGISTRE
           05  RL-ACCORD           PIC X(1).
               88  RL-ACCORD-DONNE              VALUE 'O'.
           05  RL-DATE-ACCORD      PIC 9(8).
           05  RL-ACCORD-PAR       PIC X(3).
      *  ETAT DU LIEN : A = ACTIF, M = MAJORITE ATTEINTE (SIGNALE PAR
      *  AGEALRT, LIEN A CLORE), C = CLOS - DATE (AAAAMMJJ) DU
      *  DERNIER CHANGEMENT D'ETAT
           05  RL-ETAT             PIC X(1).
               88  RL-ACTIF                     VALUE 'A'.
               88  RL-MAJEUR                    VALUE 'M'.
               88  RL-CLOS                      VALUE 'C'.
           05  RL-DATE-ETAT        PIC 9(8).
      *  DERNIERE MISE A JOUR (AAAAMMJJ / HHMMSS) ET SON AUTEUR
           05  RL-DATE-MAJ         PIC 9(8).
           05  RL-HEURE-MAJ        PIC 9(6).
           05  RL-MAJ-PAR          PIC X(3).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(22).
