      *****************************************************************
      *  FBUDG    -  ENREGISTREMENT DU FICHIER FBUDG03 (BUDGET ET     *
      *               AUTRES COUTS DES SESSIONS) - UNE ENTREE PAR     *
      *               SESSION, CLE CODE SESSION - TENU AVEC LA FICHE  *
      *               SESSION PAR INF6CI3 : BUDGET PAR POSTE ET COUTS *
      *               ENGAGES HORS FORMATEURS ET INDEMNITES (SALLES,  *
      *               MATERIEL, DEPLACEMENTS...) - LE RAPPORT RPTBUDG *
      *               LE RAPPROCHE DU COUT REEL (FAFFE03 AF-COUT,     *
      *               INDEMNITES PAYEES DE FVERS03)                   *
      *****************************************************************
       01  E-BUDGET.
           05  BG-CODE-SESSION     PIC X(10).
      *  BUDGET DE LA SESSION PAR POSTE (EN EUROS, DEUX DECIMALES
      *  IMPLICITES) : FORMATEURS, INDEMNITES DE STAGE, AUTRES COUTS
           05  BG-BUDGET-FORM      PIC 9(7)V99.
           05  BG-BUDGET-INDEM     PIC 9(7)V99.
           05  BG-BUDGET-AUTRES    PIC 9(7)V99.
      *  AUTRES COUTS ENGAGES A CE JOUR (CUMUL TENU PAR LE SERVICE)
           05  BG-COUT-AUTRES      PIC 9(7)V99.
      *  DERNIERE MISE A JOUR : QUAND (AAAAMMJJ / HHMMSS) ET PAR QUI
           05  BG-DATE-MAJ         PIC 9(8).
           05  BG-HEURE-MAJ        PIC 9(6).
           05  BG-MAJ-PAR          PIC X(3).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(17).
