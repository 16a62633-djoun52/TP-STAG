      *****************************************************************
      *  FTITR    -  ENREGISTREMENT DU FICHIER FTITR03 (DROITS AUX    *
      *               TITRES-RESTAURANT) - UNE ENTREE PAR STAGIAIRE   *
      *               ET PAR MOIS, CLE NUMERO + MOIS (AAAAMM), ECRITE *
      *               PAR TITRESTO POUR UN MOIS D'ABSENCES CLOTURE :  *
      *               UN TITRE PAR JOUR DE COURS EFFECTIVEMENT SUIVI  *
      *               (CALENDRIER FCALS03 / FJOUR03, MOINS LES        *
      *               ABSENCES FPRES03 / FREGU03 ET LES CONGES PAYES  *
      *               ACCORDES FCONG03) - LA PART A LA CHARGE DU      *
      *               STAGIAIRE EST RETENUE SUR L'INDEMNITE PAR       *
      *               EXPPAIE, DANS LA LIMITE DU MONTANT VERSE : LE   *
      *               RESTE EST RETENU AUX EXPORTS SUIVANTS           *
      *****************************************************************
       01  E-TITRE.
           05  TT-CLE.
               10  TT-NUMERO       PIC 9(4).
               10  TT-MOIS         PIC 9(6).
           05  TT-CODE-SESSION     PIC X(10).
           05  TT-SITE             PIC X(20).
      *  DECOMPTE DU MOIS : JOURS DE COURS, DONT JOURS DE CONGE PAYE
      *  ACCORDES ET JOURS D'ABSENCE - UN TITRE PAR JOUR RESTANT
           05  TT-JOURS-COURS      PIC 9(2).
           05  TT-JOURS-CONGE      PIC 9(2).
           05  TT-JOURS-ABS        PIC 9(2).
           05  TT-NB-TITRES        PIC 9(2).
      *  VALEUR FACIALE DU TITRE, POURCENTAGE A LA CHARGE DU STAGIAIRE
      *  ET MONTANT DE SA PART (EUROS, DEUX DECIMALES IMPLICITES)
           05  TT-VALEUR           PIC 9(2)V99.
           05  TT-TAUX-PART        PIC 9(2).
           05  TT-PART             PIC 9(3)V99.
           05  TT-DATE-CALCUL      PIC 9(8).
      *  ETAT DE LA RETENUE : 'C' A RETENIR, 'R' RETENUE EN TOTALITE,
      *  'S' SANS OBJET (AUCUN TITRE)
           05  TT-ETAT             PIC X(1).
               88  TT-A-RETENIR                 VALUE 'C'.
               88  TT-RETENUE                   VALUE 'R'.
               88  TT-SANS-OBJET                VALUE 'S'.
      *  CUMUL DEJA RETENU, MONTANT RETENU PAR LE DERNIER EXPORT ET
      *  DATE / SEQUENCE DE CET EXPORT (UN EXPORT RELANCE APRES
      *  INCIDENT, MEME DATE ET MEME SEQUENCE, ANNULE SA RETENUE
      *  AVANT DE LA REFAIRE)
           05  TT-RETENU           PIC 9(3)V99.
           05  TT-DERN-RETENUE     PIC 9(3)V99.
           05  TT-DATE-EXPORT      PIC 9(8).
           05  TT-SEQ-EXPORT       PIC 9(6).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(8).
