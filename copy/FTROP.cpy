      *****************************************************************
      *  FTROP    -  ENREGISTREMENT DU FICHIER FTROP03 (GRAND LIVRE   *
      *               DES TROP-PERCUS D'INDEMNITE) - UN MOUVEMENT PAR *
      *               ENREGISTREMENT, CLE NUMERO + HORODATAGE :       *
      *                 D = DEPART SIGNALE, A CHIFFRER (FINSTAG,      *
      *                     INF4CI3, TRFSESS 'CANCEL')                *
      *                 C = CREANCE CONSTATEE (CALCTROP)              *
      *                 N = DEPART SANS TROP-PERCU (CALCTROP)         *
      *                 R = REMBOURSEMENT (RETENUE EXPPAIE OU         *
      *                     VERSEMENT SAISI SUR INFUCI3)              *
      *                 A = ABANDON DE CREANCE (INFUCI3)              *
      *               SOLDE DU = CREANCES - REMBOURSEMENTS -          *
      *               ABANDONS - L'IDENTITE ET L'ADRESSE SONT         *
      *               RECOPIEES AU SIGNALEMENT : LE STAGIAIRE A PU    *
      *               QUITTER FSTAG03 QUAND LA LETTRE EST EDITEE      *
      *****************************************************************
       01  E-TROP-PERCU.
           05  TP-CLE.
               10  TP-NUMERO       PIC 9(4).
               10  TP-DATE-ENREG   PIC 9(8).
               10  TP-HEURE-ENREG  PIC 9(6).
           05  TP-TYPE             PIC X(1).
               88  TP-A-CHIFFRER                VALUE 'D'.
               88  TP-CREANCE                   VALUE 'C'.
               88  TP-SANS-OBJET                VALUE 'N'.
               88  TP-REMBOURSEMENT             VALUE 'R'.
               88  TP-ABANDON                   VALUE 'A'.
      *  PROGRAMME A L'ORIGINE DU MOUVEMENT
           05  TP-ORIGINE          PIC X(8).
      *  DATE DE DEPART (AAAAMMJJ) : DERNIER JOUR DU AU STAGIAIRE
           05  TP-DATE-EFFET       PIC 9(8).
      *  MOIS D'INDEMNITE CONCERNE (AAAAMM)
           05  TP-MOIS             PIC 9(6).
           05  TP-CODE-SESSION     PIC X(10).
      *  CHIFFRAGE : JOURS OUVRES PAYES APRES LE DEPART, TAUX
      *  JOURNALIER EN VIGUEUR AU DEPART ET MONTANT (SOMME DES TAUX
      *  EN VIGUEUR CHACUN DE CES JOURS - DEUX DECIMALES IMPLICITES)
           05  TP-NB-JOURS         PIC 9(2).
           05  TP-TAUX             PIC 9(3)V99.
           05  TP-MONTANT          PIC 9(5)V99.
           05  TP-NOM              PIC X(25).
           05  TP-PRENOM           PIC X(25).
           05  TP-ADR1             PIC X(30).
           05  TP-ADR2             PIC X(30).
           05  TP-CODEP            PIC X(5).
           05  TP-VILLE            PIC X(30).
      *  'O' QUAND LA DEMANDE DE REMBOURSEMENT A ETE EDITEE
           05  TP-LETTRE           PIC X(1).
           05  TP-MAJ-PAR          PIC X(3).
           05  TP-LIBELLE          PIC X(30).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(6).
