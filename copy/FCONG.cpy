      *****************************************************************
      *  FCONG    -  ENREGISTREMENT DU FICHIER FCONG03 (CONGES PAYES  *
      *               DES STAGIAIRES DES SESSIONS DE PLUS DE SIX      *
      *               MOIS) - UNE ENTREE PAR JOUR DE COURS DEMANDE EN *
      *               CONGE, CLE NUMERO + DATE DU JOUR (AAAAMMJJ),    *
      *               SAISIE ET STATUEE SUR INGBCI3 ; L'ENTREE DE     *
      *               DATE ZERO PORTE LE SOLDE DU STAGIAIRE, ACQUIS   *
      *               CHAQUE MOIS PAR ACQCONG - UN JOUR DE CONGE      *
      *               ACCORDE N'EST NI PRESENCE NI ABSENCE : IL N'EST *
      *               PAS RETENU EN PAIE (EXPPAIE), NI COMPTE EN      *
      *               ABSENCE (RPTABS, DECLTRIM), NI FACTURE AU       *
      *               FINANCEUR (FACTFIN), NI PORTE ABSENT FAUTE DE   *
      *               BADGE (IMPBADGE)                                *
      *****************************************************************
       01  E-CONGE.
           05  CG-CLE.
               10  CG-NUMERO       PIC 9(4).
      *  JOUR DE CONGE (AAAAMMJJ) - ZERO = ENREGISTREMENT DE SOLDE
               10  CG-DATE         PIC 9(8).
           05  CG-JOUR.
               10  CG-CODE-SESSION PIC X(10).
      *  DEMANDE D'ORIGINE : PREMIER ET DERNIER JOUR DEMANDES
      *  (AAAAMMJJ) - LE PREMIER JOUR IDENTIFIE LA DEMANDE
               10  CG-DEMANDE      PIC 9(8).
               10  CG-DEMANDE-FIN  PIC 9(8).
      *  ETAT : 'D' DEMANDE A STATUER, 'A' ACCORDE, 'R' REFUSE,
      *  'N' ANNULE - SEUL 'A' NEUTRALISE LE JOUR
               10  CG-ETAT         PIC X(1).
                   88  CG-EN-ATTENTE            VALUE 'D'.
                   88  CG-ACCORDE               VALUE 'A'.
                   88  CG-REFUSE                VALUE 'R'.
                   88  CG-ANNULE                VALUE 'N'.
               10  CG-SAISI-PAR    PIC X(3).
               10  CG-DATE-SAISIE  PIC 9(8).
               10  CG-DECIDE-PAR   PIC X(3).
               10  CG-DATE-DECISION PIC 9(8).
               10  CG-MOTIF-REFUS  PIC X(15).
      *  SOLDE DU STAGIAIRE (CG-DATE = ZERO) : JOURS ACQUIS ET JOURS
      *  ACCORDES SUR LA FORMATION EN COURS (SESSION ET DATE DE DEBUT
      *  DE LA FICHE, AAAAMMJJ - UNE AUTRE FORMATION REPART A ZERO),
      *  DERNIER MOIS ACQUIS (AAAAMM) ET NOMBRE DE MOIS ACQUIS
           05  CG-SOLDE REDEFINES CG-JOUR.
               10  CG-SOLDE-SESSION PIC X(10).
               10  CG-SOLDE-DEBUT  PIC 9(8).
               10  CG-ACQUIS       PIC 9(3)V9.
               10  CG-PRIS         PIC 9(3)V9.
               10  CG-DERNIER-MOIS PIC 9(6).
               10  CG-NB-MOIS      PIC 9(3).
               10  FILLER          PIC X(29).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(4).
