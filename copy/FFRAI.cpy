      *****************************************************************
      *  FFRAI    -  ENREGISTREMENT DU FICHIER FFRAI03 (DEMANDES DE   *
      *               REMBOURSEMENT DES FRAIS DE TRANSPORT) - UNE     *
      *               ENTREE PAR DEMANDE, CLE NUMERO + PREMIER JOUR   *
      *               DE LA PERIODE (AAAAMMJJ), SAISIE ET STATUEE SUR *
      *               INGCCI3 : PERIODE D'UN MOIS AU PLUS, NOMBRE DE  *
      *               TRAJETS ALLER-RETOUR, DISTANCE COMMUNE DE       *
      *               RESIDENCE / SITE DE LA SESSION (FDIST03) ET     *
      *               TARIF DU BAREME (BARTAB) FIGES A LA SAISIE -    *
      *               UNE DEMANDE APPROUVEE EST VERSEE PAR EXPPAIE EN *
      *               LIGNE 'T' DISTINCTE DE L'INDEMNITE              *
      *****************************************************************
       01  E-FRAIS.
           05  FR-CLE.
               10  FR-NUMERO       PIC 9(4).
               10  FR-DATE-DEBUT   PIC 9(8).
           05  FR-DATE-FIN         PIC 9(8).
           05  FR-CODE-SESSION     PIC X(10).
           05  FR-NB-TRAJETS       PIC 9(2).
      *  COMMUNE DE RESIDENCE ET SITE A LA SAISIE, DISTANCE ALLER EN
      *  KILOMETRES, TARIF D'UN TRAJET ALLER-RETOUR ET MONTANT DE LA
      *  DEMANDE (EUROS, DEUX DECIMALES IMPLICITES)
           05  FR-VILLE            PIC X(20).
           05  FR-SITE             PIC X(20).
           05  FR-KM               PIC 9(4).
           05  FR-TARIF            PIC 9(3)V99.
           05  FR-MONTANT          PIC 9(5)V99.
      *  ETAT : 'D' DEMANDE A STATUER, 'A' APPROUVEE, 'R' REFUSEE,
      *  'N' ANNULEE, 'E' EXPORTEE EN PAIE - SEULE 'A' EST VERSEE
           05  FR-ETAT             PIC X(1).
               88  FR-EN-ATTENTE                VALUE 'D'.
               88  FR-APPROUVEE                 VALUE 'A'.
               88  FR-REFUSEE                   VALUE 'R'.
               88  FR-ANNULEE                   VALUE 'N'.
               88  FR-EXPORTEE                  VALUE 'E'.
           05  FR-SAISI-PAR        PIC X(3).
           05  FR-DATE-SAISIE      PIC 9(8).
           05  FR-DECIDE-PAR       PIC X(3).
           05  FR-DATE-DECISION    PIC 9(8).
           05  FR-MOTIF-REFUS      PIC X(15).
      *  DATE / SEQUENCE DE L'EXPORT PAIE QUI L'A VERSEE (UN EXPORT
      *  RELANCE APRES INCIDENT, MEME DATE ET MEME SEQUENCE, LA
      *  REPREND)
           05  FR-DATE-EXPORT      PIC 9(8).
           05  FR-SEQ-EXPORT       PIC 9(6).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(10).
