      *****************************************************************
      *  FREGU    -  ENREGISTREMENT DU FICHIER FREGU03 (REGULARISA-   *
      *               TIONS D'ABSENCES SUR MOIS DE PAIE CLOTURE) -    *
      *               UNE ENTREE PAR CHANGEMENT, CLE NUMERO + JOUR    *
      *               D'ABSENCE + HORODATAGE DE LA SAISIE :           *
      *               FPRES03 EST FIGE POUR UN MOIS CLOTURE (FCTL03   *
      *               'CLOTPRES', ECRIT PAR CLOTPRES) - INFACI3,      *
      *               INFECI3 ET IMPBADGE N'Y ECRIVENT PLUS, ILS      *
      *               ENREGISTRENT ICI LE NOUVEL ETAT DU JOUR. L'ETAT *
      *               EFFECTIF D'UN JOUR CLOTURE EST CELUI DE LA      *
      *               DERNIERE REGULARISATION, A DEFAUT CELUI DE      *
      *               FPRES03. EXPPAIE PORTE LES REGULARISATIONS      *
      *               'A EXPORTER' EN LIGNES DE RAPPEL OU DE RETENUE  *
      *****************************************************************
       01  E-REGULARISATION.
           05  RG-CLE.
               10  RG-NUMERO       PIC 9(4).
               10  RG-DATE-ABS     PIC 9(8).
               10  RG-DATE-ENREG   PIC 9(8).
               10  RG-HEURE-ENREG  PIC 9(6).
           05  RG-CODE-SESSION     PIC X(10).
      *  ETAT DU JOUR AVANT ET APRES LE CHANGEMENT : ' ' PRESENT,
      *  SINON LE STATUT DE JUSTIFICATION FPRES03 ('P', 'J', 'I')
           05  RG-AVANT            PIC X(1).
           05  RG-APRES            PIC X(1).
      *  INCIDENCE SUR L'INDEMNITE DEJA VERSEE (SEULS 'P' ET 'I' SONT
      *  RETENUS) : JOUR A REPAYER, JOUR A RETENIR OU SANS INCIDENCE
           05  RG-SENS             PIC X(1).
               88  RG-RAPPEL                    VALUE 'R'.
               88  RG-RETENUE                   VALUE 'D'.
               88  RG-SANS-INCIDENCE            VALUE ' '.
           05  RG-MOTIF            PIC X(20).
           05  RG-PIECE            PIC X(15).
           05  RG-OPERATEUR        PIC X(3).
           05  RG-ORIGINE          PIC X(8).
      *  ETAT DE L'EXPORT PAIE : 'A' A EXPORTER, 'E' EXPORTEE (DATE,
      *  SEQUENCE ET MONTANT DE LA LIGNE EXPPAIE), 'S' SANS OBJET
           05  RG-ETAT             PIC X(1).
               88  RG-A-EXPORTER                VALUE 'A'.
               88  RG-EXPORTEE                  VALUE 'E'.
               88  RG-SANS-OBJET                VALUE 'S'.
           05  RG-DATE-EXPORT      PIC 9(8).
           05  RG-SEQ-EXPORT       PIC 9(6).
           05  RG-MONTANT          PIC 9(5)V99.
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(13).
