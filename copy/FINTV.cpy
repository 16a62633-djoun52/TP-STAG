      *****************************************************************
      *  FINTV    -  ENREGISTREMENT DU FICHIER FINTV03 (JOURNEES      *
      *               D'INTERVENTION DES FORMATEURS) - UNE ENTREE PAR *
      *               FORMATEUR, JOUR ET PERIODE (JOURNEE ENTIERE OU  *
      *               DEMI-JOURNEE), CLE CODE FORMATEUR + DATE        *
      *               (AAAAMMJJ) + PERIODE - RESERVEE PAR INFCCI3     *
      *               (ACTION J) SUR UN JOUR DE COURS DE LA SESSION   *
      *               (CALENDRIER FCALS03, HORS FJOUR03), LE          *
      *               FORMATEUR DEVANT Y ETRE AFFECTE (FAFFE03) ET    *
      *               LIBRE SUR LA PERIODE - LA FEUILLE DE TEMPS      *
      *               MENSUELLE HEURFORM EN TIRE LES HEURES PAR       *
      *               FORMATEUR ET PAR SESSION POUR LA PAIE           *
      *****************************************************************
       01  E-INTERVENTION.
           05  IV-CLE.
               10  IV-CODE-FORM    PIC X(4).
               10  IV-DATE         PIC 9(8).
      *  PERIODE : 'J' JOURNEE ENTIERE, 'M' MATIN, 'A' APRES-MIDI -
      *  UNE JOURNEE ENTIERE EXCLUT TOUTE DEMI-JOURNEE LE MEME JOUR
               10  IV-PERIODE      PIC X(1).
                   88  IV-JOURNEE               VALUE 'J'.
                   88  IV-MATIN                 VALUE 'M'.
                   88  IV-APRES-MIDI            VALUE 'A'.
           05  IV-CODE-SESSION     PIC X(10).
      *  DUREE DE L'INTERVENTION EN MINUTES (SAISIE EN HHMM, PAR
      *  DEFAUT 7H00 LA JOURNEE ET 3H30 LA DEMI-JOURNEE)
           05  IV-DUREE            PIC 9(4).
      *  HORODATAGE DE LA RESERVATION (PAR QUI)
           05  IV-DATE-SAISIE      PIC X(10).
           05  IV-SAISI-PAR        PIC X(3).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(20).
