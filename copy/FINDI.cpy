      *****************************************************************
      *  FINDI    -  ENREGISTREMENT DU FICHIER FINDI03 (INDISPONIBI-  *
      *               LITES DES FORMATEURS) - UNE ENTREE PAR          *
      *               FORMATEUR, JOUR ET PERIODE (JOURNEE ENTIERE OU  *
      *               DEMI-JOURNEE), CLE CODE FORMATEUR + DATE        *
      *               (AAAAMMJJ) + PERIODE - SAISIE PAR INFCCI3       *
      *               (ACTION I) : LE FORMATEUR INDISPONIBLE EST      *
      *               ECARTE DE LA RECHERCHE DE REMPLACANTS (ACTION D)*
      *               ET NE PEUT PLUS ETRE RESERVE SUR LA PERIODE     *
      *****************************************************************
       01  E-INDISPO.
           05  ID-CLE.
               10  ID-CODE-FORM    PIC X(4).
               10  ID-DATE         PIC 9(8).
      *  PERIODE : 'J' JOURNEE ENTIERE, 'M' MATIN, 'A' APRES-MIDI
               10  ID-PERIODE      PIC X(1).
                   88  ID-JOURNEE               VALUE 'J'.
                   88  ID-MATIN                 VALUE 'M'.
                   88  ID-APRES-MIDI            VALUE 'A'.
      *  HORODATAGE DE LA SAISIE (PAR QUI)
           05  ID-DATE-SAISIE      PIC X(10).
           05  ID-SAISI-PAR        PIC X(3).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(14).
