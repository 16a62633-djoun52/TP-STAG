      *****************************************************************
      *  FANNU    -  ENREGISTREMENT DU FICHIER FANNU03 (JOURNEES DE   *
      *               COURS ANNULEES) - UNE ENTREE PAR SESSION ET     *
      *               DATE (AAAAMMJJ) - ECRITE PAR INFCCI3 (ACTION N) *
      *               QUAND LE FORMATEUR EST ABSENT SANS REMPLACANT : *
      *               LA DATE EST AUSSI PORTEE EN EXCEPTION DU        *
      *               CALENDRIER FCALS03 (PAS D'ABSENCE DEDUITE PAR   *
      *               IMPBADGE) ET LDCALS L'Y REPORTE A CHAQUE        *
      *               RECHARGEMENT - NOTANNU PREVIENT LES STAGIAIRES  *
      *               INSCRITS PUIS MARQUE L'ENTREE NOTIFIEE          *
      *****************************************************************
       01  E-ANNULATION.
           05  AN-CLE.
               10  AN-CODE-SESSION PIC X(10).
               10  AN-DATE         PIC 9(8).
      *  FORMATEUR ABSENT A L'ORIGINE DE L'ANNULATION
           05  AN-CODE-FORM        PIC X(4).
      *  HORODATAGE DE LA SAISIE (PAR QUI)
           05  AN-DATE-SAISIE      PIC X(10).
           05  AN-SAISI-PAR        PIC X(3).
      *  NOTIFICATION DES STAGIAIRES : 'N' A FAIRE, 'O' FAITE (LE
      *  AAAAMMJJ)
           05  AN-NOTIFIE          PIC X(1).
               88  AN-A-NOTIFIER                VALUE 'N'.
               88  AN-DEJA-NOTIFIE              VALUE 'O'.
           05  AN-DATE-NOTIF       PIC 9(8).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(16).
