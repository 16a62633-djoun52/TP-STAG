      *****************************************************************
      *  FFINS    -  ENREGISTREMENT DU FICHIER FFINS03 (CONVENTIONS   *
      *               DE FINANCEMENT) - UNE ENTREE PAR SESSION ET     *
      *               FINANCEUR (FFINA03) : NOMBRE DE PLACES ACHETEES *
      *               ET PERIODE DE VALIDITE DE LA CONVENTION - TENU  *
      *               PAR INFXCI3 - LA CONSOMMATION N'EST PAS STOCKEE *
      *               ICI : C'EST LE NOMBRE D'INSCRIPTIONS FINSC03    *
      *               DE LA SESSION PORTANT CE FINANCEUR, EN COURS    *
      *               OU TERMINEES (UNE INSCRIPTION TRANSFEREE OU     *
      *               ANNULEE REND SA PLACE) - INF1CI3 ET IMPSTAG     *
      *               REFUSENT L'INSCRIPTION FINANCEE AU-DELA DU      *
      *               QUOTA, RPTFINA EDITE QUOTA ET CONSOMMATION -    *
      *               FACTFIN FACTURE LES HEURES DE PRESENCE AU TAUX  *
      *               HORAIRE DE LA CONVENTION                        *
      *****************************************************************
       01  E-FINANCEMENT.
           05  CF-CLE.
               10  CF-CODE-SESSION PIC X(10).
               10  CF-FINANCEUR    PIC X(8).
      *  PLACES FINANCEES (QUOTA) ET VALIDITE DE LA CONVENTION
      *  (AAAAMMJJ) : UNE INSCRIPTION N'EST FINANCEE QUE SI ELLE EST
      *  ENREGISTREE ENTRE CES DEUX DATES
           05  CF-NB-PLACES        PIC 9(4).
           05  CF-DATE-DEBUT       PIC 9(8).
           05  CF-DATE-FIN         PIC 9(8).
      *  REFERENCE DE LA CONVENTION CHEZ LE FINANCEUR
           05  CF-REFERENCE        PIC X(20).
      *  HORODATAGE DE LA DERNIERE MISE A JOUR (PAR QUI)
           05  CF-DATE-MAJ         PIC X(10).
           05  CF-MAJ-PAR          PIC X(3).
      *  FACTURATION A L'HEURE DE PRESENCE (FACTFIN) : TAUX HORAIRE
      *  (EN EUROS, DEUX DECIMALES IMPLICITES), HEURES FACTUREES PAR
      *  JOUR DE COURS ET PRISE EN CHARGE DES ABSENCES JUSTIFIEES
      *  ('O' = JOUR JUSTIFIE FACTURE, SINON TOUTE ABSENCE EST DEDUITE)
           05  CF-TAUX-HORAIRE     PIC 9(3)V99.
           05  CF-HEURES-JOUR      PIC 9(2)V99.
           05  CF-ABS-JUSTIFIEE    PIC X(1).
               88  CF-JUSTIF-FACTUREE          VALUE 'O'.
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(19).
