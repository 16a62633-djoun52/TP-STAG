      *               R032 FIN PREVUE INVALIDE                        *
      *               R040 IBAN INVALIDE     R041 CLE IBAN FAUSSE     *
      *               R042 BIC INVALIDE                               *
      *               R050 NIVEAU DIPLOME INVALIDE (3 A 8 OU BLANC)   *
      *****************************************************************
       01  VALSTAG-COMMAREA.
           05  VA-DONNEES.
               10  VA-DATE-FIN     PIC X(8).
               10  VA-IBAN         PIC X(34).
               10  VA-BIC          PIC X(11).
               10  VA-NIVEAU-DIPLOME PIC X(1).
           05  VA-DATE-JOUR        PIC 9(8).
           05  VA-CODE-RETOUR      PIC X(4).
