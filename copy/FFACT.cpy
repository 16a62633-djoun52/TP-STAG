      *****************************************************************
      *  FFACT    -  ENREGISTREMENT DU FICHIER FFACT03 (REGISTRE DES  *
      *               FACTURES ET AVOIRS AUX FINANCEURS) - ECRIT PAR  *
      *               FACTFIN : PAR PIECE UNE LIGNE D'EN-TETE (RANG   *
      *               ZERO, TOTAUX DE LA PIECE) ET UNE LIGNE PAR      *
      *               STAGIAIRE FACTURE - LE NUMERO DE PIECE VIENT DE *
      *               FCTL03 ('FACTFIN ') - UN AVOIR REPREND TOUTES   *
      *               LES LIGNES DE LA FACTURE QU'IL ANNULE ET PORTE  *
      *               SON NUMERO ; LA FACTURE ANNULEE PORTE EN RETOUR *
      *               CELUI DE L'AVOIR ET LE MOIS PEUT ETRE REFACTURE *
      *****************************************************************
       01  E-FACTURE.
           05  FA-CLE.
               10  FA-NUMERO       PIC 9(6).
               10  FA-LIGNE        PIC 9(4).
           05  FA-TYPE             PIC X(1).
               88  FA-FACTURE                  VALUE 'F'.
               88  FA-AVOIR                    VALUE 'A'.
           05  FA-FINANCEUR        PIC X(8).
      *  MOIS FACTURE (AAAAMM) ET DATE D'EMISSION (AAAAMMJJ)
           05  FA-MOIS             PIC 9(6).
           05  FA-DATE-EMIS        PIC 9(8).
      *  ETAT DE LA PIECE (EN-TETE) : 'E' EMISE, 'A' FACTURE ANNULEE
      *  PAR UN AVOIR
           05  FA-ETAT             PIC X(1).
               88  FA-EMISE                    VALUE 'E'.
               88  FA-ANNULEE                  VALUE 'A'.
      *  PIECE LIEE : FACTURE D'ORIGINE D'UN AVOIR, AVOIR D'UNE
      *  FACTURE ANNULEE (ZERO SINON)
           05  FA-PIECE-LIEE       PIC 9(6).
      *  DETAIL PAR STAGIAIRE (BLANC / ZERO SUR L'EN-TETE)
           05  FA-NUMERO-STAG      PIC 9(4).
           05  FA-NOM              PIC X(25).
           05  FA-PRENOM           PIC X(25).
           05  FA-CODE-SESSION     PIC X(10).
           05  FA-REF-CONVENTION   PIC X(20).
      *  JOURS DE COURS DU MOIS, JOURS D'ABSENCE DEDUITS, HEURES
      *  FACTUREES, TAUX HORAIRE ET MONTANT (TOTAUX SUR L'EN-TETE)
           05  FA-JOURS            PIC 9(3).
           05  FA-JOURS-ABS        PIC 9(3).
           05  FA-HEURES           PIC 9(5)V99.
           05  FA-TAUX             PIC 9(3)V99.
           05  FA-MONTANT          PIC 9(7)V99.
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(19).
