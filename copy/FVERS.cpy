      *****************************************************************
      *  FVERS    -  ENREGISTREMENT DU FICHIER FVERS03 (HISTORIQUE    *
      *               DES VERSEMENTS D'INDEMNITE) - UNE ENTREE PAR    *
      *               LIGNE DU FICHIER EXPORTE PAR EXPPAIE, CLE       *
      *               NUMERO + DATE ET SEQUENCE DE L'EXPORT + RANG :  *
      *                 RANG 000     = DETAIL 'D' DU MOIS             *
      *                 RANG 001-999 = LIGNES 'R' DE REGULARISATION   *
      *                                DU NUMERO DANS CET EXPORT      *
      *               IMPPAIE Y REPORTE L'ACQUITTEMENT (PAYE OU       *
      *               REJETE, AVEC LE CODE MOTIF) - UN MOIS REEXPORTE *
      *               (MODE DELTA) REMPLACE LE PRECEDENT : LE VERSE   *
      *               DU MOIS EST LE DERNIER DETAIL PAYE - L'IDENTITE *
      *               ET L'ADRESSE SONT RECOPIEES A L'EXPORT POUR LE  *
      *               RELEVE ANNUEL (RELINDEM), LE STAGIAIRE A PU     *
      *               QUITTER FSTAG03 ENTRE-TEMPS                     *
      *****************************************************************
       01  E-VERSEMENT.
           05  VS-CLE.
               10  VS-NUMERO       PIC 9(4).
               10  VS-DATE-EXPORT  PIC 9(8).
               10  VS-SEQ-EXPORT   PIC 9(6).
               10  VS-RANG         PIC 9(3).
      *  TYPE DE LA LIGNE EXPORTEE : DETAIL DU MOIS OU REGULARISATION
           05  VS-TYPE             PIC X(1).
               88  VS-MENSUEL                   VALUE 'D'.
               88  VS-REGUL                     VALUE 'R'.
      *  MOIS D'INDEMNITE CONCERNE (AAAAMM) ET, POUR UNE REGULARISA-
      *  TION, LE JOUR REGULARISE ET SON SENS ('+' RAPPEL, '-' RETENUE)
           05  VS-MOIS             PIC 9(6).
           05  VS-DATE-ABS         PIC 9(8).
           05  VS-SENS             PIC X(1).
           05  VS-CODE-SESSION     PIC X(10).
      *  CALCUL DU MOIS (DEUX DECIMALES IMPLICITES) : BRUT DES JOURS
      *  OUVRES, RETENUE DES ABSENCES NON JUSTIFIEES, RETENUE DES
      *  TROP-PERCUS (FTROP03) ET MONTANT NET EXPORTE - UNE
      *  REGULARISATION NE PORTE QUE SON MONTANT
           05  VS-NB-ABS           PIC 9(2).
           05  VS-BRUT             PIC 9(5)V99.
           05  VS-RETENUE-ABS      PIC 9(5)V99.
           05  VS-RETENUE-TROP     PIC 9(5)V99.
           05  VS-MONTANT          PIC 9(5)V99.
           05  VS-IBAN             PIC X(34).
      *  ETAT DU VERSEMENT : 'E' EXPORTE (SANS RETOUR A CE JOUR),
      *  'P' PAYE, 'R' REJETE PAR LA PAIE (CODE ET LIBELLE DU RETOUR)
           05  VS-ETAT             PIC X(1).
               88  VS-EXPORTE                   VALUE 'E'.
               88  VS-PAYE                      VALUE 'P'.
               88  VS-REJETE                    VALUE 'R'.
           05  VS-DATE-RETOUR      PIC 9(8).
           05  VS-CODE-RETOUR      PIC X(2).
           05  VS-LIBELLE-RETOUR   PIC X(30).
           05  VS-NOM              PIC X(25).
           05  VS-PRENOM           PIC X(25).
           05  VS-ADR1             PIC X(30).
           05  VS-ADR2             PIC X(30).
           05  VS-CODEP            PIC X(5).
           05  VS-VILLE            PIC X(30).
      *  PART DU STAGIAIRE DES TITRES-RESTAURANT RETENUE SUR LE DETAIL
      *  DU MOIS (FTITR03), DEJA DEDUITE DE VS-MONTANT
           05  VS-RETENUE-TITRES   PIC 9(5)V99.
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(6).
