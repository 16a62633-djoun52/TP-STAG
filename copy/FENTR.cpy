      *****************************************************************
      *  FENTR    -  ENREGISTREMENT DU FICHIER FENTR03 (REFERENTIEL   *
      *               DES ENTREPRISES D'ACCUEIL DES ALTERNANTS) -     *
      *               RAISON SOCIALE, SIRET, ADRESSE ET TUTEUR EN     *
      *               ENTREPRISE - TENU A JOUR PAR INFTCI3 (NIVEAU    *
      *               2), LES PERIODES EN ENTREPRISE DES STAGIAIRES   *
      *               SONT PORTEES PAR FPLAC03                        *
      *****************************************************************
       01  E-ENTREPRISE.
           05  EN-CODE             PIC X(4).
           05  EN-RAISON-SOCIALE   PIC X(30).
      *  SIRET : 14 CHIFFRES (SIREN + NIC)
           05  EN-SIRET            PIC X(14).
           05  EN-ADR1             PIC X(30).
           05  EN-ADR2             PIC X(30).
           05  EN-CODEP            PIC X(5).
           05  EN-VILLE            PIC X(30).
      *  TUTEUR DESIGNE PAR L'ENTREPRISE (CONTACT DE L'ORGANISME)
           05  EN-TUTEUR-NOM       PIC X(25).
           05  EN-TUTEUR-PRENOM    PIC X(25).
           05  EN-TUTEUR-TEL       PIC X(10).
           05  EN-TUTEUR-EMAIL     PIC X(40).
      *  HORODATAGE DE LA DERNIERE MISE A JOUR (PAR QUI)
           05  EN-DATE-MAJ         PIC X(10).
           05  EN-MAJ-PAR          PIC X(3).
           05  FILLER              PIC X(14).
