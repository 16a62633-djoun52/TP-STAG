      *****************************************************************
      *  FFINA    -  ENREGISTREMENT DU FICHIER FFINA03 (REFERENTIEL   *
      *               DES FINANCEURS) - ORGANISMES QUI ACHETENT DES   *
      *               PLACES SUR NOS SESSIONS (REGION, OPCO, POLE     *
      *               EMPLOI...) - LE CODE EST CELUI DU SYSTEME       *
      *               EXTERNE DE FXREF03 QUAND LE FINANCEUR DONNE SES *
      *               PROPRES NUMEROS DE DOSSIER - TENU A JOUR PAR    *
      *               INFXCI3 (NIVEAU 2) AVEC LES CONVENTIONS DE      *
      *               FINANCEMENT PAR SESSION (FFINS03)               *
      *****************************************************************
       01  E-FINANCEUR.
           05  FI-CODE             PIC X(8).
           05  FI-RAISON-SOCIALE   PIC X(30).
           05  FI-ADR1             PIC X(30).
           05  FI-ADR2             PIC X(30).
           05  FI-CODEP            PIC X(5).
           05  FI-VILLE            PIC X(30).
      *  CORRESPONDANT CHEZ LE FINANCEUR
           05  FI-CONTACT          PIC X(25).
           05  FI-TEL              PIC X(10).
           05  FI-EMAIL            PIC X(40).
      *  HORODATAGE DE LA DERNIERE MISE A JOUR (PAR QUI)
           05  FI-DATE-MAJ         PIC X(10).
           05  FI-MAJ-PAR          PIC X(3).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(29).
