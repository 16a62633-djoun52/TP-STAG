      *****************************************************************
      *  FCAND    -  ENREGISTREMENT DU FICHIER FCAND03 (CANDIDATURES  *
      *               RECUES PAR LE FORMULAIRE EN LIGNE) - CHARGE     *
      *               CHAQUE JOUR PAR IMPCAND A PARTIR DU FICHIER DU  *
      *               SITE WEB, SANS JAMAIS TOUCHER FSTAG03 ; LES     *
      *               CONTROLES (VALSTAG, HOMONYME, ARCHIVE, CAPACITE *
      *               DE LA SESSION) SONT CALCULES AU CHARGEMENT ET   *
      *               AFFICHES PAR L'ECRAN D'INSTRUCTION INFZCI3 OU   *
      *               LE COORDINATEUR DECIDE : ACCEPTER (CREATION PAR *
      *               INF1CI3), REFUSER (FREFU03) OU METTRE EN LISTE  *
      *               D'ATTENTE (FATTE03) - CLE NUMERO ATTRIBUE AU    *
      *               CHARGEMENT ; CHEMIN FCANDETA SUR L'ETAT         *
      *               (CD-ETAT, 1 OCTET EN POSITION 338) POUR LA FILE *
      *               DES CANDIDATURES A INSTRUIRE                    *
      *****************************************************************
       01  E-CANDIDAT.
           05  CD-NUMERO           PIC 9(6).
      *  REFERENCE DE LA CANDIDATURE SUR LE SITE (UNE CANDIDATURE
      *  DEJA CHARGEE N'EST PAS RECHARGEE) ET DATE DE RECEPTION
      *  (AAAAMMJJ)
           05  CD-REF-WEB          PIC X(12).
           05  CD-DATE-RECEPTION   PIC 9(8).
      *  IDENTITE ET COORDONNEES TELLES QUE SAISIES EN LIGNE - LES
      *  DATES SONT AU FORMAT DE L'ECRAN DE CREATION (JJMMAAAA,
      *  FIN PREVUE A ZERO SI NON RENSEIGNEE)
           05  CD-NOM              PIC X(25).
           05  CD-PRENOM           PIC X(25).
           05  CD-ADR1             PIC X(30).
           05  CD-ADR2             PIC X(30).
           05  CD-CODEP            PIC X(5).
           05  CD-VILLE            PIC X(30).
           05  CD-TELDOM           PIC X(10).
           05  CD-TELPOR           PIC X(10).
           05  CD-TEL-URGENCE      PIC X(10).
           05  CD-EMAIL            PIC X(40).
           05  CD-DATE-NAISS       PIC 9(8).
           05  CD-CODE-SESSION     PIC X(10).
           05  CD-DATE-DEBUT       PIC 9(8).
           05  CD-DATE-FIN         PIC 9(8).
           05  CD-NIVEAU-DIPLOME   PIC X(1).
           05  CD-FINANCEUR        PIC X(8).
           05  CD-CONSENT-MAIL     PIC X(1).
           05  CD-CONSENT-TIERS    PIC X(1).
      *  CONTROLES FAITS AU CHARGEMENT : REGLE VALSTAG EN ECHEC
      *  (BLANC = ELIGIBLE, CF VALCA.cpy), 'O' QUAND UNE DEROGATION
      *  FDERO03 A LEVE LA REGLE, NUMERO D'UN HOMONYME DEJA INSCRIT
      *  (ZERO = AUCUN), NUMERO, DATE ET MOTIF D'UNE RADIATION
      *  ANTERIEURE (ZERO = AUCUNE)
           05  CD-REGLE            PIC X(4).
           05  CD-DEROGATION       PIC X(1).
           05  CD-DOUBLON          PIC 9(4).
           05  CD-ARCHIVE          PIC 9(4).
           05  CD-ARC-DATE         PIC X(10).
           05  CD-ARC-MOTIF        PIC X(20).
      *  SESSION DEMANDEE : 'O' CONNUE DE FSESS03, 'N' INCONNUE -
      *  CAPACITE (ZERO = SANS LIMITE) ET INSCRITS AU CHARGEMENT
           05  CD-SESSION-CONNUE   PIC X(1).
           05  CD-CAPACITE         PIC 9(4).
           05  CD-INSCRITS         PIC 9(4).
      *  DECISION DU COORDINATEUR : 'E' A INSTRUIRE, 'A' ACCEPTEE
      *  (NUMERO DU STAGIAIRE CREE), 'R' REFUSEE (NUMERO FREFU03),
      *  'W' EN LISTE D'ATTENTE (NUMERO FATTE03) - DATE (AAAAMMJJ)
      *  ET OPERATEUR DE LA DECISION
           05  CD-ETAT             PIC X(1).
               88  CD-A-INSTRUIRE               VALUE 'E'.
               88  CD-ACCEPTEE                  VALUE 'A'.
               88  CD-REFUSEE                   VALUE 'R'.
               88  CD-EN-ATTENTE                VALUE 'W'.
           05  CD-NUMERO-DEST      PIC 9(4).
           05  CD-DATE-DECISION    PIC 9(8).
           05  CD-DECIDE-PAR       PIC X(3).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(46).
