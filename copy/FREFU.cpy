      *  FREFU    -  ENREGISTREMENT DU FICHIER FREFU03 (JOURNAL DES   *
      *               REFUS ET MISES EN LISTE D'ATTENTE A LA CREATION)*
      *               - UNE ENTREE PAR CANDIDATURE ECARTEE PAR        *
      *               INF1CI3 OU A L'INSTRUCTION DES CANDIDATURES EN  *
      *               LIGNE (INFZCI3), AVEC LA REGLE VALSTAG EN CAUSE *
      *               - CLE NUMERO AUTO-ATTRIBUE (COMME FATTE03) -    *
      *               EXPLOITE PAR LE COURRIER LTRREFUS (LETTRE DE    *
      *               REFUS OU DE MISE EN ATTENTE, MARQUEE EDITEE     *
      *               APRES PASSAGE)                                  *
      *****************************************************************
       01  E-REFUS.
           05  RF-NUMERO           PIC 9(4).
           05  RF-CODEP            PIC X(5).
           05  RF-VILLE            PIC X(30).
           05  RF-CODE-SESSION     PIC X(10).
      *  REGLE EN CAUSE (CF VALCA.cpy - 'CAPA' = SESSION COMPLETE,
      *  'QUOT' = QUOTA DU FINANCEUR EPUISE SUR LA SESSION, 'PREQ' =
      *  PREREQUIS D'ENTREE DE LA SESSION NON REMPLIS, CF FPREQ.cpy,
      *  'COOR' = CANDIDATURE EN LIGNE ECARTEE PAR LE COORDINATEUR)
           05  RF-REGLE            PIC X(4).
      *  ISSUE : 'R' REFUS, 'W' PLACE EN LISTE D'ATTENTE
           05  RF-ISSUE            PIC X(1).
           05  RF-EDITE            PIC X(1).
           05  RF-DATE             PIC X(10).
           05  RF-OPERATEUR        PIC X(3).
      *  DATE DE NAISSANCE SAISIE (JJMMAAAA, ZERO SI ABSENTE) - UN
      *  CANDIDAT MINEUR A LA DATE D'EDITION FAIT L'OBJET D'UNE COPIE
      *  ADRESSEE A SES REPRESENTANTS LEGAUX
           05  RF-DATE-NAISS       PIC 9(8).
           05  FILLER              PIC X(4).
