      *               D'AUDIT CONSULTABLE) - CLE = NUMERO DE          *
      *               STAGIAIRE + HORODATAGE (AAAAMMJJ + HHMMSS),     *
      *               ALIMENTE PAR AUDIT3 EN PLUS DE LA TD AUDT,      *
      *               CONSULTE PAR INF8CI3 ET RPTAUDIT - CHAQUE       *
      *               ENTREE EST SCELLEE ET CHAINEE A LA PRECEDENTE   *
      *               (SCELAUD), CONTROLE PAR CHKAUDIT                *
      *****************************************************************
       01  E-AUDIT.
           05  AK-CLE.
               88  AK-HABILITATION             VALUE 'H'.
               88  AK-DEROGATION               VALUE 'G'.
               88  AK-CONSULTATION             VALUE 'L'.
      *  EFFACEMENT (EFFRGPD) : IMAGES DE LA PERSONNE ANONYMISEES,
      *  L'IMAGE AVANT NE PORTE QUE LA REFERENCE DE LA DEMANDE ET LES
      *  COMPTES - VAUT SUPPRESSION POUR LE REJEU (REPLAY)
               88  AK-EFFACEMENT               VALUE 'E'.
           05  AK-OPERATEUR        PIC X(3).
           05  AK-TERMINAL         PIC X(4).
      *  IMAGES AVANT/APRES DE L'ENREGISTREMENT STAGIAIRE (MEME
      *  OBJET : AVANT SUR UNE CREATION, APRES SUR UNE SUPPRESSION
           05  AK-IMAGE-AVANT      PIC X(345).
           05  AK-IMAGE-APRES      PIC X(345).
      *  CHAINAGE D'INTEGRITE (SCELAUD, CF SCELCA.cpy) : RANG DE
      *  L'ENTREE DANS L'ORDRE GLOBAL D'ECRITURE (TETE DE CHAINE DANS
      *  FCTL03, CLE 'AUDCHAIN'), EMPREINTE DES IMAGES, EMPREINTE DU
      *  MAILLON PRECEDENT ET EMPREINTE DU MAILLON - UNE ENTREE
      *  MODIFIEE, SUPPRIMEE OU INSEREE ROMPT LA CHAINE
           05  AK-CHAINAGE.
               10  AK-SEQUENCE     PIC 9(9).
               10  AK-EMPREINTE-IMAGES
                                   PIC 9(18).
               10  AK-EMPREINTE-PREC
                                   PIC 9(18).
               10  AK-EMPREINTE    PIC 9(18).
      *  'O' : IMAGES ANONYMISEES PAR EFFRGPD APRES SCELLEMENT - LE
      *  MAILLON RESTE SCELLE SUR L'EMPREINTE DES IMAGES D'ORIGINE
               10  AK-ANONYMISE    PIC X(1).
                   88  AK-IMAGES-ANONYMISEES   VALUE 'O'.
      *  NUMERO D'ORIGINE D'UNE ENTREE REPORTEE SOUS UN AUTRE NUMERO
      *  PAR FUSSTAG (ZERO SINON) - LE SCELLEMENT PORTE SUR CELUI-CI
               10  AK-NUMERO-ORIGINE
                                   PIC 9(4).
               10  FILLER          PIC X(16).
