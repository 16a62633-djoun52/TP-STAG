      *****************************************************************
      *  FAGEN    -  ENREGISTREMENT DU FICHIER FAGEN03 (SUIVI DES     *
      *               AVIS D'ENTREE ET DE SORTIE DE FORMATION         *
      *               TRANSMIS A L'AGENCE PUBLIQUE POUR L'EMPLOI) -   *
      *               UNE ENTREE PAR EVENEMENT, ECRITE PAR EXPAGEN,   *
      *               ACQUITTEE OU REJETEE PAR IMPAGEN A RECEPTION    *
      *               DU RETOUR DE L'AGENCE - LA CLE EST AUSSI LA     *
      *               REFERENCE PORTEE SUR L'AVIS ('TP' + CLE)        *
      *               LE DERNIER AVIS ENVOYE EST CONSERVE POUR LES    *
      *               RENVOIS (STAGIAIRE EVENTUELLEMENT DISPARU DE    *
      *               FSTAG03)                                        *
      *****************************************************************
       01  E-AVIS-AGENCE.
           05  AN-CLE.
               10  AN-NUMERO       PIC 9(4).
      *  'E' ENTREE EN FORMATION, 'S' SORTIE (ACHEVEMENT OU SORTIE
      *  ANTICIPEE, VOIR LE CODE MOTIF DE L'AVIS)
               10  AN-TYPE         PIC X(1).
      *  DATE DE L'EVENEMENT (AAAAMMJJ)
               10  AN-DATE         PIC 9(8).
      *  'E' ENVOYE, 'A' ACQUITTE, 'R' REJETE PAR L'AGENCE
           05  AN-ETAT             PIC X(1).
               88  AN-ENVOYE                   VALUE 'E'.
               88  AN-ACQUITTE                 VALUE 'A'.
               88  AN-REJETE                   VALUE 'R'.
           05  AN-DATE-ENVOI       PIC 9(8).
           05  AN-NB-ENVOIS        PIC 9(2).
           05  AN-CODE-REJET       PIC X(3).
           05  AN-DATE-RETOUR      PIC 9(8).
      *  DERNIER AVIS ENVOYE (MEME DESSIN QUE L'ENREGISTREMENT
      *  AGENOUT D'EXPAGEN)
           05  AN-AVIS             PIC X(150).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(15).
