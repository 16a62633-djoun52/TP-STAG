      *****************************************************************
      *  EVTCA    -  ZONE D'ECHANGE DU MODULE COMMUN EVTSTAG (MISE EN *
      *               FORME DE L'EVENEMENT PUBLIE SUR LA FILE         *
      *               SORTANTE A PARTIR DES IMAGES AVANT/APRES DE LA  *
      *               PISTE D'AUDIT) - APPELE PAR AUDIT3 EN TEMPS     *
      *               REEL ET PAR EXPEVT (PUBLICATION BATCH, REJEU) - *
      *               L'APPELANT FOURNIT NUMERO D'EVENEMENT, ACTION,  *
      *               HORODATAGE, ORIGINE ET IMAGES ; LE MODULE REND  *
      *               LE MESSAGE ET SA LONGUEUR UTILE                 *
      *****************************************************************
       01  EVTSTAG-COMMAREA.
           05  EC-ENTREE.
               10  EC-SEQUENCE     PIC 9(9).
               10  EC-NUMERO       PIC 9(4).
      *  ACTION D'AUDIT (C, M, D, R OU F - AK-ACTION, FAUDIT.cpy)
               10  EC-ACTION       PIC X(1).
               10  EC-DATE         PIC 9(8).
               10  EC-HEURE        PIC 9(6).
      *  'T' TEMPS REEL, 'B' PUBLICATION BATCH, 'R' REJEU
               10  EC-ORIGINE      PIC X(1).
               10  EC-IMAGE-AVANT  PIC X(345).
               10  EC-IMAGE-APRES  PIC X(345).
      *  LONGUEUR UTILE DU MESSAGE (EN-TETE + CHAMPS PUBLIES)
           05  EC-LONGUEUR         PIC S9(4) COMP.
      *  MESSAGE PUBLIE : EN-TETE DE 31 OCTETS PUIS UN POSTE DE 48
      *  OCTETS PAR CHAMP (NOM CONVENU SUR 8 + NOUVELLE VALEUR) -
      *  TOUS LES CHAMPS RENSEIGNES SUR C ET R, LES SEULS CHAMPS
      *  CHANGES SUR M ET S, AUCUN SUR D ET F - COORDONNEES BANCAIRES
      *  JAMAIS EN CLAIR (CHAMP 'RIB', VALEUR MASQUEE), AUCUNE VALEUR
      *  QUAND LE STAGIAIRE REFUSE LA TRANSMISSION AUX TIERS
           05  EC-MESSAGE.
               10  EM-SEQUENCE     PIC 9(9).
               10  EM-NUMERO       PIC 9(4).
               10  EM-TYPE         PIC X(1).
               10  EM-DATE         PIC 9(8).
               10  EM-HEURE        PIC 9(6).
               10  EM-ORIGINE      PIC X(1).
               10  EM-NB-CHAMPS    PIC 9(2).
               10  EM-CHAMP        OCCURS 22 TIMES.
                   15  EM-NOM-CHAMP PIC X(8).
                   15  EM-VALEUR   PIC X(40).
