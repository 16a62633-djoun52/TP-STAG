      *****************************************************************
      *  SCELCA   -  ZONE D'ECHANGE DU MODULE COMMUN SCELAUD (SCEL-   *
      *               LEMENT DES ENTREES DE LA PISTE D'AUDIT) -       *
      *               APPELE PAR AUDIT3 ET PAR LES BATCHS QUI ECRIVENT*
      *               DANS FAUDIT03 POUR SCELLER, PAR CHKAUDIT ET     *
      *               REPLAY POUR CONTROLER - L'APPELANT FOURNIT      *
      *               L'ENTREE COMPLETE (IMAGE E-AUDIT, FAUDIT.cpy)   *
      *               AVEC SON RANG ET L'EMPREINTE DU MAILLON         *
      *               PRECEDENT ; LE MODULE REND L'EMPREINTE DES      *
      *               IMAGES ET CELLE DU MAILLON, QUE L'APPELANT      *
      *               RANGE (SCELLEMENT) OU COMPARE (CONTROLE)        *
      *****************************************************************
       01  SCELAUD-COMMAREA.
      *  ENTREE D'AUDIT (MEME LAYOUT QUE E-AUDIT)
           05  SC-ENTREE.
               10  SC-CLE.
                   15  SC-NUMERO   PIC 9(4).
                   15  SC-HORODATAGE
                                   PIC X(14).
               10  SC-ACTION       PIC X(1).
               10  SC-OPERATEUR    PIC X(3).
               10  SC-TERMINAL     PIC X(4).
               10  SC-IMAGES       PIC X(690).
               10  SC-SEQUENCE     PIC 9(9).
               10  SC-EMPREINTE-IMAGES
                                   PIC 9(18).
               10  SC-EMPREINTE-PREC
                                   PIC 9(18).
               10  SC-EMPREINTE    PIC 9(18).
               10  SC-ANONYMISE    PIC X(1).
               10  SC-NUMERO-ORIGINE
                                   PIC 9(4).
               10  FILLER          PIC X(16).
      *  EMPREINTES CALCULEES : IMAGES AVANT + APRES, PUIS MAILLON
      *  (EMPREINTE PRECEDENTE, RANG, CLE D'ORIGINE, ACTION,
      *  OPERATEUR, TERMINAL ET EMPREINTE DES IMAGES - CELLE QUI EST
      *  RANGEE DANS L'ENTREE QUAND LES IMAGES ONT ETE ANONYMISEES)
           05  SC-RESULTAT.
               10  SC-CALC-IMAGES  PIC 9(18).
               10  SC-CALC-EMPREINTE
                                   PIC 9(18).
