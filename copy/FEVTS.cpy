      *****************************************************************
      *  FEVTS    -  ENREGISTREMENT DU FICHIER FEVTS03 (INDEX DES     *
      *               EVENEMENTS PUBLIES SUR LA FILE SORTANTE) - UNE  *
      *               ENTREE PAR EVENEMENT, CLE = NUMERO D'EVENEMENT  *
      *               (SEQUENCE CONTINUE TENUE DANS L'ENREGISTREMENT  *
      *               'EVENEMNT' DE FCTL03) - RENVOIE A L'ENTREE DE   *
      *               LA PISTE D'AUDIT FAUDIT03 QUI PORTE LES IMAGES, *
      *               CE QUI PERMET A EXPEVT DE REPUBLIER UNE PLAGE   *
      *               DE NUMEROS A L'IDENTIQUE                        *
      *****************************************************************
       01  E-EVENEMENT.
           05  EV-SEQUENCE         PIC 9(9).
      *  CLE DE L'ENTREE FAUDIT03 CORRESPONDANTE (MEME LAYOUT QUE
      *  AK-CLE, FAUDIT.cpy)
           05  EV-CLE-AUDIT.
               10  EV-NUMERO       PIC 9(4).
               10  EV-DATE         PIC 9(8).
               10  EV-HEURE        PIC X(6).
      *  TYPE D'EVENEMENT : C CREATION, M MODIFICATION, S CHANGEMENT
      *  DE STATUT, D SUPPRESSION, R RESTAURATION, F FIN DE STAGE
           05  EV-TYPE             PIC X(1).
      *  ORIGINE : 'T' TRANSACTIONNEL (AUDIT3), 'B' MISE A JOUR BATCH
      *  PUBLIEE PAR EXPEVT
           05  EV-ORIGINE          PIC X(1).
      *  'O' ENTREE FAUDIT03 ECRITE, 'N' ECRITURE EN ECHEC (EVENEMENT
      *  PUBLIE MAIS NON REPUBLIABLE)
           05  EV-AUDIT-ETAT       PIC X(1).
               88  EV-AUDIT-PRESENT            VALUE 'O'.
           05  EV-DATE-PUB         PIC 9(8).
           05  EV-HEURE-PUB        PIC 9(6).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(6).
