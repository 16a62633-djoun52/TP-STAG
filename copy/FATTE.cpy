      *               D'ATTENTE DES CANDIDATS REFUSES DE JUSTESSE :   *
      *               AGE EN LIMITE, DEPARTEMENT PROCHE, SESSION      *
      *               COMPLETE) - ALIMENTE PAR INF1CI3, CONSULTE ET   *
      *               GERE PAR INF7CI3, PURGE PAR PRGATTE - AUSSI     *
      *               ALIMENTE PAR FINSTAG (SUITE DE PARCOURS) ET PAR *
      *               L'INSTRUCTION DES CANDIDATURES EN LIGNE INFZCI3 *
      *****************************************************************
       01  E-ATTENTE.
           05  WL-NUMERO           PIC 9(4).
           05  WL-EMAIL            PIC X(40).
           05  WL-CODE-SESSION     PIC X(10).
           05  WL-MOTIF            PIC X(20).
      *  CANDIDAT PROPOSE PAR FINSTAG POUR L'ETAPE SUIVANTE D'UN
      *  PARCOURS (FPARC03) : MOTIF 'SUITE PARCOURS' ET NUMERO DU
      *  STAGIAIRE, REPRIS PAR INF1CI3 AU RAPPEL DU CANDIDAT
           05  WL-MOTIF-PARC REDEFINES WL-MOTIF.
               10  WL-MOTIF-SUITE  PIC X(15).
               10  WL-NUMERO-PARC  PIC X(4).
               10  FILLER          PIC X(1).
           05  WL-DATE-ENTREE      PIC X(10).
           05  WL-HEURE-ENTREE     PIC X(8).
