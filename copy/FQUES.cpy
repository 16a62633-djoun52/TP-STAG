      *****************************************************************
      *  FQUES    -  ENREGISTREMENT DU FICHIER FQUES03 (QUESTIONNAIRES*
      *               DE SATISFACTION DE FIN DE SESSION) - UNE ENTREE *
      *               PAR QUESTION, CLE TYPE DE SESSION + NUMERO DE   *
      *               QUESTION (01 A 12, NUMEROTATION CONTINUE) - LE  *
      *               TYPE EST UN DEBUT DE CODE SESSION (LE CODE SANS *
      *               SON MILLESIME : TOUTES LES RECONDUCTIONS        *
      *               ROLLSESS SONT DU MEME TYPE) - UNE SESSION PREND *
      *               LE QUESTIONNAIRE DU TYPE LE PLUS LONG QUI       *
      *               DEBUTE SON CODE, A DEFAUT LE QUESTIONNAIRE      *
      *               GENERAL (TYPE A BLANC) - CHARGE PAR LDQUES, LU  *
      *               PAR INGGCI3 (SAISIE DES REPONSES), IMPSATI      *
      *               (FORMULAIRE EN LIGNE) ET RPTSATI (RAPPORT DE    *
      *               SATISFACTION)                                   *
      *****************************************************************
       01  E-QUESTION.
           05  QS-CLE.
               10  QS-TYPE         PIC X(10).
               10  QS-NUMERO       PIC 9(2).
      *  LIBELLE DE LA QUESTION - LA REPONSE EST UNE NOTE DE 1 (PAS DU
      *  TOUT SATISFAIT) A 5 (TRES SATISFAIT)
           05  QS-LIBELLE          PIC X(60).
      *  DATE DU CHARGEMENT (AAAAMMJJ)
           05  QS-DATE-MAJ         PIC 9(8).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(10).
