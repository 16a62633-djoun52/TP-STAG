      *               TRFSESS, SOLDE PAR FINSTAG (RESULTAT 'T') -     *
      *               L'ENTREE EST CONSERVEE QUAND LE STAGIAIRE PART  *
      *               EN FSTAGFIN : C'EST LE PARCOURS CONSULTE PAR    *
      *               INF2CI3 (PF7) - CHEMIN PAR SESSION (AIX         *
      *               FINSCSES SUR IN-CODE-SESSION) POUR LE DECOMPTE  *
      *               DES PLACES FINANCEES                            *
      *****************************************************************
       01  E-INSCRIPTION.
           05  IN-CLE.
               88  IN-ANNULEE                  VALUE 'A'.
      *  DATE D'ENREGISTREMENT DE L'ENTREE (AAAAMMJJ)
           05  IN-DATE-ENREG       PIC 9(8).
      *  FINANCEUR DE LA PLACE (FFINA03, BLANC = PLACE NON FINANCEE) -
      *  SAISI A L'INSCRIPTION PAR INF1CI3 OU IMPSTAG, IMPUTE SUR LA
      *  CONVENTION FFINS03 DE LA SESSION ; UN CHANGEMENT DE SESSION
      *  OUVRE UNE INSCRIPTION NON FINANCEE
           05  IN-FINANCEUR        PIC X(8).
           05  FILLER              PIC X(2).
