      *****************************************************************
      *  FBADG    -  ENREGISTREMENT DU FICHIER FBADG03 (ETAT DES      *
      *               BADGES D'ACCES TRANSMIS AU SYSTEME DE CONTROLE  *
      *               D'ACCES DU BATIMENT) - UNE ENTREE PAR NUMERO DE *
      *               BADGE (= NUMERO DE STAGIAIRE), TENUE PAR        *
      *               EXPBADG : SEULS LES CHANGEMENTS PAR RAPPORT A   *
      *               CET ETAT SONT TRANSMIS                          *
      *****************************************************************
       01  E-BADGE.
           05  BG-NUMERO           PIC 9(4).
      *  'A' ACTIVATION TRANSMISE, 'I' DESACTIVATION TRANSMISE
           05  BG-ETAT             PIC X(1).
               88  BG-ACTIF                    VALUE 'A'.
               88  BG-INACTIF                  VALUE 'I'.
      *  TITULAIRE AU MOMENT DE L'ENVOI (UN NUMERO REATTRIBUE A UN
      *  NOUVEAU STAGIAIRE EST RETRANSMIS)
           05  BG-NOM              PIC X(25).
      *  FIN DE VALIDITE TRANSMISE (AAAAMMJJ)
           05  BG-DATE-FIN         PIC 9(8).
      *  DATE DU DERNIER ENVOI (AAAAMMJJ)
           05  BG-DATE-ENVOI       PIC 9(8).
      *  MOTIF DE LA DESACTIVATION : S SUSPENSION, T STAGE TERMINE,
      *  P RETOUR EN PRE-INSCRIPTION, E FIN DE VALIDITE ATTEINTE,
      *  R RETIRE DE FSTAG03 (SUPPRESSION, FIN DE STAGE TRAITEE,
      *  ANNULATION DE SESSION)
           05  BG-MOTIF            PIC X(1).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(13).
