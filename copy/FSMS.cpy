      *****************************************************************
      *  FSMS     -  ENREGISTREMENT DU FICHIER FSMS03 (JOURNAL DES    *
      *               SMS TRANSMIS A LA PASSERELLE SMS DU SITE) - UNE *
      *               ENTREE PAR MESSAGE, ECRITE PAR EXPSMS : LA CLE  *
      *               (EVENEMENT + DESTINATAIRE + SESSION + DATE) EST *
      *               AUSSI LA REFERENCE TRANSMISE A LA PASSERELLE ET *
      *               EMPECHE TOUT SECOND ENVOI DU MEME AVIS - LE     *
      *               RETOUR DES ECHECS DE DISTRIBUTION EST PORTE     *
      *               PAR IMPSMS                                      *
      *****************************************************************
       01  E-SMS.
           05  SM-CLE.
      *  EVENEMENT : D = RAPPEL DE DEBUT DE SESSION, O = OFFRE DE
      *  PLACE (LISTE D'ATTENTE), A = JOURNEE DE COURS ANNULEE,
      *  I = ABSENCE NON JUSTIFIEE
               10  SM-EVENEMENT    PIC X(1).
                   88  SM-RAPPEL-DEBUT          VALUE 'D'.
                   88  SM-OFFRE                 VALUE 'O'.
                   88  SM-ANNULATION            VALUE 'A'.
                   88  SM-ABSENCE               VALUE 'I'.
      *  NUMERO DE STAGIAIRE, OU DE CANDIDAT (FATTE03) POUR UNE OFFRE
               10  SM-NUMERO       PIC 9(4).
               10  SM-CODE-SESSION PIC X(10).
      *  DATE DE L'EVENEMENT (AAAAMMJJ) : DEBUT DE SESSION, EMISSION
      *  DE L'OFFRE, JOURNEE ANNULEE OU JOUR D'ABSENCE
               10  SM-DATE-REF     PIC 9(8).
           05  SM-TELEPHONE        PIC X(10).
           05  SM-DATE-ENVOI       PIC 9(8).
           05  SM-HEURE-ENVOI      PIC 9(6).
      *  ETAT : 'E' TRANSMIS A LA PASSERELLE, 'F' ECHEC DE
      *  DISTRIBUTION (CODE ET DATE DU RETOUR)
           05  SM-ETAT             PIC X(1).
               88  SM-TRANSMIS                  VALUE 'E'.
               88  SM-ECHEC                     VALUE 'F'.
           05  SM-CODE-RETOUR      PIC X(3).
           05  SM-DATE-RETOUR      PIC 9(8).
           05  SM-TEXTE            PIC X(160).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(21).
