      *****************************************************************
      *  FAVER    -  ENREGISTREMENT DU FICHIER FAVER03 (HISTORIQUE    *
      *               DES AVERTISSEMENTS POUR ABSENCES INJUSTIFIEES)  *
      *               - UNE ENTREE PAR STAGIAIRE ET PAR MOIS EXAMINE  *
      *               AYANT DONNE LIEU A UNE ETAPE, ECRITE PAR AVTABS *
      *               (LA CLE EMPECHE TOUTE SECONDE ETAPE POUR LE     *
      *               MEME MOIS) - LA DECISION SUR UNE PROPOSITION DE *
      *               SUSPENSION EST PORTEE PAR INF3CI3 (NIVEAU 2),   *
      *               L'HISTORIQUE EST CONSULTABLE DEPUIS INF2CI3     *
      *****************************************************************
       01  E-AVERTISSEMENT.
           05  AV-CLE.
               10  AV-NUMERO       PIC 9(4).
      *  MOIS DES ABSENCES SANCTIONNEES (AAAAMM)
               10  AV-MOIS         PIC 9(6).
      *  SESSION SUIVIE AU MOMENT DE L'ETAPE - LA GRADUATION REPART
      *  A LA PREMIERE ETAPE SUR UNE NOUVELLE SESSION
           05  AV-CODE-SESSION     PIC X(10).
      *  ETAPE : 1 = AVERTISSEMENT, 2 = MISE EN DEMEURE,
      *  3 = PROPOSITION DE SUSPENSION (DECISION DE NIVEAU 2)
           05  AV-ETAPE            PIC X(1).
               88  AV-AVERTISSEMENT             VALUE '1'.
               88  AV-MISE-EN-DEMEURE           VALUE '2'.
               88  AV-PROPOSITION-SUSP          VALUE '3'.
      *  JOURS D'ABSENCE INJUSTIFIEE DU MOIS ET SEUIL DE L'ETAPE
           05  AV-NB-JOURS         PIC 9(2).
           05  AV-SEUIL            PIC 9(2).
           05  AV-DATE-EMIS        PIC 9(8).
      *  LETTRE : 'O' EDITEE, 'N' NON EDITEE (ADRESSE INEXPLOITABLE)
           05  AV-LETTRE           PIC X(1).
      *  DECISION SUR UNE PROPOSITION DE SUSPENSION : BLANC = EN
      *  ATTENTE, 'S' = SUSPENSION PRONONCEE, 'M' = STAGIAIRE MAINTENU
           05  AV-DECISION         PIC X(1).
               88  AV-A-DECIDER                 VALUE ' '.
               88  AV-SUSPENSION                VALUE 'S'.
               88  AV-MAINTIEN                  VALUE 'M'.
           05  AV-DATE-DECISION    PIC 9(8).
           05  AV-DECIDE-PAR       PIC X(3).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(14).
