      *               DE STAGIAIRE + DATE DU JOUR (AAAAMMJJ) -        *
      *               L'ABSENCE EST SAISIE PAR INFACI3, LE CUMUL      *
      *               MENSUEL EST EDITE PAR RPTABS POUR LE SYSTEME    *
      *               D'INDEMNITES - PAS D'ENREGISTREMENT = PRESENT - *
      *               FIGE POUR UN MOIS CLOTURE (CLOTPRES) : LES      *
      *               CORRECTIONS VONT ALORS DANS FREGU03             *
      *               - UN CONGE PAYE N'EST PAS UNE ABSENCE : IL EST  *
      *               TENU DANS FCONG03, ET UN JOUR DE CONGE ACCORDE  *
      *               NEUTRALISE L'ABSENCE EVENTUELLEMENT SAISIE      *
      *****************************************************************
       01  E-PRESENCE.
           05  PR-CLE.
