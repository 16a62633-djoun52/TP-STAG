      *                        INSCRIPTION / FIN / RESULTAT (CERTSTAG)*
      *                 REFU = CORPS DE LA LETTRE DE REFUS (LTRREFUS) *
      *                 LATT = CORPS DE LA MISE EN LISTE D'ATTENTE    *
      *                 TROP = DEMANDE DE REMBOURSEMENT D'UN TROP-    *
      *                        PERCU D'INDEMNITE (CALCTROP)           *
      *                 ANNU = ANNULATION D'UNE JOURNEE DE COURS      *
      *                        (NOTANNU)                              *
      *                 AVT1/AVT2/AVT3 = AVERTISSEMENT / MISE EN      *
      *                        DEMEURE / PROPOSITION DE SUSPENSION    *
      *                        POUR ABSENCES INJUSTIFIEES (AVTABS)    *
      *               VARIABLES DE SUBSTITUTION (SERVIES PAR MODSUB   *
      *               SELON LE PROGRAMME) : &NOM &PRENOM &SESSION     *
      *               &DATEDEB &DATEFIN &MOTIF &SERIE &NOTE &RESULTAT *
      *               &DATEANN &CERTIF &NBJOURS &MOIS &SEUIL          *
      *               TENU SUR L'ECRAN INFQCI3                        *
      *****************************************************************
       01  E-MODELE.
