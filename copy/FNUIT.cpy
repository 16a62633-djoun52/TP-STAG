      *****************************************************************
      *  FNUIT    -  ENREGISTREMENT DU FICHIER FNUIT03 (HISTORIQUE DES *
      *               ETAPES DE LA CHAINE DE NUIT) - UN ENREGISTREMENT*
      *               PAR ETAPE ET PAR PASSAGE, ECRIT PAR CHNCTL EN   *
      *               MODE DEBUT ET COMPLETE EN MODE FIN ; LU PAR LE  *
      *               RAPPORT HEBDOMADAIRE RPTCHN ET PAR L'ECRAN DE   *
      *               SUIVI DU BATCH INFHCI3 (SEPT DERNIERES NUITS)   *
      *****************************************************************
       01  E-NUIT.
           05  NU-CLE.
      *  CLE D'ETAPE NUITCHN ('NUITXXX ', MEME CLE QUE DANS FCTL03)
               10  NU-ETAPE        PIC X(8).
      *  LANCEMENT DE L'ETAPE (AAAAMMJJ/HHMMSS)
               10  NU-DATE         PIC 9(8).
               10  NU-HEURE-DEB    PIC 9(6).
      *  FIN DE L'ETAPE (AAAAMMJJ/HHMMSS), ZERO TANT QU'ELLE TOURNE
           05  NU-DATE-FIN         PIC 9(8).
           05  NU-HEURE-FIN        PIC 9(6).
      *  DUREE ECOULEE EN SECONDES
           05  NU-DUREE            PIC 9(6).
      *  CODE RETOUR DE L'ETAPE (0, OU 4 SI L'ETAPE A SIGNALE DES
      *  ANOMALIES - AU-DELA LA CHAINE S'ARRETE, CF NU-ETAT 'I')
           05  NU-RC               PIC 9(4).
      *  ETAT : 'C' EN COURS, 'T' TERMINEE, 'I' INTERROMPUE (ETAPE
      *  RELANCEE OU CHAINE REPRISE SANS QUE LA FIN AIT ETE NOTEE)
           05  NU-ETAT             PIC X(1).
               88  NU-EN-COURS             VALUE 'C'.
               88  NU-TERMINEE             VALUE 'T'.
               88  NU-INTERROMPUE          VALUE 'I'.
           05  FILLER              PIC X(13).
