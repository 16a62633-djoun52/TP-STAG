      *               OPRTAB RESTANT LA TABLE DE SECOURS SI LE        *
      *               FICHIER EST INDISPONIBLE - NIVEAU 1 = CONSULTA- *
      *               TION SEULE, NIVEAU 2 = CONSULTATION +           *
      *               MAINTENANCE, NIVEAU 3 = NIVEAU 2 + REGISTRE     *
      *               CONFIDENTIEL DES ADAPTATIONS (INGECI3 SUR       *
      *               FADAP03), ACCORDE OU RETIRE PAR UN NIVEAU 3     *
      *               SEULEMENT - NIVEAU 0 = ACCES RETIRE (REJET A LA *
      *               RECERTIFICATION OU INACTIVITE, RECOPR) - LES    *
      *               SITES DE RATTACHEMENT LIMITENT LES STAGIAIRES   *
      *               ACCESSIBLES - TENU A JOUR PAR INFBCI3           *
      *****************************************************************
       01  E-OPERATEUR.
           05  OP-CLE              PIC X(3).
      *  HORODATAGE DE LA DERNIERE MISE A JOUR (PAR QUI)
           05  OP-DATE-MAJ         PIC X(10).
           05  OP-MAJ-PAR          PIC X(3).
      *  DERNIERE RECERTIFICATION : 'C' CERTIFIE OU 'R' REJETE PAR LE
      *  RESPONSABLE (INFBCI3), 'I' NIVEAU RETIRE POUR INACTIVITE
      *  (RECOPR, PAR 'BAT') - A BLANC SI JAMAIS RECERTIFIE
           05  OP-RECERT.
               10  OP-REC-ETAT     PIC X(1).
                   88  OP-REC-CERTIFIE         VALUE 'C'.
                   88  OP-REC-REJETE           VALUE 'R'.
                   88  OP-REC-INACTIF          VALUE 'I'.
               10  OP-REC-DATE     PIC X(10).
               10  OP-REC-PAR      PIC X(3).
      *  SITES DE RATTACHEMENT (CLOISONNEMENT PAR SITE, SERVICE SITE3)
      *  : 'O' = TOUS SITES (SIEGE), SINON L'OPERATEUR NE VOIT QUE LES
      *  STAGIAIRES DONT LA SESSION SE TIENT SUR L'UN DE SES DEUX
      *  SITES (MEME LIBELLE QUE S-SITE DE FSESS03) - SANS SITE NI
      *  DROIT TOUS SITES, AUCUN STAGIAIRE N'EST VISIBLE
           05  OP-SITES.
               10  OP-TOUS-SITES   PIC X(1).
                   88  OP-SIEGE                VALUE 'O'.
               10  OP-SITE         PIC X(20) OCCURS 2.
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(3).
