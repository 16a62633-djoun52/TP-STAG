      *****************************************************************
      *  FSALL    -  ENREGISTREMENT DU FICHIER FSALL03 (REFERENTIEL   *
      *               DES SALLES DE FORMATION) - UNE ENTREE PAR SITE  *
      *               ET CODE SALLE - TENU EN LIGNE SUR L'ECRAN DU    *
      *               CALENDRIER DES SESSIONS (INFMCI3) - LE SITE EST *
      *               CELUI SAISI SUR LA FICHE SESSION (S-SITE) ; LES *
      *               PLACES BORNENT LA CAPACITE DES SESSIONS QUI Y   *
      *               SONT RESERVEES (FRESA03)                        *
      *****************************************************************
       01  E-SALLE.
           05  SA-CLE.
               10  SA-SITE         PIC X(20).
               10  SA-CODE-SALLE   PIC X(6).
           05  SA-LIBELLE          PIC X(30).
      *  NOMBRE DE PLACES ASSISES DE LA SALLE
           05  SA-PLACES           PIC 9(4).
      *  ACCESSIBILITE AUX PERSONNES A MOBILITE REDUITE (O/N)
           05  SA-ACCES-PMR        PIC X(1).
               88  SA-ACCESSIBLE                VALUE 'O'.
               88  SA-NON-ACCESSIBLE            VALUE 'N'.
      *  DERNIERE MISE A JOUR : QUAND (AAAAMMJJ) ET PAR QUI
           05  SA-DATE-MAJ         PIC 9(8).
           05  SA-MAJ-PAR          PIC X(3).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(18).
