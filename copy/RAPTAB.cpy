      *****************************************************************
      *  RAPTAB  -  TABLE DES RAPPORTS CONSERVES EN LIGNE (FRAPP03)   *
      *              PAR STKRAPP - NOM DU RAPPORT (CELUI DU PROGRAMME *
      *              QUI L'EDITE, DONNE EN SYSIN A STKRAPP), LIBELLE  *
      *              AFFICHE PAR INGFCI3 ET NIVEAU D'HABILITATION     *
      *              MINIMAL POUR LE CONSULTER (VOIR OPRTAB.cpy) -    *
      *              LES RAPPORTS DE PAIE ET D'INDEMNISATION SONT AU  *
      *              NIVEAU 2 - UN RAPPORT ABSENT DE LA TABLE EST     *
      *              CONSERVE AU NIVEAU 2 SOUS SON SEUL NOM           *
      *****************************************************************
       01  RAPTAB.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'CHKIDX  '.
               10 FILLER PIC X(30) VALUE
                  'CONTROLE INDEX FSTAG03        '.
               10 FILLER PIC 9     VALUE 1.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'FINSTAG '.
               10 FILLER PIC X(30) VALUE
                  'FINS DE STAGE ET ACTIVATIONS  '.
               10 FILLER PIC 9     VALUE 1.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'CTLQUAL '.
               10 FILLER PIC X(30) VALUE
                  'CONTROLE QUALITE              '.
               10 FILLER PIC 9     VALUE 1.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'CHKREF  '.
               10 FILLER PIC X(30) VALUE
                  'COHERENCE ENTRE FICHIERS      '.
               10 FILLER PIC 9     VALUE 1.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'AGEALRT '.
               10 FILLER PIC X(30) VALUE
                  'ALERTE LIMITE D''AGE           '.
               10 FILLER PIC 9     VALUE 1.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'PRGATTE '.
               10 FILLER PIC X(30) VALUE
                  'PURGE LISTE D''ATTENTE         '.
               10 FILLER PIC 9     VALUE 1.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'PRGARC  '.
               10 FILLER PIC X(30) VALUE
                  'ANONYMISATION ARCHIVE         '.
               10 FILLER PIC 9     VALUE 1.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'APPATTE '.
               10 FILLER PIC X(30) VALUE
                  'APPARIEMENT LISTE D''ATTENTE   '.
               10 FILLER PIC 9     VALUE 1.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'STATDEP '.
               10 FILLER PIC X(30) VALUE
                  'STATISTIQUES DEPARTEMENT      '.
               10 FILLER PIC 9     VALUE 1.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'RPTRELA '.
               10 FILLER PIC X(30) VALUE
                  'RELANCES EN RETARD            '.
               10 FILLER PIC 9     VALUE 1.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'CALCTROP'.
               10 FILLER PIC X(30) VALUE
                  'TROP-PERCUS D''INDEMNITE       '.
               10 FILLER PIC 9     VALUE 2.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'CLOTPRES'.
               10 FILLER PIC X(30) VALUE
                  'CLOTURE MENSUELLE ABSENCES    '.
               10 FILLER PIC 9     VALUE 2.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'NOTANNU '.
               10 FILLER PIC X(30) VALUE
                  'JOURNEES DE COURS ANNULEES    '.
               10 FILLER PIC 9     VALUE 1.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'EXPSMS  '.
               10 FILLER PIC X(30) VALUE
                  'EXTRACTION DES SMS            '.
               10 FILLER PIC 9     VALUE 1.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'EXPEVT  '.
               10 FILLER PIC X(30) VALUE
                  'PUBLICATION AUX ABONNES       '.
               10 FILLER PIC 9     VALUE 1.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'EXPBADG '.
               10 FILLER PIC X(30) VALUE
                  'MOUVEMENTS DES BADGES         '.
               10 FILLER PIC 9     VALUE 1.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'EXPAGEN '.
               10 FILLER PIC X(30) VALUE
                  'AVIS AGENCE POUR L''EMPLOI     '.
               10 FILLER PIC 9     VALUE 1.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'AVTABS  '.
               10 FILLER PIC X(30) VALUE
                  'AVERTISSEMENTS ABSENCES       '.
               10 FILLER PIC 9     VALUE 1.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'ACQCONG '.
               10 FILLER PIC X(30) VALUE
                  'ACQUISITION CONGES PAYES      '.
               10 FILLER PIC 9     VALUE 2.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'RPTERR  '.
               10 FILLER PIC X(30) VALUE
                  'JOURNAL DES INCIDENTS         '.
               10 FILLER PIC 9     VALUE 1.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'IMPPAIE '.
               10 FILLER PIC X(30) VALUE
                  'RETOUR PAIE / INDEMNITES      '.
               10 FILLER PIC 9     VALUE 2.
       01  RAPTAB-TBL REDEFINES RAPTAB.
           05  RAPTAB-ENTRY OCCURS 21 TIMES.
               10 RT-NOM           PIC X(8).
               10 RT-LIBELLE       PIC X(30).
               10 RT-NIVEAU        PIC 9.
       77  RAPTAB-MAX              PIC 99 VALUE 21.
