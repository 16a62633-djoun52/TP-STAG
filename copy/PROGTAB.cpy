      *              MINIMAL REQUIS POUR ACCEDER A L'OPTION (VOIR      *
      *              OPRTAB.cpy) - LE CHOIX EST UN CARACTERE : LES     *
      *              CHIFFRES 1-9 SONT EPUISES, LES OPTIONS AJOUTEES   *
      *              DEPUIS PORTENT UNE LETTRE - LES NOMS DE PROGRAMME *
      *              INFxCI3 ET LES TRANSACTIONS TxC3 ETANT EPUISES,   *
      *              LES ECRANS SUIVANTS SONT NOMMES INGxCI3 / UxC3    *
      *****************************************************************
       01  PROGTAB.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'INFSCI3 '.
               10 FILLER PIC X(20) VALUE 'RELANCES A SUIVRE   '.
               10 FILLER PIC 9     VALUE 2.
           05  FILLER.
               10 FILLER PIC X     VALUE 'R'.
               10 FILLER PIC X(8)  VALUE 'INFTCI3 '.
               10 FILLER PIC X(20) VALUE 'ENTREPRISES ACCUEIL '.
               10 FILLER PIC 9     VALUE 2.
           05  FILLER.
               10 FILLER PIC X     VALUE 'S'.
               10 FILLER PIC X(8)  VALUE 'INFUCI3 '.
               10 FILLER PIC X(20) VALUE 'TROP-PERCUS         '.
               10 FILLER PIC 9     VALUE 2.
           05  FILLER.
               10 FILLER PIC X     VALUE 'T'.
               10 FILLER PIC X(8)  VALUE 'INFWCI3 '.
               10 FILLER PIC X(20) VALUE 'CONFIRMATION RIB    '.
               10 FILLER PIC 9     VALUE 2.
           05  FILLER.
               10 FILLER PIC X     VALUE 'U'.
               10 FILLER PIC X(8)  VALUE 'INFXCI3 '.
               10 FILLER PIC X(20) VALUE 'FINANCEURS          '.
               10 FILLER PIC 9     VALUE 2.
           05  FILLER.
               10 FILLER PIC X     VALUE 'V'.
               10 FILLER PIC X(8)  VALUE 'INFZCI3 '.
               10 FILLER PIC X(20) VALUE 'CANDIDATURES WEB    '.
               10 FILLER PIC 9     VALUE 2.
           05  FILLER.
               10 FILLER PIC X     VALUE 'W'.
               10 FILLER PIC X(8)  VALUE 'INGACI3 '.
               10 FILLER PIC X(20) VALUE 'PRE-CONTROLE ACCUEIL'.
               10 FILLER PIC 9     VALUE 1.
           05  FILLER.
               10 FILLER PIC X     VALUE 'X'.
               10 FILLER PIC X(8)  VALUE 'INGBCI3 '.
               10 FILLER PIC X(20) VALUE 'CONGES PAYES        '.
               10 FILLER PIC 9     VALUE 1.
           05  FILLER.
               10 FILLER PIC X     VALUE 'Y'.
               10 FILLER PIC X(8)  VALUE 'INGCCI3 '.
               10 FILLER PIC X(20) VALUE 'FRAIS DE TRANSPORT  '.
               10 FILLER PIC 9     VALUE 1.
      *  REGISTRE CONFIDENTIEL : NIVEAU 3 (FOPER03 UNIQUEMENT, LA
      *  TABLE DE SECOURS OPRTAB NE DONNE JAMAIS CE NIVEAU)
           05  FILLER.
               10 FILLER PIC X     VALUE 'Z'.
               10 FILLER PIC X(8)  VALUE 'INGECI3 '.
               10 FILLER PIC X(20) VALUE 'ADAPTATIONS HANDICAP'.
               10 FILLER PIC 9     VALUE 3.
       01  PROGTAB-TBL REDEFINES PROGTAB.
           05  PROGTAB-ENTRY OCCURS 34 TIMES.
               10 PT-NUMERO        PIC X.
               10 PT-PROGRAMME     PIC X(8).
               10 PT-LIBELLE       PIC X(20).
               10 PT-NIVEAU        PIC 9.
       77  PROGTAB-MAX             PIC 99 VALUE 34.
