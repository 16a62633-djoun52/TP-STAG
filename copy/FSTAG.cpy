      *  N'EXPEDIE PLUS RIEN A CETTE ADRESSE ; L'INDICATEUR EST
      *  EFFACE QUAND L'ADRESSE EST CORRIGEE (INF3CI3)
           05  E-EMAIL-INVALIDE     PIC X(1).
      *  NIVEAU DU PLUS HAUT DIPLOME OBTENU (NOMENCLATURE NATIONALE :
      *  '3' CAP/BEP, '4' BAC, '5' BAC+2, '6' BAC+3/4, '7' BAC+5,
      *  '8' DOCTORAT - BLANC = NON COMMUNIQUE) - SAISI A LA
      *  CREATION (INF1CI3/IMPSTAG), MODIFIABLE (INF3CI3), CONFRONTE
      *  AU NIVEAU MINIMAL EXIGE PAR LA SESSION (FPREQ03)
           05  E-NIVEAU-DIPLOME     PIC X(1).
      *  'O' QUAND LE PORTABLE EST REVENU EN ECHEC DE DISTRIBUTION
      *  DE LA PASSERELLE SMS (BATCH IMPSMS) - EXPSMS N'ENVOIE PLUS
      *  RIEN A CE NUMERO ; L'INDICATEUR EST EFFACE QUAND LE NUMERO
      *  EST CORRIGE (INF3CI3)
           05  E-TELPOR-INVALIDE    PIC X(1).
      *  RESERVE D'EXTENSION
           05  FILLER               PIC X(3).
