      *****************************************************************
      *  FEXAM    -  ENREGISTREMENT DU FICHIER FEXAM03 (INSCRIPTIONS  *
      *               AUX EXAMENS DE CERTIFICATION EXTERNES) - UNE    *
      *               ENTREE PAR STAGIAIRE ET SESSION D'EXAMEN D'UN   *
      *               CENTRE - SAISIE SUR INFDCI3 (ECRAN DES          *
      *               RESULTATS), TRANSMISE AU CENTRE PAR EXPEXAM,    *
      *               RESULTAT DU CENTRE CHARGE PAR IMPEXAM (SES      *
      *               IDENTIFIANTS DE CANDIDAT SONT RESOLUS PAR LA    *
      *               TABLE FXREF03, SYSTEME = CODE DU CENTRE) -      *
      *               EDITEE PAR RELEVNOT ET CERTSTAG TYPE R          *
      *****************************************************************
       01  E-EXAMEN.
           05  EX-CLE.
               10  EX-NUMERO       PIC 9(4).
      *  CODE DU CENTRE D'EXAMEN (MEME CODE QUE LE SYSTEME EXTERNE
      *  DE LA TABLE FXREF03) ET SESSION D'EXAMEN DU CENTRE
               10  EX-CENTRE       PIC X(8).
               10  EX-SESSION-EXAM PIC X(10).
      *  SESSION DE FORMATION PREPARANT A L'EXAMEN
           05  EX-CODE-SESSION     PIC X(10).
      *  CERTIFICATION VISEE ET DATE DE L'EXAMEN (AAAAMMJJ)
           05  EX-CERTIF           PIC X(10).
           05  EX-DATE-EXAMEN      PIC 9(8).
      *  ETAT : I = INSCRIPTION A TRANSMETTRE, T = TRANSMISE,
      *  D = DESINSCRIPTION A TRANSMETTRE, A = ANNULEE (DESINSCRIPTION
      *  TRANSMISE), R = RESULTAT RECU DU CENTRE
           05  EX-ETAT             PIC X(1).
               88  EX-A-TRANSMETTRE             VALUE 'I'.
               88  EX-TRANSMISE                 VALUE 'T'.
               88  EX-DESINSCRIPTION            VALUE 'D'.
               88  EX-ANNULEE                   VALUE 'A'.
               88  EX-RESULTAT-RECU             VALUE 'R'.
      *  DERNIERE TRANSMISSION AU CENTRE (AAAAMMJJ)
           05  EX-DATE-TRANSMIS    PIC 9(8).
      *  RESULTAT DU CENTRE : A = ADMIS, J = AJOURNE, N = ABSENT -
      *  SCORE SUR 100 ET NUMERO DU CERTIFICAT DELIVRE PAR LE CENTRE
           05  EX-RESULTAT         PIC X(1).
           05  EX-SCORE            PIC 9(3).
           05  EX-NUM-CERTIFICAT   PIC X(20).
           05  EX-DATE-RESULTAT    PIC 9(8).
      *  INSCRIPTION : QUAND (AAAAMMJJ) ET PAR QUI
           05  EX-DATE-SAISIE      PIC 9(8).
           05  EX-SAISI-PAR        PIC X(3).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(18).
