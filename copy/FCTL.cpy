      *               'EXPPAIE ' POINT DE REPRISE DE L'EXPORT PAIE    *
      *               'IMPSTAG ' POINT DE REPRISE DE L'IMPORT         *
      *               'NBSTAG  ' COMPTEUR DE STAGIAIRES (MENU)        *
      *               'CLOTPRES' DERNIER MOIS D'ABSENCES CLOTURE      *
      *                          (AAAAMM DANS CT-SEQUENCE)            *
      *               'FACTFIN ' DERNIER NUMERO DE FACTURE OU D'AVOIR *
      *                          AUX FINANCEURS (REGISTRE FFACT03)    *
      *               'EVENEMNT' DERNIER NUMERO D'EVENEMENT PUBLIE    *
      *                          (CT-SEQUENCE-EVT, AUDIT3 ET EXPEVT)  *
      *               'EVTBATCH' BORNE DE PUBLICATION DES MISES A     *
      *                          JOUR BATCH (CT-DATE/CT-HEURE)        *
      *               'AVTABS  ' DERNIER MOIS EXAMINE POUR LES AVER-  *
      *                          TISSEMENTS D'ABSENCES (CT-SEQUENCE)  *
      *               'TITRESTO' DERNIER MOIS DE TITRES-RESTAURANT    *
      *                          COMMANDE (AAAAMM DANS CT-SEQUENCE)   *
      *               'AUDCHAIN' TETE DE CHAINE DE LA PISTE D'AUDIT   *
      *                          (RANG DANS CT-SEQUENCE-EVT ET        *
      *                          EMPREINTE DANS CT-EMPREINTE)         *
      *               'AUDITOFF' BORNE DE DELESTAGE DE LA PISTE       *
      *                          (CT-DATE) ET DERNIER MAILLON DELESTE *
      *****************************************************************
       01  E-CONTROLE.
           05  CT-CLE              PIC X(8).
           05  CT-SEQUENCE         PIC 9(6).
      *  ETAT DE L'EXECUTION : 'C' EN COURS, 'T' TERMINEE
           05  CT-ETAT             PIC X(1).
      *  NUMERO D'EVENEMENT SUR 9 CHIFFRES (CLE 'EVENEMNT' SEULEMENT)
           05  CT-SEQUENCE-EVT     PIC 9(9).
      *  EMPREINTE DU DERNIER MAILLON DE LA PISTE D'AUDIT ('AUDCHAIN')
      *  OU DU DERNIER MAILLON DELESTE ('AUDITOFF', RANG DANS
      *  CT-SEQUENCE-EVT)
           05  CT-EMPREINTE        PIC 9(18) COMP.
           05  FILLER              PIC X(3).
