      *****************************************************************
      *  FSATI    -  ENREGISTREMENT DU FICHIER FSATI03 (REPONSES AUX  *
      *               QUESTIONNAIRES DE SATISFACTION) - UNE ENTREE    *
      *               PAR STAGIAIRE ET SESSION, CLE CODE SESSION +    *
      *               NUMERO - SEULS REPONDENT LES INSCRITS FINSC03   *
      *               EN COURS OU TERMINES DE LA SESSION, LES         *
      *               FORMATEURS EVALUES SONT CEUX AFFECTES A LA      *
      *               SESSION (FAFFE03) - SAISI SUR INGGCI3 (ACCES    *
      *               PF5 DEPUIS INFDCI3) OU CHARGE PAR IMPSATI       *
      *               DEPUIS LE FICHIER DU FORMULAIRE EN LIGNE -      *
      *               EXPLOITE PAR RPTSATI                            *
      *****************************************************************
       01  E-SATISFACTION.
           05  SA-CLE.
               10  SA-CODE-SESSION PIC X(10).
               10  SA-NUMERO       PIC 9(4).
      *  TYPE DU QUESTIONNAIRE REPONDU (FQUES03, BLANC = GENERAL) -
      *  FIGE A LA SAISIE : C'EST LUI QUI RAPPROCHE LES SESSIONS D'UN
      *  MEME TYPE DANS LA COMPARAISON DU RAPPORT
           05  SA-TYPE             PIC X(10).
      *  NOTE DONNEE A CHAQUE QUESTION, AU RANG DU NUMERO DE QUESTION :
      *  1 A 5, ZERO = PAS DE REPONSE A CETTE QUESTION
           05  SA-NOTES.
               10  SA-NOTE         PIC 9(1) OCCURS 12 TIMES.
      *  COMMENTAIRE LIBRE DU STAGIAIRE
           05  SA-COMMENTAIRE      PIC X(60).
      *  ORIGINE DE LA REPONSE : 'E' SAISIE ECRAN, 'W' FORMULAIRE EN
      *  LIGNE
           05  SA-ORIGINE          PIC X(1).
               88  SA-SAISIE-ECRAN             VALUE 'E'.
               88  SA-FORMULAIRE               VALUE 'W'.
      *  DERNIERE MISE A JOUR : QUAND (AAAAMMJJ) ET PAR QUI ('BAT' POUR
      *  LE CHARGEMENT DU FORMULAIRE)
           05  SA-DATE-SAISIE      PIC 9(8).
           05  SA-SAISI-PAR        PIC X(3).
      *  RESERVE D'EXTENSION
           05  FILLER              PIC X(12).
