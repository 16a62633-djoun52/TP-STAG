      *               SITE) - JOURS TENUS PAR INF6CI3 AVEC LA FICHE   *
      *               SESSION, EXCEPTIONS CHARGEES PAR LDCALS -       *
      *               EXPLOITE PAR LSTSESS (FEUILLES D'EMARGEMENT     *
      *               AUX SEULS JOURS REELS), INFACI3 (REFUS D'UNE    *
      *               ABSENCE UN JOUR SANS COURS) ET INFCCI3          *
      *               (JOURNEES RESERVEES AUX FORMATEURS) - UNE       *
      *               SESSION SANS ENTREE N'EST PAS CONTROLEE         *
      *               (LUNDI-VENDREDI IMPLICITE, MEME MEILLEUR EFFORT *
      *               QUE FCOMM03)                                    *
      *****************************************************************
       01  E-CALENDRIER.
           05  CS-CODE             PIC X(10).
