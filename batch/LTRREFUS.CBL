000070*****************************************************************
000080*  LTRREFUS -  LETTRES AUX CANDIDATS REFUSES OU PLACES EN LISTE  *
000090*               D'ATTENTE (JOURNAL FREFU03, ALIMENTE PAR         *
000100*               INF1CI3 ET INFZCI3) - POUR CHAQUE ENTREE NON     *
000110*               ENCORE EDITEE, EDITE LA LETTRE COMPLETE : BLOC   *
000120*               ADRESSE (COMME ETIQSTAG/CONVSTAG), MOTIF EN      *
000130*               CLAIR D'APRES LA REGLE EN CAUSE, CORPS SELON     *
000140*               L'ISSUE (REFUS OU MISE EN ATTENTE) - L'ENTREE    *
000150*               EST ENSUITE MARQUEE EDITEE, UN SECOND PASSAGE NE *
000160*               REEXPEDIE RIEN - LES ENTREES SANS ADRESSE        *
000165*               EXPLOITABLE SONT ECARTEES ET COMPTEES SUR LE     *
000170*               BILAN - UN CANDIDAT MINEUR (DATE DE NAISSANCE    *
000175*               SAISIE) FAIT L'OBJET D'UNE COPIE ADRESSEE A SES  *
000177*               REPRESENTANTS LEGAUX                             *
000180*****************************************************************
000190*  HISTORIQUE DES MODIFICATIONS                                 *
000200*  02/09/2026  SE  CREATION DU PROGRAMME                        *
000220*                  DE MODELES (FMODL03, TYPES REFU/LATT,        *
000230*                  VARIABLE &MOTIF, SOUS-PROGRAMME MODSUB) -    *
000240*                  A DEFAUT DE MODELE, TEXTE D'ORIGINE          *
000245*  15/10/2026  SE  MOTIF QUOT (QUOTA DU FINANCEUR EPUISE)       *
000247*  15/10/2026  SE  MOTIF PREQ (PREREQUIS D'ENTREE NON REMPLIS)  *
000248*  15/10/2026  SE  COPIE AUX REPRESENTANTS LEGAUX D'UN CANDIDAT *
000249*                  MINEUR A LA DATE D'EDITION                   *
000250*  15/10/2026  SE  MOTIF COOR (CANDIDATURE EN LIGNE ECARTEE A   *
000251*                  L'INSTRUCTION, ECRAN INFZCI3)                *
000252*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-390.
000690 77  WS-NB-LETTRES         PIC 9(06) COMP VALUE ZERO.
000700 77  WS-NB-ECARTES         PIC 9(06) COMP VALUE ZERO.
000710 77  WS-NB-DEJA            PIC 9(06) COMP VALUE ZERO.
000711*   COPIES AUX REPRESENTANTS LEGAUX DES CANDIDATS MINEURS ; 'O'
000712*   DANS WS-COPIE-RL QUAND LA LETTRE EST EDITEE POUR LA COPIE
000713 77  WS-NB-COPIES-RL       PIC 9(06) COMP VALUE ZERO.
000714 77  WS-COPIE-RL           PIC X(01)     VALUE 'N'.
000715 77  WS-DATE-JOUR          PIC 9(08).
000716 77  WS-DATE-MAJORITE      PIC 9(08).
000717     COPY AGELIM.
000720 77  WS-MOTIF-EDIT         PIC X(40).
000730 77  WS-NB-ED              PIC ZZZZZ9.
000740 01  LIGNE                 PIC X(133).
001000*****************************************************************
001010 1000-INITIALISATION.
001020*--------------------*
001025     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001030     OPEN I-O    FREFU03-FILE.
001040     OPEN INPUT  FMODL03-FILE.
001050     OPEN OUTPUT LETTRE-FILE.
001340                ADD 1 TO WS-NB-ECARTES
001350            WHEN OTHER
001360                PERFORM 2100-EDITE-LETTRE THRU 2100-EXIT
001365                PERFORM 2050-COPIE-MINEUR THRU 2050-EXIT
001370                MOVE 'O' TO RF-EDITE
001380                REWRITE E-REFUS
001390                IF WS-FREFU-STATUS NOT = '00'
001520     EXIT.
001530*
001540*****************************************************************
001541*  2050  -  CANDIDAT MINEUR A LA DATE D'EDITION (DATE DE         *
001542*            NAISSANCE JJMMAAAA + AGE DE LA MAJORITE) : LA LETTRE*
001543*            EST REEDITEE A L'ATTENTION DE SES REPRESENTANTS     *
001544*            LEGAUX, A LA MEME ADRESSE                           *
001545*****************************************************************
001546 2050-COPIE-MINEUR.
001547*------------------*
001548     IF RF-DATE-NAISS NOT NUMERIC OR RF-DATE-NAISS = ZERO
001549        GO TO 2050-EXIT
001550     END-IF.
001551     MOVE RF-DATE-NAISS(5:4) TO WS-DATE-MAJORITE(1:4).
001552     MOVE RF-DATE-NAISS(3:2) TO WS-DATE-MAJORITE(5:2).
001553     MOVE RF-DATE-NAISS(1:2) TO WS-DATE-MAJORITE(7:2).
001554     COMPUTE WS-DATE-MAJORITE = WS-DATE-MAJORITE
001555                              + AGE-MAJORITE * 10000.
001556     IF WS-DATE-MAJORITE <= WS-DATE-JOUR
001557        GO TO 2050-EXIT
001558     END-IF.
001559     MOVE 'O' TO WS-COPIE-RL.
001560     PERFORM 2100-EDITE-LETTRE THRU 2100-EXIT.
001561     MOVE 'N' TO WS-COPIE-RL.
001562     ADD 1 TO WS-NB-COPIES-RL.
001563 2050-EXIT.
001564     EXIT.
001565*
001566*****************************************************************
001567*  2100  -  EDITION D'UNE LETTRE : BLOC ADRESSE (COMME           *
001568*            ETIQSTAG), OBJET SELON L'ISSUE, MOTIF EN CLAIR,     *
001572*            SAUT DE PAGE PAR LETTRE (COPIE AUX REPRESENTANTS    *
001576*            LEGAUX : MENTION EN TETE DU BLOC ADRESSE)           *
001580*****************************************************************
001590 2100-EDITE-LETTRE.
001600*------------------*
001610     MOVE LETTRE-VIDE TO LETTRE-REC.
001613     IF WS-COPIE-RL = 'O'
001616        STRING 'AUX REPRESENTANTS LEGAUX DE '
001619               RF-PRENOM DELIMITED BY SPACE ' '
001622               RF-NOM    DELIMITED BY SIZE INTO LETTRE-REC
001625     ELSE
001628        STRING RF-PRENOM DELIMITED BY SPACE ' '
001631               RF-NOM    DELIMITED BY SIZE INTO LETTRE-REC
001634     END-IF.
001640     WRITE LETTRE-REC AFTER ADVANCING PAGE.
001650     MOVE LETTRE-VIDE TO LETTRE-REC.
001660     MOVE RF-ADR1 TO LETTRE-REC.
003250         WHEN 'CAPA'
003260             MOVE 'SESSION DEMANDEE COMPLETE'
003270                  TO WS-MOTIF-EDIT
003272         WHEN 'QUOT'
003274             MOVE 'PLACES FINANCEES SUR LA SESSION EPUISEES'
003276                  TO WS-MOTIF-EDIT
003277         WHEN 'PREQ'
003278             MOVE 'PREREQUIS D''ENTREE NON REMPLIS'
003279                  TO WS-MOTIF-EDIT
003280*   CANDIDATURE EN LIGNE ECARTEE A L'INSTRUCTION (INFZCI3)
003281         WHEN 'COOR'
003282             MOVE 'DECISION APRES EXAMEN DU DOSSIER'
003283                  TO WS-MOTIF-EDIT
003284         WHEN OTHER
003290             MOVE SPACES TO WS-MOTIF-EDIT
003300             STRING 'CANDIDATURE NON RECEVABLE (' RF-REGLE ')'
003310                    DELIMITED BY SIZE INTO WS-MOTIF-EDIT
003670     STRING ' DEJA EDITEES      : ' WS-NB-ED
003680            DELIMITED BY SIZE INTO LIGNE.
003690     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003691     MOVE SPACE TO LIGNE.
003692     MOVE WS-NB-COPIES-RL TO WS-NB-ED.
003693     STRING ' COPIES REPR. LEG. : ' WS-NB-ED
003694            DELIMITED BY SIZE INTO LIGNE.
003695     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003700     CLOSE FREFU03-FILE.
003705     CLOSE FMODL03-FILE.
003710     CLOSE LETTRE-FILE.
