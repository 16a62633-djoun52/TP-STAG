000130*               EDITE LE JOURNAL DES FINS DE STAGE POUR LES      *
000140*               COORDINATEURS - A LANCER DANS LA FENETRE BATCH   *
000150*               (FSTAG03 FERME COTE CICS)                        *
000153*               CHAQUE DEPART EST SIGNALE AU GRAND LIVRE DES     *
000156*               TROP-PERCUS (FTROP03, CHIFFRE PAR CALCTROP)      *
000157*               UN STAGIAIRE ADMIS (FRESU03) A UNE ETAPE D'UN    *
000158*               PARCOURS (FPARC03) SE VOIT PROPOSER LA PROCHAINE *
000159*               SESSION DE L'ETAPE SUIVANTE AYANT DES PLACES     *
000160*               LIBRES : IL EST INSCRIT EN LISTE D'ATTENTE       *
000161*               (FATTE03, MOTIF 'SUITE PARCOURS' + SON NUMERO)   *
000162*               AVEC UNE OFFRE DE PLACE FOFFR03, COMME PAR       *
000163*               L'APPARIEMENT APPATTE                            *
000164*               UN MINEUR N'EST ACTIVE QU'UNE FOIS L'ACCORD DE   *
000165*               SON REPRESENTANT LEGAL ENREGISTRE (FRLEG03)      *
000166*****************************************************************
000170*  HISTORIQUE DES MODIFICATIONS                                 *
000180*  22/08/2026  SE  CREATION DU PROGRAMME                        *
000190*  02/09/2026  SE  SOLDE DE L'HISTORIQUE DES INSCRIPTIONS       *
000200*                  (FINSC03, RESULTAT 'T') A LA FIN DE STAGE    *
000210*  02/09/2026  SE  ACTIVATION RETENUE TANT QUE LA CONVENTION    *
000220*                  DE STAGE (FCONV03) N'EST PAS SIGNEE          *
000222*  15/10/2026  SE  SIGNALEMENT DU DEPART AU GRAND LIVRE DES     *
000224*                  TROP-PERCUS (FTROP03) POUR LE CHIFFRAGE DE   *
000226*                  L'INDEMNITE DU MOIS DEJA EXPORTEE            *
000228*  15/10/2026  SE  ENTREE FINSC03 CREEE SOLDEE SANS FINANCEUR   *
000229*  15/10/2026  SE  PARCOURS DE FORMATION : OFFRE DE LA SESSION   *
000230*                  DE L'ETAPE SUIVANTE AUX ADMIS (FPARC03,      *
000231*                  FATTE03, FOFFR03) - UN NUMERO DEJA PRESENT   *
000232*                  DANS FSTAGFIN (ETAPE PRECEDENTE) EST MIS A   *
000233*                  JOUR                                         *
000234*  15/10/2026  SE  ACTIVATION D'UN MINEUR RETENUE TANT QUE      *
000235*                  L'ACCORD PARENTAL N'EST PAS ENREGISTRE       *
000237*                  (FRLEG03)                                    *
000239*  15/10/2026  SE  ATTESTATION DE FIN RETENUE (LIGNE            *
000241*                  'ATTEST.RETEN') TANT QU'UN MATERIEL PRETE    *
000243*                  N'EST PAS RESTITUE (FPRET03)                 *
000244*  15/10/2026  SE  ENTREES D'AUDIT SCELLEES ET CHAINEES         *
000245*                  (SCELAUD, TETE DE CHAINE 'AUDCHAIN' FCTL03)  *
000246*****************************************************************
000247 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-390.
000270 OBJECT-COMPUTER. IBM-390.
000420            ACCESS MODE    RANDOM
000430            RECORD KEY     AK-CLE
000440            FILE STATUS    WS-FAUDIT-STATUS.
000441     SELECT FCTL03-FILE    ASSIGN TO FCTL03
000442            ORGANIZATION   INDEXED
000443            ACCESS MODE    RANDOM
000444            RECORD KEY     CT-CLE
000445            FILE STATUS    WS-FCTL-STATUS.
000450     SELECT FINSC03-FILE   ASSIGN TO FINSC03
000460            ORGANIZATION   INDEXED
000470            ACCESS MODE    RANDOM
000520            ACCESS MODE    RANDOM
000530            RECORD KEY     CV-NUMERO
000540            FILE STATUS    WS-FCONV-STATUS.
000541     SELECT FTROP03-FILE   ASSIGN TO FTROP03
000542            ORGANIZATION   INDEXED
000543            ACCESS MODE    RANDOM
000544            RECORD KEY     TP-CLE
000545            FILE STATUS    WS-FTROP-STATUS.
000546     SELECT FSESS03-FILE   ASSIGN TO FSESS03
000547            ORGANIZATION   INDEXED
000548            ACCESS MODE    SEQUENTIAL
000549            RECORD KEY     S-CODE
000550            FILE STATUS    WS-FSESS-STATUS.
000551     SELECT FRESU03-FILE   ASSIGN TO FRESU03
000552            ORGANIZATION   INDEXED
000553            ACCESS MODE    RANDOM
000554            RECORD KEY     RS-CLE
000555            FILE STATUS    WS-FRESU-STATUS.
000556     SELECT FPARC03-FILE   ASSIGN TO FPARC03
000557            ORGANIZATION   INDEXED
000558            ACCESS MODE    SEQUENTIAL
000559            RECORD KEY     PA-CLE
000560            FILE STATUS    WS-FPARC-STATUS.
000561     SELECT FATTE03-FILE   ASSIGN TO FATTE03
000562            ORGANIZATION   INDEXED
000563            ACCESS MODE    DYNAMIC
000564            RECORD KEY     WL-NUMERO
000565            FILE STATUS    WS-FATTE-STATUS.
000566     SELECT FOFFR03-FILE   ASSIGN TO FOFFR03
000567            ORGANIZATION   INDEXED
000568            ACCESS MODE    DYNAMIC
000569            RECORD KEY     OF-CLE
000570            FILE STATUS    WS-FOFFR-STATUS.
000571     SELECT FRLEG03-FILE   ASSIGN TO FRLEG03
000572            ORGANIZATION   INDEXED
000573            ACCESS MODE    RANDOM
000574            RECORD KEY     RL-NUMERO
000575            FILE STATUS    WS-FRLEG-STATUS.
000576     SELECT FPRET03-FILE   ASSIGN TO FPRET03
000577            ORGANIZATION   INDEXED
000578            ACCESS MODE    DYNAMIC
000579            RECORD KEY     PR-CLE
000580            FILE STATUS    WS-FPRET-STATUS.
000581     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000582            ORGANIZATION   LINE SEQUENTIAL.
000583*
000584 DATA DIVISION.
000590 FILE SECTION.
000600 FD  FSTAG03-FILE.
000610*   DESCRIPTION DU FICHIER KSD DES STAGIAIRES
000680 FD  FAUDIT03-FILE.
000690*   DESCRIPTION DU FICHIER KSD DE LA PISTE D'AUDIT
000700     COPY FAUDIT.
000702*
000704 FD  FCTL03-FILE.
000706*   TETE DE CHAINE DE LA PISTE D'AUDIT ('AUDCHAIN')
000708     COPY FCTL.
000710*
000720 FD  FINSC03-FILE.
000730*   DESCRIPTION DU FICHIER KSD DE L'HISTORIQUE DES INSCRIPTIONS
000770*   DESCRIPTION DU FICHIER KSD DES CONVENTIONS DE STAGE
000780     COPY FCONV.
000790*
000792 FD  FTROP03-FILE.
000794*   DESCRIPTION DU GRAND LIVRE DES TROP-PERCUS
000796     COPY FTROP.
000798*
000799 FD  FSESS03-FILE.
000800*   DESCRIPTION DU FICHIER KSD DES SESSIONS
000801     COPY FSESS.
000802*
000803 FD  FRESU03-FILE.
000804*   DESCRIPTION DU FICHIER KSD DES RESULTATS D'EVALUATION
000805     COPY FRESU.
000806*
000807 FD  FPARC03-FILE.
000808*   DESCRIPTION DU FICHIER KSD DES PARCOURS DE FORMATION
000809     COPY FPARC.
000810*
000811 FD  FATTE03-FILE.
000812*   DESCRIPTION DU FICHIER KSD LISTE D'ATTENTE
000813     COPY FATTE.
000814*
000815 FD  FOFFR03-FILE.
000816*   DESCRIPTION DU FICHIER KSD DES OFFRES DE PLACE
000817     COPY FOFFR.
000818*
000819 FD  FRLEG03-FILE.
000820*   DESCRIPTION DU FICHIER KSD DES REPRESENTANTS LEGAUX
000821     COPY FRLEG.
000822*
000823 FD  FPRET03-FILE.
000824*   DESCRIPTION DU FICHIER KSD DES PRETS DE MATERIEL
000825     COPY FPRET.
000826*
000827 FD  RAPPORT-FILE
000828     RECORDING MODE F.
000829 01  RAPPORT-REC           PIC X(133).
000830*
000840 WORKING-STORAGE SECTION.
000850 77  WS-FSTAG-STATUS       PIC X(02).
000860 77  WS-FFIN-STATUS        PIC X(02).
000870 77  WS-FAUDIT-STATUS      PIC X(02).
000873 77  WS-FCTL-STATUS        PIC X(02).
000876 77  WS-CHAINE-STATUS      PIC X(02).
000880 77  WS-FINSC-STATUS       PIC X(02).
000890 77  WS-FCONV-STATUS       PIC X(02).
000895 77  WS-FTROP-STATUS       PIC X(02).
000896 77  WS-FSESS-STATUS       PIC X(02).
000897 77  WS-FRESU-STATUS       PIC X(02).
000898 77  WS-FPARC-STATUS       PIC X(02).
000899 77  WS-FATTE-STATUS       PIC X(02).
000900 77  WS-FOFFR-STATUS       PIC X(02).
000901 77  WS-FRLEG-STATUS       PIC X(02).
000904 77  WS-FPRET-STATUS       PIC X(02).
000907 77  WS-EOF                PIC X(01)     VALUE 'N'.
000910     88  FIN-FICHIER                     VALUE 'Y'.
000920 77  WS-PAGE-COMPTEUR      PIC 9(04) COMP VALUE ZERO.
000930 77  WS-LIGNE-COMPTEUR     PIC 9(02) COMP VALUE ZERO.
000960 77  WS-NB-TERMINES        PIC 9(06) COMP VALUE ZERO.
000970 77  WS-NB-ACTIVES         PIC 9(06) COMP VALUE ZERO.
000980*   PRE-INSCRITS NON ACTIVES FAUTE DE CONVENTION SIGNEE
000981 77  WS-NB-RETENUS         PIC 9(06) COMP VALUE ZERO.
000982*   MINEURS NON ACTIVES FAUTE D'ACCORD PARENTAL ENREGISTRE
000983 77  WS-NB-SANS-ACCORD     PIC 9(06) COMP VALUE ZERO.
000984*   ATTESTATIONS RETENUES FAUTE DE RESTITUTION DU MATERIEL PRETE
000985 77  WS-NB-MATERIEL        PIC 9(06) COMP VALUE ZERO.
000986*   PRETS NON SOLDES DU STAGIAIRE COURANT
000987 77  WS-NB-NON-RENDUS      PIC 9(04) COMP VALUE ZERO.
000988*   AGE DE LA MAJORITE (AGELIM) ET DATE DES 18 ANS (AAAAMMJJ) DU
000989*   STAGIAIRE COURANT - 'O' QUAND L'ACTIVATION EST PERMISE
000990     COPY AGELIM.
000996 77  WS-DATE-MAJORITE      PIC 9(08).
000997 77  WS-ACCORD-OK          PIC X(01).
001000*   DATE DE DEBUT CONVERTIE JJMMAAAA -> AAAAMMJJ
001010 77  WS-DATE-DEB-CONV      PIC 9(08).
001020*   DATE ET HEURE DU JOUR (AAAAMMJJ / HHMMSS)
001070 77  WS-DATE-FIN-CONV      PIC 9(08).
001080*   IMAGE AVANT MISE A JOUR, POUR LA PISTE D'AUDIT
001090 01  WS-IMAGE-AVANT        PIC X(345).
001091*   SUITE DE PARCOURS : OFFRES EMISES ET ADMIS SANS SESSION
001092*   SUIVANTE DISPONIBLE
001093 77  WS-NB-PROPOSES        PIC 9(06) COMP VALUE ZERO.
001094 77  WS-NB-SANS-SUITE      PIC 9(06) COMP VALUE ZERO.
001095*   ETAPES DES PARCOURS (FPARC03), DANS L'ORDRE DE LA CLE
001096 77  WS-NB-ETAPES          PIC 9(03) COMP VALUE ZERO.
001097 77  WS-IND-PAR            PIC 9(03) COMP.
001098 77  WS-IND-SUIV           PIC 9(03) COMP.
001099 01  WS-PAR-TABLE.
001100     05  WS-PAR-ENTRY OCCURS 100 TIMES.
001101         10  WP-PARCOURS   PIC X(08).
001102         10  WP-ETAPE      PIC 9(02).
001103         10  WP-TYPE       PIC X(10).
001104         10  WP-LG         PIC 9(02) COMP.
001105*   SESSIONS A VENIR (FSESS03) : DEBUT (AAAAMMJJ), CAPACITE,
001106*   EFFECTIF FSTAG03 ET OFFRES EN COURS (PLACES RESERVEES)
001107 77  WS-NB-SESSIONS        PIC 9(03) COMP VALUE ZERO.
001108 77  WS-IND-SES            PIC 9(03) COMP.
001109 77  WS-IND-PROP           PIC 9(03) COMP.
001110 77  WS-DEBUT-SES          PIC 9(08).
001111 77  WS-LIBRES             PIC S9(04) COMP.
001112 01  WS-SES-TABLE.
001113     05  WS-SES-ENTRY OCCURS 200 TIMES.
001114         10  WT-CODE       PIC X(10).
001115         10  WT-DEBUT      PIC 9(08).
001116         10  WT-CAPACITE   PIC 9(04) COMP.
001117         10  WT-INSCRITS   PIC 9(04) COMP.
001118         10  WT-OFFERTES   PIC 9(04) COMP.
001119*   DERNIER NUMERO DE CANDIDAT ATTRIBUE DANS FATTE03
001120 77  WS-NUM-CAND           PIC 9(04)     VALUE ZERO.
001121*   DELAI DE VALIDITE D'UNE OFFRE DE SUITE, EN JOURS (COMME LE
001122*   DEFAUT D'APPATTE) ET DATE D'EXPIRATION (REPORT DE FIN DE MOIS)
001123 77  WS-DELAI              PIC 9(02)     VALUE 7.
001124 77  WS-DATE-EXPIRE        PIC 9(08).
001125 77  WS-EXP-AAAA           PIC 9(04).
001126 77  WS-EXP-MM             PIC 9(02).
001127 77  WS-EXP-JJ             PIC S9(03) COMP.
001128 77  WS-EXP-RESTE          PIC 9(04).
001129 77  WS-NB-JOURS-MOIS      PIC 9(02).
001130 01  JOURS-MOIS-TABLE.
001131     05 FILLER PIC X(24) VALUE '312831303130313130313031'.
001132 01  JOURS-MOIS-TBL REDEFINES JOURS-MOIS-TABLE.
001133     05  JM-NB             PIC 9(02) OCCURS 12 TIMES.
001134*
001135 01  LIGNE-ENTETE1.
001136     05  FILLER            PIC X(01)     VALUE SPACE.
001137     05  FILLER            PIC X(40)
001140            VALUE 'JOURNAL DES FINS DE STAGE - FSTAG03'.
001150     05  FILLER            PIC X(60)     VALUE SPACE.
001160     05  FILLER            PIC X(05)     VALUE 'PAGE '.
001600     05  FILLER            PIC X(15)     VALUE 'SS CONVENT. : '.
001610     05  LB-NB-RETENUS     PIC ZZZZZ9.
001620*
001621 01  LIGNE-BILAN2.
001622     05  FILLER            PIC X(01)     VALUE SPACE.
001623     05  FILLER            PIC X(15)     VALUE 'OFFRES SUITE: '.
001624     05  LB-NB-PROPOSES    PIC ZZZZZ9.
001625     05  FILLER            PIC X(10)     VALUE SPACE.
001626     05  FILLER            PIC X(15)     VALUE 'SANS SUITE  : '.
001627     05  LB-NB-SANS-SUITE  PIC ZZZZZ9.
001628     05  FILLER            PIC X(10)     VALUE SPACE.
001629     05  FILLER            PIC X(15)     VALUE 'SS ACC.PAREN: '.
001630     05  LB-NB-SANS-ACCORD PIC ZZZZZ9.
001631*
001632 01  LIGNE-BILAN3.
001633     05  FILLER            PIC X(01)     VALUE SPACE.
001634     05  FILLER            PIC X(15)     VALUE 'MAT.NON RENDU: '.
001635     05  LB-NB-MATERIEL    PIC ZZZZZ9.
001637*
001639*   ZONE D'ECHANGE DU MODULE DE SCELLEMENT SCELAUD
001641     COPY SCELCA.
001643*
001645 PROCEDURE DIVISION.
001647 0000-MAINLINE.
001650*----------------*
001660     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001670     PERFORM 2000-TRAITEMENT     THRU 2000-EXIT.
001780     STRING WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
001790            WS-DATE-JOUR(1:4)
001800            DELIMITED BY SIZE INTO WS-DATE-EDIT.
001801     PERFORM 1100-CHARGE-PARCOURS THRU 1100-EXIT.
001802     OPEN INPUT  FRESU03-FILE.
001803     OPEN I-O    FATTE03-FILE.
001804     OPEN I-O    FOFFR03-FILE.
001805     IF WS-NB-ETAPES > ZERO
001806        PERFORM 1200-CHARGE-SESSIONS THRU 1200-EXIT
001807        PERFORM 1300-PLACES-PRISES   THRU 1300-EXIT
001808        PERFORM 1400-DERNIER-CAND    THRU 1400-EXIT
001809        PERFORM 1500-DATE-EXPIRATION THRU 1500-EXIT
001810     END-IF.
001811     OPEN I-O    FSTAG03-FILE.
001820     OPEN I-O    FSTAGFIN-FILE.
001830     OPEN I-O    FAUDIT03-FILE.
001835     OPEN I-O    FCTL03-FILE.
001840     OPEN I-O    FINSC03-FILE.
001850     OPEN INPUT  FCONV03-FILE.
001855     OPEN I-O    FTROP03-FILE.
001857     OPEN INPUT  FRLEG03-FILE.
001858     OPEN INPUT  FPRET03-FILE.
001860     OPEN OUTPUT RAPPORT-FILE.
001870     MOVE ZERO TO WS-PAGE-COMPTEUR WS-LIGNE-COMPTEUR
001880                  WS-NB-LUS WS-NB-TERMINES.
001890 1000-EXIT.
001891     EXIT.
001892*
001893*****************************************************************
001894*  1100  -  CHARGEMENT DES ETAPES DES PARCOURS (100 AU PLUS -    *
001895*            AU-DELA LES PARCOURS SONT TRONQUES ET SIGNALES)     *
001896*****************************************************************
001897 1100-CHARGE-PARCOURS.
001898*---------------------*
001899     OPEN INPUT FPARC03-FILE.
001900     MOVE 'N' TO WS-EOF.
001901     READ FPARC03-FILE
001902         AT END MOVE 'Y' TO WS-EOF
001903     END-READ.
001904     PERFORM UNTIL FIN-FICHIER OR WS-NB-ETAPES >= 100
001905        ADD 1 TO WS-NB-ETAPES
001906        MOVE PA-CODE-PARC    TO WP-PARCOURS(WS-NB-ETAPES)
001907        MOVE PA-ETAPE        TO WP-ETAPE(WS-NB-ETAPES)
001908        MOVE PA-TYPE-SESSION TO WP-TYPE(WS-NB-ETAPES)
001909        MOVE PA-LG-TYPE      TO WP-LG(WS-NB-ETAPES)
001910        READ FPARC03-FILE
001911            AT END MOVE 'Y' TO WS-EOF
001912        END-READ
001913     END-PERFORM.
001914     IF NOT FIN-FICHIER
001915        DISPLAY 'FINSTAG - PLUS DE 100 ETAPES DE PARCOURS, '
001916                'PARCOURS TRONQUES'
001917     END-IF.
001918     CLOSE FPARC03-FILE.
001919 1100-EXIT.
001920     EXIT.
001921*
001922*****************************************************************
001923*  1200  -  SESSIONS A VENIR (DEBUT JJMMAAAA CONVERTI, ATTEINT   *
001924*            OU POSTERIEUR A LA DATE DU JOUR) - 200 AU PLUS      *
001925*****************************************************************
001926 1200-CHARGE-SESSIONS.
001927*---------------------*
001928     OPEN INPUT FSESS03-FILE.
001929     MOVE 'N' TO WS-EOF.
001930     READ FSESS03-FILE
001931         AT END MOVE 'Y' TO WS-EOF
001932     END-READ.
001933     PERFORM UNTIL FIN-FICHIER OR WS-NB-SESSIONS >= 200
001934        MOVE S-DATE-DEBUT(5:4) TO WS-DEBUT-SES(1:4)
001935        MOVE S-DATE-DEBUT(3:2) TO WS-DEBUT-SES(5:2)
001936        MOVE S-DATE-DEBUT(1:2) TO WS-DEBUT-SES(7:2)
001937        IF WS-DEBUT-SES >= WS-DATE-JOUR
001938           ADD 1 TO WS-NB-SESSIONS
001939           MOVE S-CODE       TO WT-CODE(WS-NB-SESSIONS)
001940           MOVE WS-DEBUT-SES TO WT-DEBUT(WS-NB-SESSIONS)
001941           MOVE S-CAPACITE   TO WT-CAPACITE(WS-NB-SESSIONS)
001942           MOVE ZERO         TO WT-INSCRITS(WS-NB-SESSIONS)
001943                                WT-OFFERTES(WS-NB-SESSIONS)
001944        END-IF
001945        READ FSESS03-FILE
001946            AT END MOVE 'Y' TO WS-EOF
001947        END-READ
001948     END-PERFORM.
001949     IF NOT FIN-FICHIER
001950        DISPLAY 'FINSTAG - PLUS DE 200 SESSIONS A VENIR, '
001951                'PROPOSITIONS PARTIELLES'
001952     END-IF.
001953     CLOSE FSESS03-FILE.
001954 1200-EXIT.
001955     EXIT.
001956*
001957*****************************************************************
001958*  1300  -  PLACES PRISES SUR LES SESSIONS A VENIR : EFFECTIF    *
001959*            FSTAG03 (PASSE PREALABLE, AVANT L'OUVERTURE EN      *
001960*            MISE A JOUR) ET OFFRES EN COURS NON EXPIREES        *
001961*****************************************************************
001962 1300-PLACES-PRISES.
001963*-------------------*
001964     OPEN INPUT FSTAG03-FILE.
001965     MOVE 'N' TO WS-EOF.
001966     READ FSTAG03-FILE
001967         AT END MOVE 'Y' TO WS-EOF
001968     END-READ.
001969     PERFORM UNTIL FIN-FICHIER
001970        PERFORM VARYING WS-IND-SES FROM 1 BY 1
001971                UNTIL WS-IND-SES > WS-NB-SESSIONS
001972           IF WT-CODE(WS-IND-SES) = E-CODE-SESSION
001973              ADD 1 TO WT-INSCRITS(WS-IND-SES)
001974           END-IF
001975        END-PERFORM
001976        READ FSTAG03-FILE
001977            AT END MOVE 'Y' TO WS-EOF
001978        END-READ
001979     END-PERFORM.
001980     CLOSE FSTAG03-FILE.
001981     MOVE LOW-VALUES TO OF-CLE.
001982     START FOFFR03-FILE KEY >= OF-CLE.
001983     IF WS-FOFFR-STATUS NOT = '00'
001984        GO TO 1300-EXIT
001985     END-IF.
001986     READ FOFFR03-FILE NEXT.
001987     PERFORM UNTIL WS-FOFFR-STATUS NOT = '00'
001988        IF OF-EN-COURS AND OF-DATE-EXPIRE >= WS-DATE-JOUR
001989           PERFORM VARYING WS-IND-SES FROM 1 BY 1
001990                   UNTIL WS-IND-SES > WS-NB-SESSIONS
001991              IF WT-CODE(WS-IND-SES) = OF-CODE-SESSION
001992                 ADD 1 TO WT-OFFERTES(WS-IND-SES)
001993              END-IF
001994           END-PERFORM
001995        END-IF
001996        READ FOFFR03-FILE NEXT
001997     END-PERFORM.
001998 1300-EXIT.
001999     EXIT.
002000*
002001*****************************************************************
002002*  1400  -  PLUS GRAND NUMERO DE CANDIDAT DE FATTE03 : LES      *
002003*            CANDIDATS DE SUITE DE PARCOURS PRENNENT LES NUMEROS *
002004*            SUIVANTS (COMME L'ATTRIBUTION DE INF1CI3)           *
002005*****************************************************************
002006 1400-DERNIER-CAND.
002007*------------------*
002008     MOVE ZERO TO WL-NUMERO.
002009     START FATTE03-FILE KEY >= WL-NUMERO.
002010     IF WS-FATTE-STATUS NOT = '00'
002011        GO TO 1400-EXIT
002012     END-IF.
002013     READ FATTE03-FILE NEXT.
002014     PERFORM UNTIL WS-FATTE-STATUS NOT = '00'
002015        MOVE WL-NUMERO TO WS-NUM-CAND
002016        READ FATTE03-FILE NEXT
002017     END-PERFORM.
002018 1400-EXIT.
002019     EXIT.
002020*
002021*****************************************************************
002022*  1500  -  DATE D'EXPIRATION DES OFFRES DE SUITE : DATE DU JOUR *
002023*            + DELAI, AVEC REPORT DE FIN DE MOIS ET D'ANNEE      *
002024*            (MEME CALCUL QU'APPATTE)                            *
002025*****************************************************************
002026 1500-DATE-EXPIRATION.
002027*---------------------*
002028     MOVE WS-DATE-JOUR(1:4) TO WS-EXP-AAAA.
002029     MOVE WS-DATE-JOUR(5:2) TO WS-EXP-MM.
002030     MOVE WS-DATE-JOUR(7:2) TO WS-EXP-JJ.
002031     ADD WS-DELAI TO WS-EXP-JJ.
002032     MOVE JM-NB(WS-EXP-MM) TO WS-NB-JOURS-MOIS.
002033*   FEVRIER BISSEXTILE (REGLE SIMPLE DU DIVISIBLE PAR 4)
002034     IF WS-EXP-MM = 02
002035        DIVIDE WS-EXP-AAAA BY 4 GIVING WS-EXP-RESTE
002036           REMAINDER WS-EXP-RESTE
002037        IF WS-EXP-RESTE = ZERO
002038           MOVE 29 TO WS-NB-JOURS-MOIS
002039        END-IF
002040     END-IF.
002041     IF WS-EXP-JJ > WS-NB-JOURS-MOIS
002042        SUBTRACT WS-NB-JOURS-MOIS FROM WS-EXP-JJ
002043        ADD 1 TO WS-EXP-MM
002044        IF WS-EXP-MM > 12
002045           MOVE 01 TO WS-EXP-MM
002046           ADD 1 TO WS-EXP-AAAA
002047        END-IF
002048     END-IF.
002049     COMPUTE WS-DATE-EXPIRE = WS-EXP-AAAA * 10000
002050        + WS-EXP-MM * 100 + WS-EXP-JJ.
002051 1500-EXIT.
002052     EXIT.
002053*
002054*****************************************************************
002055*  2000  -  PARCOURS DU FICHIER MAITRE ET TRAITEMENT DES         *
002056*            STAGIAIRES DONT LA FIN PREVUE EST DEPASSEE          *
002057*****************************************************************
002058 2000-TRAITEMENT.
002059*----------------*
002060     MOVE 'N' TO WS-EOF.
002061     READ FSTAG03-FILE
002062         AT END MOVE 'Y' TO WS-EOF
002063     END-READ.
002064     IF NOT FIN-FICHIER AND WS-FSTAG-STATUS NOT = '00'
002065        PERFORM 9500-ERREUR-FSTAG THRU 9500-EXIT
002066     END-IF.
002067     PERFORM UNTIL FIN-FICHIER
002068        ADD 1 TO WS-NB-LUS
002070        PERFORM 2100-CONTROLE-FIN THRU 2100-EXIT
002080        READ FSTAG03-FILE
002090            AT END MOVE 'Y' TO WS-EOF
002210     MOVE WS-NB-ACTIVES  TO LB-NB-ACTIVES.
002220     MOVE WS-NB-RETENUS  TO LB-NB-RETENUS.
002230     WRITE RAPPORT-REC FROM LIGNE-BILAN AFTER ADVANCING 1.
002232     MOVE WS-NB-PROPOSES   TO LB-NB-PROPOSES.
002234     MOVE WS-NB-SANS-SUITE TO LB-NB-SANS-SUITE.
002235     MOVE WS-NB-SANS-ACCORD TO LB-NB-SANS-ACCORD.
002236     WRITE RAPPORT-REC FROM LIGNE-BILAN2 AFTER ADVANCING 1.
002237     MOVE WS-NB-MATERIEL   TO LB-NB-MATERIEL.
002238     WRITE RAPPORT-REC FROM LIGNE-BILAN3 AFTER ADVANCING 1.
002240 2000-EXIT.
002250     EXIT.
002260*
002720*****************************************************************
002730 2150-ACTIVATION.
002740*----------------*
002741*   UN MINEUR N'EST ACTIVE QU'AVEC L'ACCORD DE SON REPRESENTANT
002742*   LEGAL (FRLEG03) - SANS ACCORD IL RESTE 'P' ET EST SIGNALE
002743     PERFORM 2170-CONTROLE-ACCORD THRU 2170-EXIT.
002744     IF WS-ACCORD-OK NOT = 'O'
002745        PERFORM 2180-RETENUE-ACCORD THRU 2180-EXIT
002746        GO TO 2150-EXIT
002747     END-IF.
002750     MOVE E-STAGIAIRE        TO WS-IMAGE-AVANT.
002760     MOVE 'A'                TO E-STATUT.
002770     MOVE WS-DATE-JOUR       TO E-DATE-MAJ.
003150     PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT.
003160     ADD 1 TO WS-NB-RETENUS.
003170 2160-EXIT.
003171     EXIT.
003172*
003173*****************************************************************
003174*  2170  -  MAJORITE ATTEINTE A LA DATE DU JOUR (18 ANS REVOLUS, *
003175*            DATE DE NAISSANCE JJMMAAAA) OU, POUR UN MINEUR,     *
003176*            ACCORD PARENTAL ENREGISTRE SUR UN LIEN NON CLOS     *
003177*****************************************************************
003178 2170-CONTROLE-ACCORD.
003179*---------------------*
003180     MOVE 'O' TO WS-ACCORD-OK.
003181     IF E-DATE-NAISS = ZERO
003182        GO TO 2170-EXIT
003183     END-IF.
003184     MOVE E-DATE-NAISS(5:4) TO WS-DATE-MAJORITE(1:4).
003185     MOVE E-DATE-NAISS(3:2) TO WS-DATE-MAJORITE(5:2).
003186     MOVE E-DATE-NAISS(1:2) TO WS-DATE-MAJORITE(7:2).
003187     COMPUTE WS-DATE-MAJORITE = WS-DATE-MAJORITE
003188                              + AGE-MAJORITE * 10000.
003189     IF WS-DATE-MAJORITE <= WS-DATE-JOUR
003190        GO TO 2170-EXIT
003191     END-IF.
003192     MOVE 'N' TO WS-ACCORD-OK.
003193     MOVE E-NUMERO TO RL-NUMERO.
003194     READ FRLEG03-FILE.
003195     IF WS-FRLEG-STATUS = '00'
003196        IF RL-ACCORD-DONNE AND NOT RL-CLOS
003197           MOVE 'O' TO WS-ACCORD-OK
003198        END-IF
003199     ELSE
003200        IF WS-FRLEG-STATUS NOT = '23'
003201           PERFORM 9580-ERREUR-FRLEG THRU 9580-EXIT
003202        END-IF
003203     END-IF.
003204 2170-EXIT.
003205     EXIT.
003206*
003207*****************************************************************
003208*  2180  -  ACTIVATION RETENUE : STAGIAIRE MINEUR SANS ACCORD    *
003209*            PARENTAL ENREGISTRE - IL RESTE PRE-INSCRIT          *
003210*****************************************************************
003211 2180-RETENUE-ACCORD.
003212*--------------------*
003213     MOVE E-NUMERO       TO LD-NUMERO.
003214     MOVE E-NOM          TO LD-NOM.
003215     MOVE E-PRENOM       TO LD-PRENOM.
003216     MOVE E-CODE-SESSION TO LD-SESSION.
003217     MOVE SPACES         TO LD-DATE-FIN.
003218     MOVE 'SS ACC.PAREN' TO LD-OPERATION.
003219     PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT.
003220     ADD 1 TO WS-NB-SANS-ACCORD.
003221 2180-EXIT.
003222     EXIT.
003223*
003224*****************************************************************
003225*  2200  -  RECOPIE DANS FSTAGFIN (UN DOUBLON EST TOLERE : IL    *
003226*            SIGNIFIE QU'UN PASSAGE PRECEDENT AVAIT ECHOUE AVANT *
003227*            LA SUPPRESSION, OU UN STAGIAIRE REVENU POUR L'ETAPE *
003232*            SUIVANTE D'UN PARCOURS ; LA FICHE EST ALORS         *
003238*            REECRITE), TRACE D'AUDIT 'F' PUIS SUPPRESSION DU    *
003244*            FICHIER MAITRE                                      *
003250*****************************************************************
003260 2200-FIN-DE-STAGE.
003270*------------------*
003494     MOVE E-CONSENT-TIERS   TO FN-CONSENT-TIERS.
003500     MOVE WS-DATE-EDIT      TO FN-DATE-TRAIT.
003510     WRITE E-FIN-STAGE.
003514     IF WS-FFIN-STATUS = '22'
003518        REWRITE E-FIN-STAGE
003522     END-IF.
003526     IF WS-FFIN-STATUS NOT = '00'
003530        PERFORM 9510-ERREUR-FFIN THRU 9510-EXIT
003540     END-IF.
003550     MOVE 'F'         TO AK-ACTION.
003570     MOVE SPACES      TO AK-IMAGE-APRES.
003580     PERFORM 2300-TRACE-AUDIT THRU 2300-EXIT.
003590     PERFORM 2250-SOLDE-INSCRIPTION THRU 2250-EXIT.
003595     PERFORM 2270-SIGNALE-DEPART THRU 2270-EXIT.
003600     MOVE E-NUMERO       TO LD-NUMERO.
003610     MOVE E-NOM          TO LD-NOM.
003620     MOVE E-PRENOM       TO LD-PRENOM.
003660            DELIMITED BY SIZE INTO LD-DATE-FIN.
003670     MOVE 'FIN DE STAGE' TO LD-OPERATION.
003680     PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT.
003682     PERFORM 2210-CONTROLE-PRETS THRU 2210-EXIT.
003685     PERFORM 2280-SUITE-PARCOURS THRU 2280-EXIT.
003690     DELETE FSTAG03-FILE.
003700     IF WS-FSTAG-STATUS NOT = '00'
003710        PERFORM 9500-ERREUR-FSTAG THRU 9500-EXIT
003720     END-IF.
003730     ADD 1 TO WS-NB-TERMINES.
003731 2200-EXIT.
003732     EXIT.
003733*
003734*****************************************************************
003735*  2210  -  MATERIEL PRETE NON RESTITUE (FPRET03) : LE DEPART   *
003736*            EST TRAITE MAIS L'ATTESTATION DE FIN EST RETENUE - *
003737*            LA LIGNE 'ATTEST.RETEN' LE SIGNALE ET CERTSTAG NE  *
003738*            L'EDITE QU'APRES SAISIE DU RETOUR (INGDCI3) - UN   *
003739*            PRET AU NOM D'UN ANCIEN TITULAIRE DU NUMERO EST    *
003740*            IGNORE                                             *
003741*****************************************************************
003742 2210-CONTROLE-PRETS.
003743*--------------------*
003744     MOVE ZERO            TO WS-NB-NON-RENDUS.
003745     MOVE E-NUMERO        TO PR-NUMERO.
003746     MOVE LOW-VALUES      TO PR-MATERIEL.
003747     MOVE ZERO            TO PR-DATE-PRET.
003748     START FPRET03-FILE KEY >= PR-CLE.
003749     IF WS-FPRET-STATUS NOT = '00'
003750        GO TO 2210-EXIT
003751     END-IF.
003752     READ FPRET03-FILE NEXT.
003753     PERFORM UNTIL WS-FPRET-STATUS NOT = '00'
003754                OR PR-NUMERO NOT = E-NUMERO
003755        IF PR-DATE-RETOUR = ZERO AND PR-NOM = E-NOM
003756           ADD 1 TO WS-NB-NON-RENDUS
003757        END-IF
003758        READ FPRET03-FILE NEXT
003759     END-PERFORM.
003760     IF WS-FPRET-STATUS NOT = '00' AND NOT = '10'
003761        PERFORM 9590-ERREUR-FPRET THRU 9590-EXIT
003762     END-IF.
003763     IF WS-NB-NON-RENDUS = ZERO
003764        GO TO 2210-EXIT
003765     END-IF.
003766     MOVE 'ATTEST.RETEN' TO LD-OPERATION.
003767     PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT.
003768     ADD 1 TO WS-NB-MATERIEL.
003769 2210-EXIT.
003770     EXIT.
003771*
003772*****************************************************************
003780*  2250  -  SOLDE DE L'HISTORIQUE DES INSCRIPTIONS (FINSC03) :   *
003790*            L'ENTREE NUMERO + SESSION PASSE A 'T' AVEC LA DATE  *
003800*            DE FIN - UNE ENTREE ABSENTE (FICHIER AMORCE APRES   *
003970           MOVE E-DATE-FIN-PREVUE TO IN-DATE-FIN
003980           MOVE 'T'               TO IN-RESULTAT
003990           MOVE WS-DATE-JOUR      TO IN-DATE-ENREG
003995           MOVE SPACES            TO IN-FINANCEUR
004000           WRITE E-INSCRIPTION
004010        END-IF
004020     END-IF.
004060 2250-EXIT.
004070     EXIT.
004080*
004081*****************************************************************
004082*  2270  -  SIGNALEMENT DU DEPART AU GRAND LIVRE DES TROP-PERCUS *
004083*            (FTROP03, MOUVEMENT 'D') : UN PRE-INSCRIT OU UN     *
004084*            ACTIF A PU ETRE PAYE POUR TOUT LE MOIS DE SA FIN DE *
004085*            STAGE - CALCTROP CHIFFRE LES JOURS PAYES APRES LA   *
004086*            DATE DE FIN - UNE CLE DEJA PRISE (MEME SECONDE) EST *
004087*            DECALEE D'UNE SECONDE                               *
004088*****************************************************************
004089 2270-SIGNALE-DEPART.
004090*--------------------*
004091     IF E-STATUT NOT = 'P' AND E-STATUT NOT = 'A'
004092        GO TO 2270-EXIT
004093     END-IF.
004094     MOVE SPACES             TO E-TROP-PERCU.
004095     MOVE E-NUMERO           TO TP-NUMERO.
004096     MOVE WS-DATE-JOUR       TO TP-DATE-ENREG.
004097     MOVE WS-HEURE-JOUR(1:6) TO TP-HEURE-ENREG.
004098     MOVE 'D'                TO TP-TYPE.
004099     MOVE 'FINSTAG '         TO TP-ORIGINE.
004100     MOVE WS-DATE-FIN-CONV   TO TP-DATE-EFFET.
004101     MOVE WS-DATE-FIN-CONV(1:6) TO TP-MOIS.
004102     MOVE E-CODE-SESSION     TO TP-CODE-SESSION.
004103     MOVE ZERO               TO TP-NB-JOURS TP-TAUX TP-MONTANT.
004104     MOVE E-NOM              TO TP-NOM.
004105     MOVE E-PRENOM           TO TP-PRENOM.
004106     MOVE E-ADR1             TO TP-ADR1.
004107     MOVE E-ADR2             TO TP-ADR2.
004108     MOVE E-CODEP            TO TP-CODEP.
004109     MOVE E-VILLE            TO TP-VILLE.
004110     MOVE 'N'                TO TP-LETTRE.
004111     MOVE 'BAT'              TO TP-MAJ-PAR.
004112     MOVE 'FIN DE STAGE'     TO TP-LIBELLE.
004113     WRITE E-TROP-PERCU.
004114     PERFORM UNTIL WS-FTROP-STATUS NOT = '22'
004115        ADD 1 TO TP-HEURE-ENREG
004116        WRITE E-TROP-PERCU
004117     END-PERFORM.
004118     IF WS-FTROP-STATUS NOT = '00'
004119        PERFORM 9540-ERREUR-FTROP THRU 9540-EXIT
004120     END-IF.
004121 2270-EXIT.
004122     EXIT.
004123*
004124*****************************************************************
004125*  2280  -  SUITE DE PARCOURS : LE STAGIAIRE EST ADMIS (FRESU03) *
004126*            A LA SESSION QU'IL TERMINE ET CELLE-CI EST UNE      *
004127*            ETAPE D'UN PARCOURS QUI EN COMPTE UNE SUIVANTE - LA *
004128*            PROCHAINE SESSION DE L'ETAPE SUIVANTE AYANT DES     *
004129*            PLACES LIBRES LUI EST OFFERTE (PREMIER PARCOURS     *
004130*            CORRESPONDANT SEULEMENT)                            *
004131*****************************************************************
004132 2280-SUITE-PARCOURS.
004133*--------------------*
004134     IF WS-NB-ETAPES = ZERO
004135        GO TO 2280-EXIT
004136     END-IF.
004137     MOVE E-NUMERO       TO RS-NUMERO.
004138     MOVE E-CODE-SESSION TO RS-CODE-SESSION.
004139     READ FRESU03-FILE.
004140     IF WS-FRESU-STATUS = '23'
004141        GO TO 2280-EXIT
004142     END-IF.
004143     IF WS-FRESU-STATUS NOT = '00'
004144        PERFORM 9550-ERREUR-FRESU THRU 9550-EXIT
004145     END-IF.
004146     IF NOT RS-ADMIS
004147        GO TO 2280-EXIT
004148     END-IF.
004149     MOVE ZERO TO WS-IND-SUIV.
004150     PERFORM VARYING WS-IND-PAR FROM 1 BY 1
004151             UNTIL WS-IND-PAR >= WS-NB-ETAPES
004152                OR WS-IND-SUIV NOT = ZERO
004153        IF E-CODE-SESSION(1:WP-LG(WS-IND-PAR)) =
004154           WP-TYPE(WS-IND-PAR)(1:WP-LG(WS-IND-PAR))
004155           AND WP-PARCOURS(WS-IND-PAR + 1) =
004156               WP-PARCOURS(WS-IND-PAR)
004157           COMPUTE WS-IND-SUIV = WS-IND-PAR + 1
004158        END-IF
004159     END-PERFORM.
004160     IF WS-IND-SUIV = ZERO
004161        GO TO 2280-EXIT
004162     END-IF.
004163*   PROCHAINE SESSION DU TYPE DE L'ETAPE SUIVANTE, AVEC UNE PLACE
004164*   LIBRE (CAPACITE NULLE = PAS DE LIMITE)
004165     MOVE ZERO TO WS-IND-PROP.
004166     PERFORM VARYING WS-IND-SES FROM 1 BY 1
004167             UNTIL WS-IND-SES > WS-NB-SESSIONS
004168        IF WT-CODE(WS-IND-SES)(1:WP-LG(WS-IND-SUIV)) =
004169           WP-TYPE(WS-IND-SUIV)(1:WP-LG(WS-IND-SUIV))
004170           COMPUTE WS-LIBRES = WT-CAPACITE(WS-IND-SES)
004171              - WT-INSCRITS(WS-IND-SES) - WT-OFFERTES(WS-IND-SES)
004172           IF WT-CAPACITE(WS-IND-SES) = ZERO OR WS-LIBRES > ZERO
004173              IF WS-IND-PROP = ZERO
004174                 MOVE WS-IND-SES TO WS-IND-PROP
004175              ELSE
004176                 IF WT-DEBUT(WS-IND-SES) < WT-DEBUT(WS-IND-PROP)
004177                    MOVE WS-IND-SES TO WS-IND-PROP
004178                 END-IF
004179              END-IF
004180           END-IF
004181        END-IF
004182     END-PERFORM.
004183     IF WS-IND-PROP = ZERO OR WS-NUM-CAND >= 9999
004184        MOVE WP-TYPE(WS-IND-SUIV) TO LD-SESSION
004185        MOVE SPACES               TO LD-DATE-FIN
004186        MOVE 'SANS SUITE'         TO LD-OPERATION
004187        PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT
004188        ADD 1 TO WS-NB-SANS-SUITE
004189        GO TO 2280-EXIT
004190     END-IF.
004191     PERFORM 2290-OFFRE-SUITE THRU 2290-EXIT.
004192 2280-EXIT.
004193     EXIT.
004194*
004195*****************************************************************
004196*  2290  -  OFFRE DE LA SESSION RETENUE : CANDIDAT INSCRIT EN    *
004197*            LISTE D'ATTENTE AVEC L'IDENTITE DU STAGIAIRE (LE    *
004198*            RAPPEL PAR INF7CI3 REPREND SON NUMERO) ET OFFRE     *
004199*            FOFFR03 EN COURS - LA PLACE EST RESERVEE            *
004200*****************************************************************
004201 2290-OFFRE-SUITE.
004202*-----------------*
004203     ADD 1 TO WS-NUM-CAND.
004204     MOVE SPACES              TO E-ATTENTE.
004205     MOVE WS-NUM-CAND         TO WL-NUMERO.
004206     MOVE E-NOM               TO WL-NOM.
004207     MOVE E-PRENOM            TO WL-PRENOM.
004208     MOVE E-DATE-NAISS        TO WL-DATE-NAISS.
004209     MOVE E-ADR1              TO WL-ADR1.
004210     MOVE E-CODEP             TO WL-CODEP.
004211     MOVE E-VILLE             TO WL-VILLE.
004212     MOVE E-TELDOM            TO WL-TELDOM.
004213     MOVE E-TELPOR            TO WL-TELPOR.
004214     MOVE E-EMAIL             TO WL-EMAIL.
004215     MOVE WT-CODE(WS-IND-PROP) TO WL-CODE-SESSION.
004216     MOVE 'SUITE PARCOURS '   TO WL-MOTIF-SUITE.
004217     MOVE E-NUMERO            TO WL-NUMERO-PARC.
004218     MOVE WS-DATE-EDIT        TO WL-DATE-ENTREE.
004219     STRING WS-HEURE-JOUR(1:2) ':' WS-HEURE-JOUR(3:2) ':'
004220            WS-HEURE-JOUR(5:2)
004221            DELIMITED BY SIZE INTO WL-HEURE-ENTREE.
004222     WRITE E-ATTENTE.
004223     IF WS-FATTE-STATUS NOT = '00'
004224        PERFORM 9560-ERREUR-FATTE THRU 9560-EXIT
004225     END-IF.
004226     MOVE SPACES               TO E-OFFRE.
004227     MOVE WS-NUM-CAND          TO OF-NUMERO-CAND.
004228     MOVE WT-CODE(WS-IND-PROP) TO OF-CODE-SESSION.
004229     MOVE WS-DATE-JOUR         TO OF-DATE-OFFRE.
004230     MOVE WS-DATE-EXPIRE       TO OF-DATE-EXPIRE.
004231     MOVE 'O'                  TO OF-ETAT.
004232     WRITE E-OFFRE.
004233     IF WS-FOFFR-STATUS NOT = '00'
004234        PERFORM 9570-ERREUR-FOFFR THRU 9570-EXIT
004235     END-IF.
004236     ADD 1 TO WT-OFFERTES(WS-IND-PROP).
004237     MOVE WT-CODE(WS-IND-PROP) TO LD-SESSION.
004238     STRING WS-DATE-EXPIRE(7:2) '/' WS-DATE-EXPIRE(5:2) '/'
004239            WS-DATE-EXPIRE(1:4)
004240            DELIMITED BY SIZE INTO LD-DATE-FIN.
004241     MOVE 'OFFRE SUITE'         TO LD-OPERATION.
004242     PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT.
004243     ADD 1 TO WS-NB-PROPOSES.
004244 2290-EXIT.
004245     EXIT.
004246*
004247*****************************************************************
004248*  2300  -  TRACE DANS LA PISTE D'AUDIT (OPERATEUR 'BAT') -      *
004249*            L'ACTION ET LES IMAGES SONT POSITIONNEES PAR        *
004250*            L'APPELANT - UN DOUBLON DE CLE EST IGNORE           *
004251*****************************************************************
004252 2300-TRACE-AUDIT.
004253*-----------------*
004254     MOVE E-NUMERO          TO AK-NUMERO.
004255     MOVE WS-DATE-JOUR      TO AK-DATE.
004256     MOVE WS-HEURE-JOUR(1:6) TO AK-HEURE.
004257     MOVE 'BAT'             TO AK-OPERATEUR.
004258     MOVE 'BTCH'            TO AK-TERMINAL.
004259     PERFORM 2310-ECRIT-AUDIT THRU 2310-EXIT.
004260 2300-EXIT.
004261     EXIT.
004262*
004263*****************************************************************
004264*  2310  -  ECRITURE SCELLEE D'UNE ENTREE D'AUDIT : RANG         *
004265*            SUIVANT ET EMPREINTE DU DERNIER MAILLON LUS         *
004266*            DANS LA TETE DE CHAINE ('AUDCHAIN' DE FCTL03),      *
004267*            EMPREINTES CALCULEES PAR SCELAUD - LA TETE          *
004268*            N'AVANCE QUE SUR UNE ENTREE ECRITE (UN DOUBLON      *
004269*            DE CLE NE CONSOMME PAS DE RANG)                     *
004270*****************************************************************
004271 2310-ECRIT-AUDIT.
004272*-----------------*
004273     MOVE 'AUDCHAIN' TO CT-CLE.
004274     READ FCTL03-FILE.
004275     MOVE WS-FCTL-STATUS TO WS-CHAINE-STATUS.
004276     EVALUATE WS-FCTL-STATUS
004277         WHEN '00'
004278             COMPUTE AK-SEQUENCE = CT-SEQUENCE-EVT + 1
004279             MOVE CT-EMPREINTE TO AK-EMPREINTE-PREC
004280         WHEN '23'
004281             MOVE 1            TO AK-SEQUENCE
004282             MOVE ZERO         TO AK-EMPREINTE-PREC
004283         WHEN OTHER
004284             PERFORM 9600-ERREUR-FCTL THRU 9600-EXIT
004285     END-EVALUATE.
004286     MOVE ZERO              TO AK-EMPREINTE-IMAGES.
004287     MOVE ZERO              TO AK-EMPREINTE.
004288     MOVE ZERO              TO AK-NUMERO-ORIGINE.
004289     MOVE SPACE             TO AK-ANONYMISE.
004290     MOVE E-AUDIT           TO SC-ENTREE.
004291     CALL 'SCELAUD' USING SCELAUD-COMMAREA.
004292     MOVE SC-CALC-IMAGES    TO AK-EMPREINTE-IMAGES.
004293     MOVE SC-CALC-EMPREINTE TO AK-EMPREINTE.
004294     WRITE E-AUDIT.
004295     IF WS-FAUDIT-STATUS NOT = '00' AND NOT = '22'
004296        PERFORM 9520-ERREUR-FAUDIT THRU 9520-EXIT
004297     END-IF.
004298     IF WS-FAUDIT-STATUS = '00'
004299        IF WS-CHAINE-STATUS = '23'
004300           MOVE SPACES     TO E-CONTROLE
004301           MOVE 'AUDCHAIN' TO CT-CLE
004302           MOVE ZERO       TO CT-SEQUENCE
004303           MOVE 'T'        TO CT-ETAT
004304        END-IF
004305        MOVE AK-SEQUENCE  TO CT-SEQUENCE-EVT
004306        MOVE AK-EMPREINTE TO CT-EMPREINTE
004307        MOVE AK-DATE      TO CT-DATE
004308        MOVE AK-HEURE     TO CT-HEURE
004309        IF WS-CHAINE-STATUS = '00'
004310           REWRITE E-CONTROLE
004311        ELSE
004312           WRITE E-CONTROLE
004313        END-IF
004314        IF WS-FCTL-STATUS NOT = '00'
004315           PERFORM 9600-ERREUR-FCTL THRU 9600-EXIT
004316        END-IF
004317     END-IF.
004318 2310-EXIT.
004319     EXIT.
004320*
004321*****************************************************************
004322*  2400  -  IMPRESSION D'UNE LIGNE, AVEC SAUT DE PAGE AUTOMATIQUE
004323*****************************************************************
004324 2400-IMPRIME-LIGNE.
004325*------------------*
004330     IF WS-PAGE-COMPTEUR = ZERO
004340        OR WS-LIGNE-COMPTEUR > WS-LIGNES-PAGE
004350        PERFORM 2500-NOUVELLE-PAGE THRU 2500-EXIT
004940 9530-EXIT.
004950     EXIT.
004960*
004961 9540-ERREUR-FTROP.
004962*------------------*
004963     DISPLAY 'FINSTAG - ERREUR E/S FTROP03 - CODE STATUT '
004964             WS-FTROP-STATUS.
004965     MOVE 16 TO RETURN-CODE.
004966     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
004967     STOP RUN.
004968 9540-EXIT.
004969     EXIT.
004970*
004971 9550-ERREUR-FRESU.
004972*------------------*
004973     DISPLAY 'FINSTAG - ERREUR E/S FRESU03 - CODE STATUT '
004974             WS-FRESU-STATUS.
004975     MOVE 16 TO RETURN-CODE.
004976     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
004977     STOP RUN.
004978 9550-EXIT.
004979     EXIT.
004980*
004981 9560-ERREUR-FATTE.
004982*------------------*
004983     DISPLAY 'FINSTAG - ERREUR E/S FATTE03 - CODE STATUT '
004984             WS-FATTE-STATUS.
004985     MOVE 16 TO RETURN-CODE.
004986     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
004987     STOP RUN.
004988 9560-EXIT.
004989     EXIT.
004990*
004991 9570-ERREUR-FOFFR.
004992*------------------*
004993     DISPLAY 'FINSTAG - ERREUR E/S FOFFR03 - CODE STATUT '
004994             WS-FOFFR-STATUS.
004995     MOVE 16 TO RETURN-CODE.
004996     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
004997     STOP RUN.
004998 9570-EXIT.
004999     EXIT.
005000*
005001 9580-ERREUR-FRLEG.
005002*------------------*
005003     DISPLAY 'FINSTAG - ERREUR E/S FRLEG03 - CODE STATUT '
005004             WS-FRLEG-STATUS.
005005     MOVE 16 TO RETURN-CODE.
005006     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
005007     STOP RUN.
005008 9580-EXIT.
005009     EXIT.
005010*
005011 9590-ERREUR-FPRET.
005012*------------------*
005013     DISPLAY 'FINSTAG - ERREUR E/S FPRET03 - CODE STATUT '
005014             WS-FPRET-STATUS.
005015     MOVE 16 TO RETURN-CODE.
005016     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
005017     STOP RUN.
005018 9590-EXIT.
005019     EXIT.
005020*
005021 9600-ERREUR-FCTL.
005022*-----------------*
005023     DISPLAY 'FINSTAG - ERREUR E/S FCTL03 - CODE STATUT '
005024             WS-FCTL-STATUS.
005025     MOVE 16 TO RETURN-CODE.
005026     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
005027     STOP RUN.
005028 9600-EXIT.
005029     EXIT.
005030*
005031*****************************************************************
005032*  9000  -  FERMETURE DES FICHIERS                               *
005033*****************************************************************
005034 9000-TERMINAISON.
005035*-----------------*
005036     CLOSE FSTAG03-FILE.
005037     CLOSE FSTAGFIN-FILE.
005040     CLOSE FAUDIT03-FILE.
005045     CLOSE FCTL03-FILE.
005050     CLOSE FINSC03-FILE.
005060     CLOSE FCONV03-FILE.
005065     CLOSE FTROP03-FILE.
005066     CLOSE FRESU03-FILE.
005067     CLOSE FATTE03-FILE.
005068     CLOSE FOFFR03-FILE.
005069     CLOSE FRLEG03-FILE.
005072     CLOSE FPRET03-FILE.
005075     CLOSE RAPPORT-FILE.
005080 9000-EXIT.
005090     EXIT.
