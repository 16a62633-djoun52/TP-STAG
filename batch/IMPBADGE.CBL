000220*****************************************************************
000230*  HISTORIQUE DES MODIFICATIONS                                 *
000240*  02/09/2026  SE  CREATION DU PROGRAMME                        *
000243*  15/10/2026  SE  PAS D'ABSENCE DERIVEE POUR UN ALTERNANT EN   *
000246*                  ENTREPRISE CE JOUR-LA (PERIODES FPLAC03)     *
000247*  15/10/2026  SE  JOUR D'UN MOIS DE PAIE CLOTURE (FCTL03       *
000248*                  'CLOTPRES') : FPRES03 EST FIGE, L'ABSENCE    *
000249*                  DERIVEE EST ENREGISTREE EN REGULARISATION    *
000250*                  (FREGU03) SUR L'ETAT EFFECTIF DU JOUR        *
000251*  15/10/2026  SE  PAS D'ABSENCE DERIVEE UN JOUR DE CONGE PAYE   *
000252*                  ACCORDE AU STAGIAIRE (FCONG03)               *
000253*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-390.
000510            ACCESS MODE    RANDOM
000520            RECORD KEY     JF-DATE
000530            FILE STATUS    WS-FJOUR-STATUS.
000531     SELECT FPLAC03-FILE   ASSIGN TO FPLAC03
000532            ORGANIZATION   INDEXED
000533            ACCESS MODE    DYNAMIC
000534            RECORD KEY     PL-CLE
000535            FILE STATUS    WS-FPLAC-STATUS.
000536     SELECT FCTL03-FILE    ASSIGN TO FCTL03
000537            ORGANIZATION   INDEXED
000538            ACCESS MODE    RANDOM
000539            RECORD KEY     CT-CLE
000540            FILE STATUS    WS-FCTL-STATUS.
000541     SELECT FREGU03-FILE   ASSIGN TO FREGU03
000542            ORGANIZATION   INDEXED
000543            ACCESS MODE    DYNAMIC
000544            RECORD KEY     RG-CLE
000545            FILE STATUS    WS-FREGU-STATUS.
000546     SELECT FCONG03-FILE   ASSIGN TO FCONG03
000547            ORGANIZATION   INDEXED
000548            ACCESS MODE    RANDOM
000549            RECORD KEY     CG-CLE
000550            FILE STATUS    WS-FCONG-STATUS.
000551     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000552            ORGANIZATION   LINE SEQUENTIAL.
000560     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000570            ORGANIZATION   LINE SEQUENTIAL.
000580*
000860*   DESCRIPTION DU CALENDRIER DES JOURS FERIES
000870     COPY FJOUR.
000880*
000882 FD  FPLAC03-FILE.
000884*   DESCRIPTION DU FICHIER KSD DES PERIODES EN ENTREPRISE
000886     COPY FPLAC.
000888*
000889 FD  FCTL03-FILE.
000890*   ENREGISTREMENTS DE CONTROLE (MOIS DE PAIE CLOTURE)
000891     COPY FCTL.
000892*
000893 FD  FREGU03-FILE.
000894*   REGULARISATIONS D'ABSENCES SUR MOIS DE PAIE CLOTURE
000895     COPY FREGU.
000896*
000897 FD  FCONG03-FILE.
000898*   DESCRIPTION DU FICHIER KSD DES CONGES PAYES
000899     COPY FCONG.
000900*
000901 FD  SYSIN-FILE
000902     RECORDING MODE F.
000910 01  SYSIN-REC.
000920     05  SI-DATE           PIC X(10).
000930     05  FILLER            PIC X(70).
001010 77  WS-FPRES-STATUS       PIC X(02).
001020 77  WS-FCALS-STATUS       PIC X(02).
001030 77  WS-FJOUR-STATUS       PIC X(02).
001035 77  WS-FPLAC-STATUS       PIC X(02).
001036 77  WS-FCTL-STATUS        PIC X(02).
001037 77  WS-FREGU-STATUS       PIC X(02).
001038 77  WS-FCONG-STATUS       PIC X(02).
001040 77  WS-EOF                PIC X(01)     VALUE 'N'.
001050     88  FIN-FICHIER                     VALUE 'Y'.
001060 77  WS-PAGE-COMPTEUR      PIC 9(04) COMP VALUE ZERO.
001110 77  WS-NB-DEJA            PIC 9(06) COMP VALUE ZERO.
001120 77  WS-NB-CONTRADICTIONS  PIC 9(06) COMP VALUE ZERO.
001130 77  WS-NB-INCONNUS        PIC 9(06) COMP VALUE ZERO.
001132 77  WS-NB-ENTREPRISE      PIC 9(06) COMP VALUE ZERO.
001133 77  WS-NB-CONGE           PIC 9(06) COMP VALUE ZERO.
001134 77  WS-EN-CONGE           PIC X(01).
001135*   ALTERNANT EN ENTREPRISE LE JOUR TRAITE (O/N)
001136 77  WS-EN-ENTREPRISE      PIC X(01).
001137*   DERNIER MOIS DE PAIE CLOTURE (AAAAMM) ET ETAT EFFECTIF DU
001138*   JOUR TRAITE POUR UN STAGIAIRE : ' ' PRESENT, SINON STATUT DE
001139*   JUSTIFICATION ('P', 'J', 'I') ET OPERATEUR QUI L'A PORTE
001140 77  WS-MOIS-CLOS          PIC 9(06)     VALUE ZERO.
001141 77  WS-JOUR-CLOS          PIC X(01)     VALUE 'N'.
001142     88  JOUR-CLOS                       VALUE 'O'.
001143 77  WS-ETAT-EFFECTIF      PIC X(01).
001144 77  WS-OPER-EFFECTIF      PIC X(03).
001145 77  WS-NB-REGUL           PIC 9(06) COMP VALUE ZERO.
001146 77  WS-HEURE-JOUR         PIC 9(08).
001147 77  WS-NUMERO             PIC 9(04).
001150*   JOUR TRAITE (AAAAMMJJ) ET JOUR FERIE O/N
001160 77  WS-DATE-TRAIT         PIC 9(08).
001170 77  WS-DATE-JOUR          PIC 9(08).
001770     05  FILLER            PIC X(10)     VALUE SPACE.
001780     05  FILLER            PIC X(15)     VALUE 'DEJA SAISIES : '.
001790     05  LB-NB-DEJA        PIC ZZZZZ9.
001792     05  FILLER            PIC X(10)     VALUE SPACE.
001794     05  FILLER            PIC X(15)     VALUE 'EN CONGE PAYE: '.
001796     05  LB-NB-CONGE       PIC ZZZZZ9.
001800*
001810 01  LIGNE-BILAN2.
001820     05  FILLER            PIC X(01)     VALUE SPACE.
001870     05  FILLER            PIC X(20)
001880            VALUE 'BADGES INCONNUS  : '.
001890     05  LB-NB-INCONNUS    PIC ZZZZZ9.
001892     05  FILLER            PIC X(10)     VALUE SPACE.
001894     05  FILLER            PIC X(20)
001896            VALUE 'EN ENTREPRISE    : '.
001898     05  LB-NB-ENTREPRISE  PIC ZZZZZ9.
001899*
001900 01  LIGNE-BILAN3.
001901     05  FILLER            PIC X(01)     VALUE SPACE.
001902     05  FILLER            PIC X(42)
001903            VALUE 'MOIS DE PAIE CLOTURE - REGULARISATIONS : '.
001904     05  LB-NB-REGUL       PIC ZZZZZ9.
001905*
001910 PROCEDURE DIVISION.
001920 0000-MAINLINE.
001930*----------------*
002030*
002040*****************************************************************
002050*  1000  -  OUVERTURES ET JOUR A TRAITER (SYSIN JJ/MM/AAAA,      *
002060*            DEFAUT = DATE DU JOUR) - UN JOUR D'UN MOIS CLOTURE  *
002065*            ('CLOTPRES' DE FCTL03) NE MODIFIE PLUS FPRES03      *
002070*****************************************************************
002080 1000-INITIALISATION.
002090*--------------------*
002270     OPEN I-O    FPRES03-FILE.
002280     OPEN INPUT  FCALS03-FILE.
002290     OPEN INPUT  FJOUR03-FILE.
002295     OPEN INPUT  FPLAC03-FILE.
002296     OPEN INPUT  FCTL03-FILE.
002297     OPEN I-O    FREGU03-FILE.
002298     OPEN INPUT  FCONG03-FILE.
002299     IF WS-FREGU-STATUS NOT = '00'
002300        PERFORM 9540-ERREUR-FREGU THRU 9540-EXIT
002301     END-IF.
002302     MOVE 'CLOTPRES' TO CT-CLE.
002303     READ FCTL03-FILE.
002304     IF WS-FCTL-STATUS = '00'
002305        MOVE CT-SEQUENCE TO WS-MOIS-CLOS
002306     ELSE
002307        IF WS-FCTL-STATUS NOT = '23'
002308           PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
002309        END-IF
002310     END-IF.
002311     IF WS-MOIS-CLOS > ZERO
002312        AND WS-DATE-TRAIT(1:6) NOT > WS-MOIS-CLOS
002313        MOVE 'O' TO WS-JOUR-CLOS
002314     END-IF.
002315     ACCEPT WS-HEURE-JOUR FROM TIME.
002316     OPEN OUTPUT RAPPORT-FILE.
002317     MOVE SPACE TO WS-BADGE-TABLE.
002320     STRING WS-DATE-TRAIT(7:2) '/' WS-DATE-TRAIT(5:2) '/'
002330            WS-DATE-TRAIT(1:4)
002340            DELIMITED BY SIZE INTO LE1-DATE.
003890     IF WS-BADGE(E-NUMERO) = 'B' OR WS-BADGE(E-NUMERO) = 'V'
003900*   A BADGE : UNE ABSENCE DEJA SAISIE A LA MAIN CE JOUR EST
003910*   UNE CONTRADICTION A TRANCHER PAR LE COORDINATEUR
003920        PERFORM 3300-ETAT-EFFECTIF THRU 3300-EXIT
003950        IF WS-ETAT-EFFECTIF NOT = SPACE
003960           MOVE E-NUMERO TO LD-NUMERO
003970           MOVE E-NOM    TO LD-NOM
003980           MOVE E-CODE-SESSION TO LD-SESSION
003990           MOVE SPACES TO LD-SITUATION
004000           STRING 'BADGE + ABSENCE SAISIE (' WS-OPER-EFFECTIF ')'
004010                  DELIMITED BY SIZE INTO LD-SITUATION
004030           PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT
004040           ADD 1 TO WS-NB-CONTRADICTIONS
004050        END-IF
004060     ELSE
004070*   N'A PAS BADGE : ABSENCE DERIVEE, SAUF SI DEJA SAISIE OU SI
004071*   L'ALTERNANT EST EN ENTREPRISE OU LE STAGIAIRE EN CONGE
004072*   PAYE ACCORDE CE JOUR-LA
004073        PERFORM 3200-CHECK-ENTREPRISE THRU 3200-EXIT
004074        IF WS-EN-ENTREPRISE = 'O'
004075           ADD 1 TO WS-NB-ENTREPRISE
004076           GO TO 3100-EXIT
004077        END-IF
004078        PERFORM 3250-CHECK-CONGE THRU 3250-EXIT
004079        IF WS-EN-CONGE = 'O'
004080           ADD 1 TO WS-NB-CONGE
004081           GO TO 3100-EXIT
004082        END-IF
004083        IF JOUR-CLOS
004084           PERFORM 3400-REGULARISE THRU 3400-EXIT
004085           GO TO 3100-EXIT
004086        END-IF
004087        MOVE E-NUMERO       TO PR-NUMERO
004090        MOVE WS-DATE-TRAIT  TO PR-DATE
004100        MOVE E-CODE-SESSION TO PR-CODE-SESSION
004110        MOVE 'NON BADGE'    TO PR-MOTIF
004280 3100-EXIT.
004290     EXIT.
004300*
004301*****************************************************************
004302*  3200  -  LE STAGIAIRE EST-IL EN ENTREPRISE LE JOUR TRAITE ?   *
004303*            PARCOURS DE SES PERIODES (FPLAC03) DANS SA SESSION, *
004304*            DANS L'ORDRE DES DATES DE DEBUT                     *
004305*****************************************************************
004306 3200-CHECK-ENTREPRISE.
004307*----------------------*
004308     MOVE 'N' TO WS-EN-ENTREPRISE.
004309     MOVE E-NUMERO       TO PL-NUMERO.
004310     MOVE E-CODE-SESSION TO PL-CODE-SESSION.
004311     MOVE ZERO           TO PL-DATE-DEBUT.
004312     START FPLAC03-FILE KEY >= PL-CLE.
004313     IF WS-FPLAC-STATUS NOT = '00'
004314        GO TO 3200-EXIT
004315     END-IF.
004316     READ FPLAC03-FILE NEXT
004317         AT END GO TO 3200-EXIT
004318     END-READ.
004319     PERFORM UNTIL WS-FPLAC-STATUS NOT = '00'
004320             OR PL-NUMERO NOT = E-NUMERO
004321             OR PL-CODE-SESSION NOT = E-CODE-SESSION
004322             OR PL-DATE-DEBUT > WS-DATE-TRAIT
004323             OR WS-EN-ENTREPRISE = 'O'
004324        IF WS-DATE-TRAIT <= PL-DATE-FIN
004325           MOVE 'O' TO WS-EN-ENTREPRISE
004326        ELSE
004327           READ FPLAC03-FILE NEXT
004328               AT END MOVE '10' TO WS-FPLAC-STATUS
004329           END-READ
004330        END-IF
004331     END-PERFORM.
004332 3200-EXIT.
004333     EXIT.
004334*
004335*****************************************************************
004336*  3250  -  LE STAGIAIRE EST-IL EN CONGE PAYE ACCORDE LE JOUR    *
004337*            TRAITE ? (FCONG03, ETAT 'A')                        *
004338*****************************************************************
004339 3250-CHECK-CONGE.
004340*-----------------*
004341     MOVE 'N' TO WS-EN-CONGE.
004342     MOVE E-NUMERO      TO CG-NUMERO.
004343     MOVE WS-DATE-TRAIT TO CG-DATE.
004344     READ FCONG03-FILE.
004345     IF WS-FCONG-STATUS = '00'
004346        IF CG-ACCORDE
004347           MOVE 'O' TO WS-EN-CONGE
004348        END-IF
004349     ELSE
004350        IF WS-FCONG-STATUS NOT = '23'
004351           PERFORM 9550-ERREUR-FCONG THRU 9550-EXIT
004352        END-IF
004353     END-IF.
004354 3250-EXIT.
004355     EXIT.
004356*
004357*****************************************************************
004358*  3300  -  ETAT EFFECTIF DU JOUR TRAITE POUR LE STAGIAIRE :     *
004359*            ABSENCE FPRES03 EVENTUELLE, REMPLACEE POUR UN MOIS  *
004360*            CLOTURE PAR LA DERNIERE REGULARISATION DU JOUR      *
004361*****************************************************************
004362 3300-ETAT-EFFECTIF.
004363*-------------------*
004364     MOVE SPACE  TO WS-ETAT-EFFECTIF.
004365     MOVE SPACES TO WS-OPER-EFFECTIF.
004366     MOVE E-NUMERO      TO PR-NUMERO.
004367     MOVE WS-DATE-TRAIT TO PR-DATE.
004368     READ FPRES03-FILE.
004369     EVALUATE WS-FPRES-STATUS
004370         WHEN '00'
004371             MOVE PR-JUSTIF    TO WS-ETAT-EFFECTIF
004372             MOVE PR-OPERATEUR TO WS-OPER-EFFECTIF
004373             IF NOT PR-JUSTIFIEE AND NOT PR-INJUSTIFIEE
004374                MOVE 'P' TO WS-ETAT-EFFECTIF
004375             END-IF
004376         WHEN '23'
004377             CONTINUE
004378         WHEN OTHER
004379             PERFORM 9510-ERREUR-FPRES THRU 9510-EXIT
004380     END-EVALUATE.
004381     IF NOT JOUR-CLOS
004382        GO TO 3300-EXIT
004383     END-IF.
004384     MOVE E-NUMERO      TO RG-NUMERO.
004385     MOVE WS-DATE-TRAIT TO RG-DATE-ABS.
004386     MOVE ZERO          TO RG-DATE-ENREG
004387                           RG-HEURE-ENREG.
004388     START FREGU03-FILE KEY >= RG-CLE.
004389     IF WS-FREGU-STATUS = '23'
004390        GO TO 3300-EXIT
004391     END-IF.
004392     IF WS-FREGU-STATUS NOT = '00'
004393        PERFORM 9540-ERREUR-FREGU THRU 9540-EXIT
004394     END-IF.
004395     READ FREGU03-FILE NEXT.
004396     PERFORM UNTIL WS-FREGU-STATUS NOT = '00'
004397             OR RG-NUMERO NOT = E-NUMERO
004398             OR RG-DATE-ABS NOT = WS-DATE-TRAIT
004399        MOVE RG-APRES     TO WS-ETAT-EFFECTIF
004400        MOVE RG-OPERATEUR TO WS-OPER-EFFECTIF
004401        READ FREGU03-FILE NEXT
004402     END-PERFORM.
004403     IF WS-FREGU-STATUS NOT = '00' AND WS-FREGU-STATUS NOT = '10'
004404        PERFORM 9540-ERREUR-FREGU THRU 9540-EXIT
004405     END-IF.
004406 3300-EXIT.
004407     EXIT.
004408*
004409*****************************************************************
004410*  3400  -  ABSENCE DERIVEE SUR UN MOIS CLOTURE : REGULARISATION *
004411*            (FREGU03) DE 'PRESENT' A 'EN ATTENTE', A RETENIR    *
004412*            PAR LE PROCHAIN EXPORT PAIE - RIEN SI LE JOUR EST   *
004413*            DEJA PORTE ABSENT                                   *
004414*****************************************************************
004415 3400-REGULARISE.
004416*----------------*
004417     PERFORM 3300-ETAT-EFFECTIF THRU 3300-EXIT.
004418     IF WS-ETAT-EFFECTIF NOT = SPACE
004419        ADD 1 TO WS-NB-DEJA
004420        GO TO 3400-EXIT
004421     END-IF.
004422     INITIALIZE E-REGULARISATION.
004423     MOVE E-NUMERO          TO RG-NUMERO.
004424     MOVE WS-DATE-TRAIT     TO RG-DATE-ABS.
004425     MOVE WS-DATE-JOUR      TO RG-DATE-ENREG.
004426     MOVE WS-HEURE-JOUR(1:6) TO RG-HEURE-ENREG.
004427     MOVE E-CODE-SESSION    TO RG-CODE-SESSION.
004428     MOVE SPACE             TO RG-AVANT.
004429     MOVE 'P'               TO RG-APRES.
004430     MOVE 'D'               TO RG-SENS.
004431     MOVE 'NON BADGE'       TO RG-MOTIF.
004432     MOVE SPACES            TO RG-PIECE.
004433     MOVE 'BDG'             TO RG-OPERATEUR.
004434     MOVE 'IMPBADGE'        TO RG-ORIGINE.
004435     MOVE 'A'               TO RG-ETAT.
004436     WRITE E-REGULARISATION.
004437*   CLE DEJA PRISE DANS LA SECONDE : HEURE SUIVANTE
004438     PERFORM UNTIL WS-FREGU-STATUS NOT = '22'
004439        ADD 1 TO RG-HEURE-ENREG
004440        WRITE E-REGULARISATION
004441     END-PERFORM.
004442     IF WS-FREGU-STATUS NOT = '00'
004443        PERFORM 9540-ERREUR-FREGU THRU 9540-EXIT
004444     END-IF.
004445     MOVE E-NUMERO       TO LD-NUMERO.
004446     MOVE E-NOM          TO LD-NOM.
004447     MOVE E-CODE-SESSION TO LD-SESSION.
004448     MOVE 'ABSENCE DERIVEE - REGULARISATION' TO LD-SITUATION.
004449     PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT.
004450     ADD 1 TO WS-NB-DERIVEES.
004451     ADD 1 TO WS-NB-REGUL.
004452 3400-EXIT.
004453     EXIT.
004454*
004455*****************************************************************
004456*  8000  -  BILAN DU RAPPROCHEMENT                               *
004457*****************************************************************
004458 8000-BILAN.
004459*-----------*
004460     IF WS-PAGE-COMPTEUR = ZERO
004461        PERFORM 2500-NOUVELLE-PAGE THRU 2500-EXIT
004462     END-IF.
004463     WRITE RAPPORT-REC FROM LIGNE-VIDE   AFTER ADVANCING 2.
004464     MOVE WS-NB-BADGES   TO LB-NB-BADGES.
004465     MOVE WS-NB-DERIVEES TO LB-NB-DERIVEES.
004466     MOVE WS-NB-DEJA     TO LB-NB-DEJA.
004467     MOVE WS-NB-CONGE    TO LB-NB-CONGE.
004468     WRITE RAPPORT-REC FROM LIGNE-BILAN1 AFTER ADVANCING 1.
004469     MOVE WS-NB-CONTRADICTIONS TO LB-NB-CONTRA.
004470     MOVE WS-NB-INCONNUS       TO LB-NB-INCONNUS.
004471     MOVE WS-NB-ENTREPRISE     TO LB-NB-ENTREPRISE.
004472     WRITE RAPPORT-REC FROM LIGNE-BILAN2 AFTER ADVANCING 1.
004473     IF JOUR-CLOS
004474        MOVE WS-NB-REGUL TO LB-NB-REGUL
004475        WRITE RAPPORT-REC FROM LIGNE-BILAN3 AFTER ADVANCING 1
004476     END-IF.
004477 8000-EXIT.
004480     EXIT.
004490*
004500*****************************************************************
004960 9510-EXIT.
004970     EXIT.
004980*
004981 9530-ERREUR-FCTL.
004982*-----------------*
004983     DISPLAY 'IMPBADGE - ERREUR E/S FCTL03 - CODE STATUT '
004984             WS-FCTL-STATUS.
004985     MOVE 16 TO RETURN-CODE.
004986     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
004987     STOP RUN.
004988 9530-EXIT.
004989     EXIT.
004990*
004991 9540-ERREUR-FREGU.
004992*------------------*
004993     DISPLAY 'IMPBADGE - ERREUR E/S FREGU03 - CODE STATUT '
004994             WS-FREGU-STATUS.
004995     MOVE 16 TO RETURN-CODE.
004996     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
004997     STOP RUN.
004998 9540-EXIT.
004999     EXIT.
005000*
005001 9550-ERREUR-FCONG.
005002*------------------*
005003     DISPLAY 'IMPBADGE - ERREUR E/S FCONG03 - CODE STATUT '
005004             WS-FCONG-STATUS.
005005     MOVE 16 TO RETURN-CODE.
005006     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
005007     STOP RUN.
005008 9550-EXIT.
005009     EXIT.
005010*
005011*****************************************************************
005012*  9000  -  FERMETURE DES FICHIERS                               *
005013*****************************************************************
005020 9000-TERMINAISON.
005030*-----------------*
005040     CLOSE BADGE-FILE.
005060     CLOSE FPRES03-FILE.
005070     CLOSE FCALS03-FILE.
005080     CLOSE FJOUR03-FILE.
005085     CLOSE FPLAC03-FILE.
005086     CLOSE FCTL03-FILE.
005087     CLOSE FREGU03-FILE.
005088     CLOSE FCONG03-FILE.
005090     CLOSE RAPPORT-FILE.
005100 9000-EXIT.
005110     EXIT.
