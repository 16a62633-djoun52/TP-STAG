000170*               RETOUR SIGNE EST CONSTATE PAR SIGCONV ET         *
000180*               FINSTAG N'ACTIVE PAS UN PRE-INSCRIT SANS         *
000190*               CONVENTION SIGNEE                                *
000192*               UN ALTERNANT PORTEUR D'UNE PERIODE EN ENTREPRISE *
000194*               (FPLAC03) RECOIT LA CONVENTION TRIPARTITE QUI    *
000196*               NOMME L'ENTREPRISE D'ACCUEIL ET LE TUTEUR        *
000198*               (FENTR03)                                        *
000199*               LE REPRESENTANT LEGAL ACTIF D'UN MINEUR (FRLEG03)*
000200*               SIGNE LA CONVENTION ET EN RECOIT UNE COPIE A SON *
000201*               ADRESSE                                          *
000202*               UNE CONVENTION TOUJOURS NON SIGNEE LE JOUR DU    *
000203*               DEBUT DE SESSION POSE UNE RELANCE (GENRELA) AU   *
000204*               COORDINATEUR DE LA SESSION                       *
000205*****************************************************************
000210*  HISTORIQUE DES MODIFICATIONS                                 *
000220*  02/09/2026  SE  CREATION DU PROGRAMME                        *
000223*  15/10/2026  SE  CONVENTION TRIPARTITE (ENTREPRISE D'ACCUEIL  *
000226*                  ET TUTEUR) POUR LES ALTERNANTS               *
000227*  15/10/2026  SE  SIGNATURE ET COPIE DU REPRESENTANT LEGAL     *
000228*                  ACTIF D'UN STAGIAIRE MINEUR (FRLEG03)        *
000229*  15/10/2026  SE  RELANCE AUTOMATIQUE (GENRELA) POUR UNE       *
000230*                  CONVENTION NON SIGNEE AU DEBUT DE SESSION,   *
000231*                  CLOSE A LA SIGNATURE                         *
000232*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-390.
000440            ACCESS MODE    RANDOM
000450            RECORD KEY     CV-NUMERO
000460            FILE STATUS    WS-FCONV-STATUS.
000461     SELECT FPLAC03-FILE   ASSIGN TO FPLAC03
000462            ORGANIZATION   INDEXED
000463            ACCESS MODE    DYNAMIC
000464            RECORD KEY     PL-CLE
000465            FILE STATUS    WS-FPLAC-STATUS.
000466     SELECT FENTR03-FILE   ASSIGN TO FENTR03
000467            ORGANIZATION   INDEXED
000468            ACCESS MODE    RANDOM
000469            RECORD KEY     EN-CODE
000470            FILE STATUS    WS-FENTR-STATUS.
000471     SELECT FRLEG03-FILE   ASSIGN TO FRLEG03
000472            ORGANIZATION   INDEXED
000473            ACCESS MODE    RANDOM
000474            RECORD KEY     RL-NUMERO
000475            FILE STATUS    WS-FRLEG-STATUS.
000476     SELECT MODELE-FILE    ASSIGN TO CONVMOD
000480            ORGANIZATION   LINE SEQUENTIAL.
000490     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000500            ORGANIZATION   LINE SEQUENTIAL.
000610     COPY FSESS.
000620 FD  FCONV03-FILE.
000630     COPY FCONV.
000632 FD  FPLAC03-FILE.
000634     COPY FPLAC.
000636 FD  FENTR03-FILE.
000638     COPY FENTR.
000639 FD  FRLEG03-FILE.
000640     COPY FRLEG.
000641 FD  MODELE-FILE
000650     RECORDING MODE F.
000660 01  MODELE-REC            PIC X(80).
000670 FD  SYSIN-FILE
000800 77  WS-FSTAG-STATUS       PIC X(02).
000810 77  WS-FSESS-STATUS       PIC X(02).
000820 77  WS-FCONV-STATUS       PIC X(02).
000823 77  WS-FPLAC-STATUS       PIC X(02).
000826 77  WS-FENTR-STATUS       PIC X(02).
000828 77  WS-FRLEG-STATUS       PIC X(02).
000830 77  WS-EOF                PIC X(01)     VALUE 'N'.
000840     88  FIN-FICHIER                     VALUE 'Y'.
000850 77  WS-EOF-MODELE         PIC X(01)     VALUE 'N'.
000870 77  WS-NB-EDITEES         PIC 9(06) COMP VALUE ZERO.
000880 77  WS-NB-DEJA            PIC 9(06) COMP VALUE ZERO.
000890 77  WS-NB-ECARTES         PIC 9(06) COMP VALUE ZERO.
000891 77  WS-NB-TRIPARTITES     PIC 9(06) COMP VALUE ZERO.
000892*   CONVENTION TRIPARTITE (O/N) : LE STAGIAIRE A AU MOINS UNE
000893*   PERIODE EN ENTREPRISE DANS SA SESSION
000894 77  WS-TRIPARTITE         PIC X(01).
000895 77  WS-CODE-ENTR          PIC X(04).
000896*   REPRESENTANT LEGAL ACTIF (O/N) DU STAGIAIRE MINEUR ; 'O' DANS
000897*   WS-COPIE-RL QUAND LA CONVENTION EST EDITEE POUR SA COPIE
000898 77  WS-RL-ACTIF           PIC X(01).
000899 77  WS-COPIE-RL           PIC X(01)     VALUE 'N'.
000900 77  WS-NB-COPIES-RL       PIC 9(06) COMP VALUE ZERO.
000901 77  WS-FILT-SESSION       PIC X(10)     VALUE SPACE.
000910 77  WS-DATE-JOUR          PIC 9(08).
000920 77  WS-DATE-EDIT          PIC X(10).
000922 77  WS-DEB-CONV           PIC 9(08).
000924 77  WS-NB-RELANCES        PIC 9(06) COMP VALUE ZERO.
000926*   ZONE D'ECHANGE DU MODULE DE RELANCES GENRELA
000928     COPY RELACA.
000930*   CORPS STANDARD DE LA CONVENTION, CHARGE DEPUIS CONVMOD
000940 77  WS-NB-LIGNES-MODELE   PIC 9(02) COMP VALUE ZERO.
000950 01  WS-MODELE.
001150     05  FILLER            PIC X(05)     VALUE SPACE.
001160     05  FILLER            PIC X(15)     VALUE 'ECARTES     : '.
001170     05  LB-NB-ECARTES     PIC ZZZZZ9.
001172     05  FILLER            PIC X(05)     VALUE SPACE.
001174     05  FILLER            PIC X(15)     VALUE 'TRIPARTITES : '.
001176     05  LB-NB-TRIPARTITES PIC ZZZZZ9.
001177     05  FILLER            PIC X(05)     VALUE SPACE.
001178     05  FILLER            PIC X(15)     VALUE 'COPIES REPR.: '.
001179     05  LB-NB-COPIES-RL   PIC ZZZZZ9.
001180*
001181 01  LIGNE-BILAN2.
001182     05  FILLER            PIC X(01)     VALUE SPACE.
001183     05  FILLER            PIC X(15)     VALUE 'RELANCES    : '.
001184     05  LB-NB-RELANCES    PIC ZZZZZ9.
001185*
001190 PROCEDURE DIVISION.
001200 0000-MAINLINE.
001210*----------------*
001550     OPEN INPUT  FSTAG03-FILE.
001560     OPEN INPUT  FSESS03-FILE.
001570     OPEN I-O    FCONV03-FILE.
001573     OPEN INPUT  FPLAC03-FILE.
001576     OPEN INPUT  FENTR03-FILE.
001578     OPEN INPUT  FRLEG03-FILE.
001580     OPEN OUTPUT LETTRE-FILE.
001590     OPEN OUTPUT RAPPORT-FILE.
001600     WRITE RAPPORT-REC FROM LIGNE-ENTETE1 AFTER ADVANCING PAGE.
002150*  2050  -  UN PRE-INSCRIT SANS CONVENTION EDITEE ET AVEC UNE    *
002160*            ADRESSE EXPLOITABLE RECOIT SA CONVENTION ; UNE      *
002170*            CONVENTION DEJA EDITEE (OU SIGNEE) N'EST PAS        *
002176*            REFAITE - UN MINEUR AYANT UN REPRESENTANT LEGAL     *
002182*            ACTIF VOIT SA CONVENTION REEDITEE POUR CE DERNIER   *
002184*            UNE CONVENTION EDITEE NON SIGNEE AU DEBUT DE LA     *
002186*            SESSION POSE UNE RELANCE, UNE CONVENTION SIGNEE     *
002188*            CLOT LA RELANCE RESTEE OUVERTE                      *
002190*****************************************************************
002200 2050-TRAITE-PREINSCRIT.
002210*-----------------------*
002230     READ FCONV03-FILE.
002240     IF WS-FCONV-STATUS = '00'
002250        ADD 1 TO WS-NB-DEJA
002255        PERFORM 2500-RELANCE-SIGNATURE THRU 2500-EXIT
002260        GO TO 2050-EXIT
002270     END-IF.
002280     IF WS-FCONV-STATUS NOT = '23'
002330        ADD 1 TO WS-NB-ECARTES
002340        GO TO 2050-EXIT
002350     END-IF.
002353     PERFORM 2400-LIEN-REPRESENTANT THRU 2400-EXIT.
002356     MOVE 'N' TO WS-COPIE-RL.
002360     PERFORM 2100-EDITE-CONVENTION THRU 2100-EXIT.
002361     IF WS-RL-ACTIF = 'O'
002362        AND RL-ADR1 NOT = SPACE AND RL-CODEP NOT = SPACE
002363        AND RL-VILLE NOT = SPACE
002364        MOVE 'O' TO WS-COPIE-RL
002365        PERFORM 2100-EDITE-CONVENTION THRU 2100-EXIT
002366        MOVE 'N' TO WS-COPIE-RL
002367        ADD 1 TO WS-NB-COPIES-RL
002368     END-IF.
002370     MOVE SPACES       TO E-CONVENTION.
002380     MOVE E-NUMERO     TO CV-NUMERO.
002390     MOVE E-CODE-SESSION TO CV-CODE-SESSION.
002440        PERFORM 9510-ERREUR-FCONV THRU 9510-EXIT
002450     END-IF.
002460     ADD 1 TO WS-NB-EDITEES.
002462     IF WS-TRIPARTITE = 'O'
002464        ADD 1 TO WS-NB-TRIPARTITES
002466     END-IF.
002470 2050-EXIT.
002480     EXIT.
002490*
002510*  2100  -  EDITION D'UNE CONVENTION : BLOC ADRESSE (COMME       *
002520*            CONVSTAG), IDENTIFICATION DE LA SESSION DEPUIS LE   *
002530*            REFERENTIEL, CORPS STANDARD, CADRE DE SIGNATURE     *
002535*            (BLOC ADRESSE DU REPRESENTANT LEGAL POUR SA COPIE)  *
002540*****************************************************************
002550 2100-EDITE-CONVENTION.
002560*----------------------*
002565     PERFORM 2200-RECHERCHE-PERIODE THRU 2200-EXIT.
002570     MOVE LETTRE-VIDE TO LETTRE-REC.
002572     IF WS-TRIPARTITE = 'O'
002574        STRING 'CONVENTION DE STAGE TRIPARTITE - EDITEE LE '
002576               WS-DATE-EDIT DELIMITED BY SIZE INTO LETTRE-REC
002578     ELSE
002580        STRING 'CONVENTION DE STAGE - EDITEE LE ' WS-DATE-EDIT
002590               DELIMITED BY SIZE INTO LETTRE-REC
002595     END-IF.
002600     WRITE LETTRE-REC AFTER ADVANCING PAGE.
002610     MOVE LETTRE-VIDE TO LETTRE-REC.
002620     WRITE LETTRE-REC.
002644     IF WS-COPIE-RL = 'O'
002668        PERFORM 2450-ADRESSE-REPRESENTANT THRU 2450-EXIT
002692     ELSE
002716        PERFORM 2150-ADRESSE-STAGIAIRE THRU 2150-EXIT
002740     END-IF.
002790     MOVE LETTRE-VIDE TO LETTRE-REC.
002800     WRITE LETTRE-REC.
002810     MOVE E-CODE-SESSION TO S-CODE.
003040     END-IF.
003050     MOVE LETTRE-VIDE TO LETTRE-REC.
003060     WRITE LETTRE-REC.
003062     IF WS-TRIPARTITE = 'O'
003064        PERFORM 2300-BLOC-ENTREPRISE THRU 2300-EXIT
003066     END-IF.
003070     PERFORM VARYING WS-IND FROM 1 BY 1
003080             UNTIL WS-IND > WS-NB-LIGNES-MODELE
003090        MOVE WS-LIGNE-MODELE(WS-IND) TO LETTRE-REC
003120     MOVE LETTRE-VIDE TO LETTRE-REC.
003130     WRITE LETTRE-REC.
003140     MOVE LETTRE-VIDE TO LETTRE-REC.
003142     IF WS-TRIPARTITE = 'O'
003144        STRING 'LE STAGIAIRE :            L''ORGANISME :      '
003146               '       L''ENTREPRISE :'
003147               DELIMITED BY SIZE INTO LETTRE-REC
003148     ELSE
003150        MOVE 'LE STAGIAIRE (SIGNATURE) :         L''ORGANISME :'
003160             TO LETTRE-REC
003165     END-IF.
003170     WRITE LETTRE-REC.
003180     MOVE LETTRE-VIDE TO LETTRE-REC.
003190     WRITE LETTRE-REC.
003200     MOVE LETTRE-VIDE TO LETTRE-REC.
003201     IF WS-TRIPARTITE = 'O'
003202        STRING 'FAIT LE .. / .. / ....    '
003203               'FAIT LE .. / .. / ....    '
003204               'FAIT LE .. / .. / ....'
003205               DELIMITED BY SIZE INTO LETTRE-REC
003206     ELSE
003210        STRING 'FAIT LE .. / .. / ....             '
003220               'FAIT LE .. / .. / ....'
003225               DELIMITED BY SIZE INTO LETTRE-REC
003227     END-IF.
003230     WRITE LETTRE-REC.
003231*   UN MINEUR SIGNE AVEC SON REPRESENTANT LEGAL
003232     IF WS-RL-ACTIF = 'O'
003233        MOVE LETTRE-VIDE TO LETTRE-REC
003234        WRITE LETTRE-REC
003235        MOVE LETTRE-VIDE TO LETTRE-REC
003236        STRING 'LE REPRESENTANT LEGAL (SIGNATURE) : '
003237               RL-PRENOM DELIMITED BY SPACE ' '
003238               RL-NOM    DELIMITED BY SIZE INTO LETTRE-REC
003239        WRITE LETTRE-REC
003240        MOVE LETTRE-VIDE TO LETTRE-REC
003241        WRITE LETTRE-REC
003242        MOVE LETTRE-VIDE TO LETTRE-REC
003243        MOVE 'FAIT LE .. / .. / ....' TO LETTRE-REC
003244        WRITE LETTRE-REC
003245     END-IF.
003246 2100-EXIT.
003247     EXIT.
003248*
003249*****************************************************************
003250*  2150  -  BLOC ADRESSE DU STAGIAIRE (COMME CONVSTAG)           *
003251*****************************************************************
003252 2150-ADRESSE-STAGIAIRE.
003253*-----------------------*
003254     MOVE LETTRE-VIDE TO LETTRE-REC.
003255     STRING E-PRENOM DELIMITED BY SPACE ' '
003256            E-NOM    DELIMITED BY SIZE INTO LETTRE-REC.
003257     WRITE LETTRE-REC.
003258     MOVE LETTRE-VIDE TO LETTRE-REC.
003259     MOVE E-ADR1 TO LETTRE-REC.
003260     WRITE LETTRE-REC.
003261     IF E-ADR2 NOT = SPACE
003262        MOVE LETTRE-VIDE TO LETTRE-REC
003263        MOVE E-ADR2 TO LETTRE-REC
003264        WRITE LETTRE-REC
003265     END-IF.
003266     MOVE LETTRE-VIDE TO LETTRE-REC.
003267     STRING E-CODEP DELIMITED BY SIZE ' '
003268            E-VILLE DELIMITED BY SIZE INTO LETTRE-REC.
003269     WRITE LETTRE-REC.
003270 2150-EXIT.
003271     EXIT.
003272*
003273*****************************************************************
003274*  2200  -  PREMIERE PERIODE EN ENTREPRISE DU STAGIAIRE DANS SA  *
003275*            SESSION (FPLAC03) : SA PRESENCE FAIT DE LA          *
003276*            CONVENTION UNE CONVENTION TRIPARTITE                *
003277*****************************************************************
003278 2200-RECHERCHE-PERIODE.
003279*-----------------------*
003280     MOVE 'N'    TO WS-TRIPARTITE.
003281     MOVE SPACES TO WS-CODE-ENTR.
003282     MOVE E-NUMERO       TO PL-NUMERO.
003283     MOVE E-CODE-SESSION TO PL-CODE-SESSION.
003284     MOVE ZERO           TO PL-DATE-DEBUT.
003285     START FPLAC03-FILE KEY >= PL-CLE.
003286     IF WS-FPLAC-STATUS NOT = '00'
003287        GO TO 2200-EXIT
003288     END-IF.
003289     READ FPLAC03-FILE NEXT
003290         AT END GO TO 2200-EXIT
003291     END-READ.
003292     IF WS-FPLAC-STATUS = '00'
003293        AND PL-NUMERO = E-NUMERO
003294        AND PL-CODE-SESSION = E-CODE-SESSION
003295        MOVE 'O' TO WS-TRIPARTITE
003296        MOVE PL-CODE-ENTR TO WS-CODE-ENTR
003297     END-IF.
003298 2200-EXIT.
003299     EXIT.
003300*
003301*****************************************************************
003302*  2300  -  BLOC DE LA CONVENTION TRIPARTITE : ENTREPRISE        *
003303*            D'ACCUEIL (RAISON SOCIALE, SIRET, ADRESSE), TUTEUR  *
003304*            ET PERIODES EN ENTREPRISE DE LA SESSION             *
003305*****************************************************************
003306 2300-BLOC-ENTREPRISE.
003307*---------------------*
003308     MOVE WS-CODE-ENTR TO EN-CODE.
003309     READ FENTR03-FILE.
003310     IF WS-FENTR-STATUS NOT = '00'
003311        MOVE SPACES       TO E-ENTREPRISE
003312        MOVE WS-CODE-ENTR TO EN-CODE
003313        MOVE '(ENTREPRISE INCONNUE AU REFERENTIEL)'
003314             TO EN-RAISON-SOCIALE
003315     END-IF.
003316     MOVE LETTRE-VIDE TO LETTRE-REC.
003317     STRING 'ENTREPRISE D''ACCUEIL : ' EN-RAISON-SOCIALE
003318            DELIMITED BY SIZE INTO LETTRE-REC.
003319     WRITE LETTRE-REC.
003320     MOVE LETTRE-VIDE TO LETTRE-REC.
003321     STRING 'SIRET                : ' EN-SIRET
003322            DELIMITED BY SIZE INTO LETTRE-REC.
003323     WRITE LETTRE-REC.
003324     IF EN-ADR1 NOT = SPACE
003325        MOVE LETTRE-VIDE TO LETTRE-REC
003326        STRING '                       ' EN-ADR1
003327               DELIMITED BY SIZE INTO LETTRE-REC
003328        WRITE LETTRE-REC
003329     END-IF.
003330     IF EN-ADR2 NOT = SPACE
003331        MOVE LETTRE-VIDE TO LETTRE-REC
003332        STRING '                       ' EN-ADR2
003333               DELIMITED BY SIZE INTO LETTRE-REC
003334        WRITE LETTRE-REC
003335     END-IF.
003336     IF EN-VILLE NOT = SPACE
003337        MOVE LETTRE-VIDE TO LETTRE-REC
003338        STRING '                       ' EN-CODEP ' ' EN-VILLE
003339               DELIMITED BY SIZE INTO LETTRE-REC
003340        WRITE LETTRE-REC
003341     END-IF.
003342     MOVE LETTRE-VIDE TO LETTRE-REC.
003343     STRING 'TUTEUR EN ENTREPRISE : '
003344            EN-TUTEUR-PRENOM DELIMITED BY SPACE ' '
003345            EN-TUTEUR-NOM    DELIMITED BY SIZE
003346            INTO LETTRE-REC.
003347     WRITE LETTRE-REC.
003348     IF EN-TUTEUR-TEL NOT = SPACE OR EN-TUTEUR-EMAIL NOT = SPACE
003349        MOVE LETTRE-VIDE TO LETTRE-REC
003350        STRING '                       ' EN-TUTEUR-TEL '  '
003351               EN-TUTEUR-EMAIL DELIMITED BY SIZE INTO LETTRE-REC
003352        WRITE LETTRE-REC
003353     END-IF.
003354*   PERIODES EN ENTREPRISE : LE PARCOURS REPART DE LA PREMIERE
003355*   PERIODE DU STAGIAIRE DANS LA SESSION
003356     MOVE E-NUMERO       TO PL-NUMERO.
003357     MOVE E-CODE-SESSION TO PL-CODE-SESSION.
003358     MOVE ZERO           TO PL-DATE-DEBUT.
003359     START FPLAC03-FILE KEY >= PL-CLE.
003360     IF WS-FPLAC-STATUS = '00'
003361        READ FPLAC03-FILE NEXT
003362            AT END MOVE '10' TO WS-FPLAC-STATUS
003363        END-READ
003364     END-IF.
003365     PERFORM UNTIL WS-FPLAC-STATUS NOT = '00'
003366             OR PL-NUMERO NOT = E-NUMERO
003367             OR PL-CODE-SESSION NOT = E-CODE-SESSION
003368        MOVE LETTRE-VIDE TO LETTRE-REC
003369        STRING 'EN ENTREPRISE DU ' PL-DATE-DEBUT(7:2) '/'
003370               PL-DATE-DEBUT(5:2) '/' PL-DATE-DEBUT(1:4)
003371               ' AU ' PL-DATE-FIN(7:2) '/' PL-DATE-FIN(5:2) '/'
003372               PL-DATE-FIN(1:4) ' (' PL-CODE-ENTR ')'
003373               DELIMITED BY SIZE INTO LETTRE-REC
003374        WRITE LETTRE-REC
003375        READ FPLAC03-FILE NEXT
003376            AT END MOVE '10' TO WS-FPLAC-STATUS
003377        END-READ
003378     END-PERFORM.
003379     MOVE LETTRE-VIDE TO LETTRE-REC.
003380     WRITE LETTRE-REC.
003381 2300-EXIT.
003382     EXIT.
003383*
003384*****************************************************************
003385*  2400  -  REPRESENTANT LEGAL DU STAGIAIRE (FRLEG03) : 'O' SI   *
003386*            LE LIEN EST ACTIF (MINEUR)                          *
003387*****************************************************************
003388 2400-LIEN-REPRESENTANT.
003389*-----------------------*
003390     MOVE 'N' TO WS-RL-ACTIF.
003391     MOVE E-NUMERO TO RL-NUMERO.
003392     READ FRLEG03-FILE.
003393     IF WS-FRLEG-STATUS = '23'
003394        GO TO 2400-EXIT
003395     END-IF.
003396     IF WS-FRLEG-STATUS NOT = '00'
003397        PERFORM 9520-ERREUR-FRLEG THRU 9520-EXIT
003398     END-IF.
003399     IF RL-ACTIF AND RL-NOM NOT = SPACE
003400        MOVE 'O' TO WS-RL-ACTIF
003401     END-IF.
003402 2400-EXIT.
003403     EXIT.
003404*
003405*****************************************************************
003406*  2450  -  BLOC ADRESSE DE LA COPIE AU REPRESENTANT LEGAL, AVEC *
003407*            MENTION DU STAGIAIRE CONCERNE                       *
003408*****************************************************************
003409 2450-ADRESSE-REPRESENTANT.
003410*--------------------------*
003411     MOVE LETTRE-VIDE TO LETTRE-REC.
003412     STRING RL-PRENOM DELIMITED BY SPACE ' '
003413            RL-NOM    DELIMITED BY SIZE INTO LETTRE-REC.
003414     WRITE LETTRE-REC.
003415     MOVE LETTRE-VIDE TO LETTRE-REC.
003416     MOVE RL-ADR1 TO LETTRE-REC.
003417     WRITE LETTRE-REC.
003418     IF RL-ADR2 NOT = SPACE
003419        MOVE LETTRE-VIDE TO LETTRE-REC
003420        MOVE RL-ADR2 TO LETTRE-REC
003421        WRITE LETTRE-REC
003422     END-IF.
003423     MOVE LETTRE-VIDE TO LETTRE-REC.
003424     STRING RL-CODEP DELIMITED BY SIZE ' '
003425            RL-VILLE DELIMITED BY SIZE INTO LETTRE-REC.
003426     WRITE LETTRE-REC.
003427     MOVE LETTRE-VIDE TO LETTRE-REC.
003428     WRITE LETTRE-REC.
003429     MOVE LETTRE-VIDE TO LETTRE-REC.
003430     STRING 'COPIE AU REPRESENTANT LEGAL DE '
003431            E-PRENOM DELIMITED BY SPACE ' '
003432            E-NOM    DELIMITED BY SIZE INTO LETTRE-REC.
003433     WRITE LETTRE-REC.
003434 2450-EXIT.
003435     EXIT.
003436*
003437*****************************************************************
003438*  2500  -  CONVENTION EDITEE ('G') ET SESSION COMMENCEE : LA    *
003439*            RELANCE DE SIGNATURE EST POSEE (SANS DOUBLON) ;     *
003440*            CONVENTION SIGNEE ('S') : LA RELANCE EST CLOSE      *
003441*****************************************************************
003442 2500-RELANCE-SIGNATURE.
003443*-----------------------*
003444     MOVE 'CONV'         TO RA-ORIGINE.
003445     MOVE E-NUMERO       TO RA-NUMERO.
003446     MOVE E-CODE-SESSION TO RA-SESSION.
003447     MOVE WS-DATE-JOUR   TO RA-DATE-JOUR.
003448     IF CV-STATUT = 'S'
003449        MOVE 'C' TO RA-FONCTION
003450        CALL 'GENRELA' USING GENRELA-COMMAREA
003451        GO TO 2500-EXIT
003452     END-IF.
003453     IF CV-STATUT NOT = 'G' OR E-CODE-SESSION = SPACE
003454        GO TO 2500-EXIT
003455     END-IF.
003456     MOVE E-CODE-SESSION TO S-CODE.
003457     READ FSESS03-FILE.
003458     IF WS-FSESS-STATUS NOT = '00'
003459        GO TO 2500-EXIT
003460     END-IF.
003461     MOVE S-DATE-DEBUT(5:4) TO WS-DEB-CONV(1:4).
003462     MOVE S-DATE-DEBUT(3:2) TO WS-DEB-CONV(5:2).
003463     MOVE S-DATE-DEBUT(1:2) TO WS-DEB-CONV(7:2).
003464     IF WS-DEB-CONV > WS-DATE-JOUR
003465        GO TO 2500-EXIT
003466     END-IF.
003467     MOVE 'O'  TO RA-FONCTION.
003468     MOVE 01   TO RA-DELAI.
003469     MOVE 'CONVENTION NON SIGNEE AU DEBUT DE SESSION'
003470       TO RA-NOTE.
003471     CALL 'GENRELA' USING GENRELA-COMMAREA.
003472     IF RA-POSEE
003473        ADD 1 TO WS-NB-RELANCES
003474     END-IF.
003475 2500-EXIT.
003476     EXIT.
003477*
003478*****************************************************************
003479*  9500  -  ERREUR D'ENTREE/SORTIE SUR FSTAG03                   *
003480*****************************************************************
003481 9500-ERREUR-FSTAG.
003482*------------------*
003483     DISPLAY 'GENCONV - ERREUR E/S FSTAG03 - CODE STATUT '
003484             WS-FSTAG-STATUS.
003485     MOVE 16 TO RETURN-CODE.
003486     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003487     STOP RUN.
003488 9500-EXIT.
003489     EXIT.
003490*
003491*****************************************************************
003492*  9510  -  ERREUR D'ENTREE/SORTIE SUR FCONV03                   *
003493*****************************************************************
003494 9510-ERREUR-FCONV.
003495*------------------*
003496     DISPLAY 'GENCONV - ERREUR E/S FCONV03 - CODE STATUT '
003497             WS-FCONV-STATUS.
003498     MOVE 16 TO RETURN-CODE.
003499     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003500     STOP RUN.
003501 9510-EXIT.
003510     EXIT.
003520*
003530*****************************************************************
003531*  9520  -  ERREUR D'ENTREE/SORTIE SUR FRLEG03                   *
003532*****************************************************************
003533 9520-ERREUR-FRLEG.
003534*------------------*
003535     DISPLAY 'GENCONV - ERREUR E/S FRLEG03 - CODE STATUT '
003536             WS-FRLEG-STATUS.
003537     MOVE 16 TO RETURN-CODE.
003538     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003539     STOP RUN.
003540 9520-EXIT.
003541     EXIT.
003542*
003543*****************************************************************
003544*  9000  -  BILAN ET FERMETURE DES FICHIERS                      *
003550*****************************************************************
003560 9000-TERMINAISON.
003570*-----------------*
003580     MOVE WS-NB-EDITEES TO LB-NB-EDITEES.
003590     MOVE WS-NB-DEJA    TO LB-NB-DEJA.
003600     MOVE WS-NB-ECARTES TO LB-NB-ECARTES.
003605     MOVE WS-NB-TRIPARTITES TO LB-NB-TRIPARTITES.
003607     MOVE WS-NB-COPIES-RL TO LB-NB-COPIES-RL.
003610     WRITE RAPPORT-REC FROM LIGNE-BILAN AFTER ADVANCING 2.
003613     MOVE WS-NB-RELANCES TO LB-NB-RELANCES.
003616     WRITE RAPPORT-REC FROM LIGNE-BILAN2 AFTER ADVANCING 1.
003620     CLOSE FSTAG03-FILE.
003630     CLOSE FSESS03-FILE.
003640     CLOSE FCONV03-FILE.
003641     MOVE 'F' TO RA-FONCTION.
003642     CALL 'GENRELA' USING GENRELA-COMMAREA.
003643     CLOSE FPLAC03-FILE.
003646     CLOSE FENTR03-FILE.
003648     CLOSE FRLEG03-FILE.
003650     CLOSE LETTRE-FILE.
003660     CLOSE RAPPORT-FILE.
003670 9000-EXIT.
