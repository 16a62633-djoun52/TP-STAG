000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    IMPCAND.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  IMPCAND  -  CHARGEMENT QUOTIDIEN DES CANDIDATURES DEPOSEES   *
000090*               SUR LE FORMULAIRE EN LIGNE DANS LA FILE         *
000100*               D'INSTRUCTION FCAND03 - CHAQUE CANDIDATURE EST  *
000110*               PRE-CONTROLEE (MODULE VALSTAG, DEROGATIONS,     *
000120*               HOMONYME DEJA INSCRIT, RADIATION ANTERIEURE,    *
000130*               CAPACITE DE LA SESSION) SANS JAMAIS ECRIRE      *
000140*               DANS FSTAG03 : LA DECISION EST PRISE A L'ECRAN  *
000150*               INFZCI3                                         *
000160*****************************************************************
000170*  HISTORIQUE DES MODIFICATIONS                                 *
000180*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000190*****************************************************************
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER. IBM-390.
000230 OBJECT-COMPUTER. IBM-390.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT WEB-FILE       ASSIGN TO WEB
000270            ORGANIZATION   LINE SEQUENTIAL.
000280     SELECT FCAND03-FILE   ASSIGN TO FCAND03
000290            ORGANIZATION   INDEXED
000300            ACCESS MODE    DYNAMIC
000310            RECORD KEY     CD-NUMERO
000320            FILE STATUS    WS-FCAND-STATUS.
000330     SELECT FSTAG03-FILE   ASSIGN TO FSTAG03
000340            ORGANIZATION   INDEXED
000350            ACCESS MODE    DYNAMIC
000360            RECORD KEY     E-NUMERO
000370            ALTERNATE RECORD KEY E-NOM
000380                           WITH DUPLICATES
000390            ALTERNATE RECORD KEY E-CODE-SESSION
000400                           WITH DUPLICATES
000410            FILE STATUS    WS-FSTAG-STATUS.
000420     SELECT FSTAGARC-FILE  ASSIGN TO FSTAGARC
000430            ORGANIZATION   INDEXED
000440            ACCESS MODE    SEQUENTIAL
000450            RECORD KEY     AR-NUMERO
000460            FILE STATUS    WS-FARC-STATUS.
000470     SELECT FSESS03-FILE   ASSIGN TO FSESS03
000480            ORGANIZATION   INDEXED
000490            ACCESS MODE    RANDOM
000500            RECORD KEY     S-CODE
000510            FILE STATUS    WS-FSESS-STATUS.
000520     SELECT FDERO03-FILE   ASSIGN TO FDERO03
000530            ORGANIZATION   INDEXED
000540            ACCESS MODE    RANDOM
000550            RECORD KEY     DG-CLE
000560            FILE STATUS    WS-FDERO-STATUS.
000570     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000580            ORGANIZATION   LINE SEQUENTIAL.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  WEB-FILE
000630     RECORDING MODE F.
000640*   EXTRACTION QUOTIDIENNE DU FORMULAIRE EN LIGNE (280 OCTETS) -
000650*   UNE CANDIDATURE PAR LIGNE, DATES DE NAISSANCE, DE DEBUT ET
000660*   DE FIN AU FORMAT JJMMAAAA (FIN A BLANC OU A ZERO SI NON
000670*   RENSEIGNEE), DATE DE RECEPTION AU FORMAT AAAAMMJJ
000680 01  WEB-REC.
000690     05  WB-REF-WEB        PIC X(12).
000700     05  WB-DATE-RECEPTION PIC X(08).
000710     05  WB-NOM            PIC X(25).
000720     05  WB-PRENOM         PIC X(25).
000730     05  WB-ADR1           PIC X(30).
000740     05  WB-ADR2           PIC X(30).
000750     05  WB-CODEP          PIC X(05).
000760     05  WB-VILLE          PIC X(30).
000770     05  WB-TELDOM         PIC X(10).
000780     05  WB-TELPOR         PIC X(10).
000790     05  WB-TEL-URGENCE    PIC X(10).
000800     05  WB-EMAIL          PIC X(40).
000810     05  WB-DATE-NAISS     PIC X(08).
000820     05  WB-CODE-SESSION   PIC X(10).
000830     05  WB-DATE-DEBUT     PIC X(08).
000840     05  WB-DATE-FIN       PIC X(08).
000850     05  WB-NIVEAU-DIPLOME PIC X(01).
000860     05  WB-FINANCEUR      PIC X(08).
000870     05  WB-CONSENT-MAIL   PIC X(01).
000880     05  WB-CONSENT-TIERS  PIC X(01).
000890*
000900 FD  FCAND03-FILE.
000910*   DESCRIPTION DU FICHIER KSD DES CANDIDATURES EN LIGNE
000920     COPY FCAND.
000930*
000940 FD  FSTAG03-FILE.
000950*   DESCRIPTION DU FICHIER KSD DES STAGIAIRES
000960     COPY FSTAG.
000970*
000980 FD  FSTAGARC-FILE.
000990*   DESCRIPTION DU FICHIER KSD D'ARCHIVE
001000     COPY FSTAGARC.
001010*
001020 FD  FSESS03-FILE.
001030*   DESCRIPTION DU FICHIER KSD DES SESSIONS
001040     COPY FSESS.
001050*
001060 FD  FDERO03-FILE.
001070*   DESCRIPTION DU FICHIER KSD DES DEROGATIONS
001080     COPY FDERO.
001090*
001100 FD  RAPPORT-FILE
001110     RECORDING MODE F.
001120 01  RAPPORT-REC           PIC X(133).
001130*
001140 WORKING-STORAGE SECTION.
001150 77  WS-FCAND-STATUS       PIC X(02).
001160 77  WS-FSTAG-STATUS       PIC X(02).
001170 77  WS-FARC-STATUS        PIC X(02).
001180 77  WS-FSESS-STATUS       PIC X(02).
001190 77  WS-FDERO-STATUS       PIC X(02).
001200 77  WS-EOF                PIC X(01)     VALUE 'N'.
001210     88  FIN-FICHIER                     VALUE 'Y'.
001220 77  WS-EOF-CAND           PIC X(01).
001230     88  FIN-CANDIDATURES                VALUE 'Y'.
001240 77  WS-EOF-ARC            PIC X(01).
001250     88  FIN-ARCHIVE                     VALUE 'Y'.
001260 77  WS-EOF-STAG           PIC X(01).
001270     88  FIN-STAGIAIRES                  VALUE 'Y'.
001280*   DERNIER NUMERO DE CANDIDATURE ATTRIBUE (LES NUMEROS SE
001290*   SUIVENT D'UN CHARGEMENT A L'AUTRE)
001300 77  WS-DERNIER-NUMERO     PIC 9(06)     VALUE ZERO.
001310*   REFERENCES WEB DEJA PRESENTES DANS FCAND03 : UNE EXTRACTION
001320*   REPASSEE OU QUI CHEVAUCHE LA VEILLE NE CREE PAS DE DOUBLON
001330 77  WS-NB-REF             PIC 9(04) COMP VALUE ZERO.
001340 01  WS-REF-TABLE.
001350     05  WS-REF-ENTRY      OCCURS 5000 TIMES.
001360         10  WR-REF-WEB    PIC X(12).
001370 77  WS-REF-IND            PIC 9(04) COMP.
001380 77  WS-DEJA-CHARGEE       PIC X(01).
001390*   IDENTITES DES STAGIAIRES RADIES (MEME TABLE QUE IMPSTAG,
001400*   AVEC LA DATE ET LE MOTIF DE LA RADIATION POUR L'ECRAN)
001410 77  WS-NB-ARC             PIC 9(04) COMP VALUE ZERO.
001420 01  WS-ARC-TABLE.
001430     05  WS-ARC-ENTRY      OCCURS 2000 TIMES.
001440         10  WA-NOM        PIC X(25).
001450         10  WA-PRENOM     PIC X(25).
001460         10  WA-DDN        PIC 9(08).
001470         10  WA-NUMERO     PIC 9(04).
001480         10  WA-DATE       PIC X(10).
001490         10  WA-MOTIF      PIC X(20).
001500 77  WS-ARC-IND            PIC 9(04) COMP.
001510*   ZONE D'ECHANGE DU MODULE DE VALIDATION COMMUN
001520     COPY VALCA.
001530 77  WS-NB-INSCRITS        PIC 9(04) COMP VALUE ZERO.
001540 77  WS-PAGE-COMPTEUR      PIC 9(04) COMP VALUE ZERO.
001550 77  WS-LIGNE-COMPTEUR     PIC 9(02) COMP VALUE ZERO.
001560 77  WS-LIGNES-PAGE        PIC 9(02) COMP VALUE 55.
001570 77  WS-NB-LUS             PIC 9(04) COMP VALUE ZERO.
001580 77  WS-NB-CHARGEES        PIC 9(04) COMP VALUE ZERO.
001590 77  WS-NB-DEJA            PIC 9(04) COMP VALUE ZERO.
001600 77  WS-NB-IGNOREES        PIC 9(04) COMP VALUE ZERO.
001610 77  WS-DATE-JOUR          PIC 9(08).
001620*
001630 01  LIGNE-ENTETE1.
001640     05  FILLER            PIC X(01)     VALUE SPACE.
001650     05  FILLER            PIC X(50)
001660        VALUE 'CHARGEMENT DES CANDIDATURES EN LIGNE - FCAND03'.
001670     05  FILLER            PIC X(50)     VALUE SPACE.
001680     05  FILLER            PIC X(05)     VALUE 'PAGE '.
001690     05  LE1-PAGE          PIC ZZZ9.
001700*
001710 01  LIGNE-ENTETE2.
001720     05  FILLER            PIC X(01)     VALUE SPACE.
001730     05  FILLER            PIC X(06)     VALUE 'NUMERO'.
001740     05  FILLER            PIC X(02)     VALUE SPACE.
001750     05  FILLER            PIC X(12)     VALUE 'REF. WEB'.
001760     05  FILLER            PIC X(02)     VALUE SPACE.
001770     05  FILLER            PIC X(25)     VALUE 'NOM'.
001780     05  FILLER            PIC X(01)     VALUE SPACE.
001790     05  FILLER            PIC X(25)     VALUE 'PRENOM'.
001800     05  FILLER            PIC X(01)     VALUE SPACE.
001810     05  FILLER            PIC X(10)     VALUE 'SESSION'.
001820     05  FILLER            PIC X(01)     VALUE SPACE.
001830     05  FILLER            PIC X(40)     VALUE 'OBSERVATION'.
001840*
001850 01  LIGNE-VIDE            PIC X(133)    VALUE SPACE.
001860*
001870 01  LIGNE-DETAIL.
001880     05  FILLER            PIC X(01)     VALUE SPACE.
001890     05  LD-NUMERO         PIC X(06).
001900     05  FILLER            PIC X(02)     VALUE SPACE.
001910     05  LD-REF-WEB        PIC X(12).
001920     05  FILLER            PIC X(02)     VALUE SPACE.
001930     05  LD-NOM            PIC X(25).
001940     05  FILLER            PIC X(01)     VALUE SPACE.
001950     05  LD-PRENOM         PIC X(25).
001960     05  FILLER            PIC X(01)     VALUE SPACE.
001970     05  LD-SESSION        PIC X(10).
001980     05  FILLER            PIC X(01)     VALUE SPACE.
001990     05  LD-OBSERVATION    PIC X(40).
002000*
002010 01  LIGNE-BILAN.
002020     05  FILLER            PIC X(01)     VALUE SPACE.
002030     05  FILLER            PIC X(15)     VALUE 'LUES       : '.
002040     05  LB-NB-LUS         PIC ZZZ9.
002050     05  FILLER            PIC X(05)     VALUE SPACE.
002060     05  FILLER            PIC X(15)     VALUE 'CHARGEES   : '.
002070     05  LB-NB-CHARGEES    PIC ZZZ9.
002080     05  FILLER            PIC X(05)     VALUE SPACE.
002090     05  FILLER            PIC X(17)     VALUE 'DEJA CHARGEES : '.
002100     05  LB-NB-DEJA        PIC ZZZ9.
002110     05  FILLER            PIC X(05)     VALUE SPACE.
002120     05  FILLER            PIC X(15)     VALUE 'IGNOREES   : '.
002130     05  LB-NB-IGNOREES    PIC ZZZ9.
002140*
002150 PROCEDURE DIVISION.
002160 0000-MAINLINE.
002170*----------------*
002180     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
002190     PERFORM 2000-TRAITEMENT     THRU 2000-EXIT.
002200     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
002210     STOP RUN.
002220*
002230*****************************************************************
002240*  1000  -  OUVERTURE DES FICHIERS                              *
002250*****************************************************************
002260 1000-INITIALISATION.
002270*--------------------*
002280     ACCEPT WS-DATE-JOUR  FROM DATE YYYYMMDD.
002290     PERFORM 1100-CHARGE-REFERENCES THRU 1100-EXIT.
002300     PERFORM 1200-CHARGE-ARCHIVE    THRU 1200-EXIT.
002310     OPEN INPUT  WEB-FILE.
002320     OPEN INPUT  FSTAG03-FILE.
002330     IF WS-FSTAG-STATUS NOT = '00'
002340        PERFORM 9510-ERREUR-FSTAG THRU 9510-EXIT
002350     END-IF.
002360     OPEN INPUT  FSESS03-FILE.
002370     OPEN INPUT  FDERO03-FILE.
002380     OPEN OUTPUT RAPPORT-FILE.
002390     MOVE ZERO TO WS-PAGE-COMPTEUR WS-LIGNE-COMPTEUR
002400                  WS-NB-LUS WS-NB-CHARGEES WS-NB-DEJA
002410                  WS-NB-IGNOREES.
002420 1000-EXIT.
002430     EXIT.
002440*
002450*****************************************************************
002460*  1100  -  PARCOURS DE FCAND03 : DERNIER NUMERO ATTRIBUE ET    *
002470*            REFERENCES WEB DEJA CHARGEES (5000 AU PLUS, AU-DELA*
002480*            LE CONTROLE DES DOUBLONS EST PARTIEL ET SIGNALE) - *
002490*            LE FICHIER RESTE OUVERT EN MISE A JOUR POUR LE     *
002500*            CHARGEMENT                                         *
002510*****************************************************************
002520 1100-CHARGE-REFERENCES.
002530*-----------------------*
002540     OPEN I-O FCAND03-FILE.
002550     IF WS-FCAND-STATUS NOT = '00'
002560        PERFORM 9500-ERREUR-FCAND THRU 9500-EXIT
002570     END-IF.
002580     MOVE 'N' TO WS-EOF-CAND.
002590     READ FCAND03-FILE NEXT
002600         AT END MOVE 'Y' TO WS-EOF-CAND
002610     END-READ.
002620     PERFORM UNTIL FIN-CANDIDATURES
002630       MOVE CD-NUMERO TO WS-DERNIER-NUMERO
002640       IF WS-NB-REF < 5000
002650          ADD 1 TO WS-NB-REF
002660          MOVE CD-REF-WEB TO WR-REF-WEB(WS-NB-REF)
002670       END-IF
002680       READ FCAND03-FILE NEXT
002690           AT END MOVE 'Y' TO WS-EOF-CAND
002700       END-READ
002710     END-PERFORM.
002720     IF WS-NB-REF >= 5000
002730       DISPLAY 'IMPCAND - TABLE DES REFERENCES TRONQUEE A 5000, '
002740               'CONTROLE DES CANDIDATURES DEJA CHARGEES PARTIEL'
002750     END-IF.
002760 1100-EXIT.
002770     EXIT.
002780*
002790*****************************************************************
002800*  1200  -  CHARGEMENT EN MEMOIRE DES IDENTITES DE L'ARCHIVE    *
002810*            (2000 AU PLUS, COMME IMPSTAG)                      *
002820*****************************************************************
002830 1200-CHARGE-ARCHIVE.
002840*--------------------*
002850     OPEN INPUT FSTAGARC-FILE.
002860     MOVE 'N' TO WS-EOF-ARC.
002870     READ FSTAGARC-FILE
002880         AT END MOVE 'Y' TO WS-EOF-ARC
002890     END-READ.
002900     PERFORM UNTIL FIN-ARCHIVE OR WS-NB-ARC >= 2000
002910       ADD 1 TO WS-NB-ARC
002920       MOVE AR-NOM        TO WA-NOM(WS-NB-ARC)
002930       MOVE AR-PRENOM     TO WA-PRENOM(WS-NB-ARC)
002940       MOVE AR-DATE-NAISS TO WA-DDN(WS-NB-ARC)
002950       MOVE AR-NUMERO     TO WA-NUMERO(WS-NB-ARC)
002960       MOVE AR-DATE-SUPPR TO WA-DATE(WS-NB-ARC)
002970       MOVE AR-MOTIF      TO WA-MOTIF(WS-NB-ARC)
002980       READ FSTAGARC-FILE
002990           AT END MOVE 'Y' TO WS-EOF-ARC
003000       END-READ
003010     END-PERFORM.
003020     IF NOT FIN-ARCHIVE
003030       DISPLAY 'IMPCAND - ARCHIVE TRONQUEE A 2000 IDENTITES, '
003040               'CONTROLE DES RADIATIONS PARTIEL'
003050     END-IF.
003060     CLOSE FSTAGARC-FILE.
003070 1200-EXIT.
003080     EXIT.
003090*
003100*****************************************************************
003110*  2000  -  LECTURE DE L'EXTRACTION ET CHARGEMENT               *
003120*****************************************************************
003130 2000-TRAITEMENT.
003140*----------------*
003150     MOVE 'N' TO WS-EOF.
003160     READ WEB-FILE
003170         AT END MOVE 'Y' TO WS-EOF
003180     END-READ.
003190     PERFORM UNTIL FIN-FICHIER
003200        ADD 1 TO WS-NB-LUS
003210        PERFORM 2100-TRAITE-CANDIDATURE THRU 2100-EXIT
003220        READ WEB-FILE
003230            AT END MOVE 'Y' TO WS-EOF
003240        END-READ
003250     END-PERFORM.
003260     IF WS-PAGE-COMPTEUR = ZERO
003270        PERFORM 2500-NOUVELLE-PAGE THRU 2500-EXIT
003280     END-IF.
003290     WRITE RAPPORT-REC FROM LIGNE-VIDE  AFTER ADVANCING 2.
003300     MOVE WS-NB-LUS      TO LB-NB-LUS.
003310     MOVE WS-NB-CHARGEES TO LB-NB-CHARGEES.
003320     MOVE WS-NB-DEJA     TO LB-NB-DEJA.
003330     MOVE WS-NB-IGNOREES TO LB-NB-IGNOREES.
003340     WRITE RAPPORT-REC FROM LIGNE-BILAN AFTER ADVANCING 1.
003350 2000-EXIT.
003360     EXIT.
003370*
003380*****************************************************************
003390*  2100  -  UNE CANDIDATURE : LIGNE SANS REFERENCE OU SANS NOM  *
003400*            IGNOREE, REFERENCE DEJA CHARGEE SAUTEE, SINON      *
003410*            CONTROLES PUIS ECRITURE DANS FCAND03 A L'ETAT 'E'  *
003420*****************************************************************
003430 2100-TRAITE-CANDIDATURE.
003440*------------------------*
003450     MOVE SPACES          TO LIGNE-DETAIL.
003460     MOVE WB-REF-WEB      TO LD-REF-WEB.
003470     MOVE WB-NOM          TO LD-NOM.
003480     MOVE WB-PRENOM       TO LD-PRENOM.
003490     MOVE WB-CODE-SESSION TO LD-SESSION.
003500     IF WB-REF-WEB = SPACES OR WB-NOM = SPACES
003510        ADD 1 TO WS-NB-IGNOREES
003520        MOVE 'IGNOREE : REFERENCE OU NOM ABSENT' TO LD-OBSERVATION
003530        PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT
003540        GO TO 2100-EXIT
003550     END-IF.
003560     MOVE 'N' TO WS-DEJA-CHARGEE.
003570     PERFORM VARYING WS-REF-IND FROM 1 BY 1
003580             UNTIL WS-REF-IND > WS-NB-REF
003590                OR WS-DEJA-CHARGEE = 'O'
003600        IF WR-REF-WEB(WS-REF-IND) = WB-REF-WEB
003610           MOVE 'O' TO WS-DEJA-CHARGEE
003620        END-IF
003630     END-PERFORM.
003640     IF WS-DEJA-CHARGEE = 'O'
003650        ADD 1 TO WS-NB-DEJA
003660        MOVE 'DEJA CHARGEE' TO LD-OBSERVATION
003670        PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT
003680        GO TO 2100-EXIT
003690     END-IF.
003700     PERFORM 2110-PREPARE-CANDIDAT  THRU 2110-EXIT.
003710     PERFORM 2120-VALIDE-COMMUN     THRU 2120-EXIT.
003720     PERFORM 2130-CHECK-DOUBLON     THRU 2130-EXIT.
003730     PERFORM 2140-CHECK-ARCHIVE     THRU 2140-EXIT.
003740     PERFORM 2150-CHECK-SESSION     THRU 2150-EXIT.
003750     PERFORM 2160-ECRITURE-CANDIDAT THRU 2160-EXIT.
003760 2100-EXIT.
003770     EXIT.
003780*
003790*****************************************************************
003800*  2110  -  RECOPIE DE LA SAISIE EN LIGNE - LES DATES NON       *
003810*            NUMERIQUES SONT MISES A ZERO (LA DATE DE NAISSANCE *
003820*            OU DE DEBUT EST ALORS SIGNALEE PAR VALSTAG)        *
003830*****************************************************************
003840 2110-PREPARE-CANDIDAT.
003850*----------------------*
003860     MOVE SPACES            TO E-CANDIDAT.
003870     MOVE WB-REF-WEB        TO CD-REF-WEB.
003880     IF WB-DATE-RECEPTION NUMERIC
003890        MOVE WB-DATE-RECEPTION TO CD-DATE-RECEPTION
003900     ELSE
003910        MOVE WS-DATE-JOUR      TO CD-DATE-RECEPTION
003920     END-IF.
003930     MOVE WB-NOM            TO CD-NOM.
003940     MOVE WB-PRENOM         TO CD-PRENOM.
003950     MOVE WB-ADR1           TO CD-ADR1.
003960     MOVE WB-ADR2           TO CD-ADR2.
003970     MOVE WB-CODEP          TO CD-CODEP.
003980     MOVE WB-VILLE          TO CD-VILLE.
003990     MOVE WB-TELDOM         TO CD-TELDOM.
004000     MOVE WB-TELPOR         TO CD-TELPOR.
004010     MOVE WB-TEL-URGENCE    TO CD-TEL-URGENCE.
004020     MOVE WB-EMAIL          TO CD-EMAIL.
004030     IF WB-DATE-NAISS NUMERIC
004040        MOVE WB-DATE-NAISS  TO CD-DATE-NAISS
004050     ELSE
004060        MOVE ZERO           TO CD-DATE-NAISS
004070     END-IF.
004080     MOVE WB-CODE-SESSION   TO CD-CODE-SESSION.
004090     IF WB-DATE-DEBUT NUMERIC
004100        MOVE WB-DATE-DEBUT  TO CD-DATE-DEBUT
004110     ELSE
004120        MOVE ZERO           TO CD-DATE-DEBUT
004130     END-IF.
004140     IF WB-DATE-FIN NUMERIC
004150        MOVE WB-DATE-FIN    TO CD-DATE-FIN
004160     ELSE
004170        MOVE ZERO           TO CD-DATE-FIN
004180     END-IF.
004190     MOVE WB-NIVEAU-DIPLOME TO CD-NIVEAU-DIPLOME.
004200     MOVE WB-FINANCEUR      TO CD-FINANCEUR.
004210     MOVE WB-CONSENT-MAIL   TO CD-CONSENT-MAIL.
004220     MOVE WB-CONSENT-TIERS  TO CD-CONSENT-TIERS.
004230     MOVE 'N'               TO CD-DEROGATION.
004240     MOVE ZERO              TO CD-DOUBLON CD-ARCHIVE
004250                               CD-CAPACITE CD-INSCRITS
004260                               CD-NUMERO-DEST CD-DATE-DECISION.
004270     MOVE 'E'               TO CD-ETAT.
004280 2110-EXIT.
004290     EXIT.
004300*
004310*****************************************************************
004320*  2120  -  APPEL DU MODULE DE VALIDATION COMMUN - LA REGLE EN  *
004330*            ECHEC EST CONSERVEE POUR L'ECRAN D'INSTRUCTION (LA *
004340*            CANDIDATURE EST CHARGEE DANS TOUS LES CAS) ; UNE   *
004350*            DEROGATION FDERO03 LEVE R006/R023 COMME A L'ECRAN  *
004360*****************************************************************
004370 2120-VALIDE-COMMUN.
004380*-------------------*
004390     MOVE CD-NOM            TO VA-NOM.
004400     MOVE CD-PRENOM         TO VA-PRENOM.
004410     MOVE CD-ADR1           TO VA-ADR1.
004420     MOVE CD-CODEP          TO VA-CODEP.
004430     MOVE CD-VILLE          TO VA-VILLE.
004440     MOVE CD-TELDOM         TO VA-TELDOM.
004450     MOVE CD-TELPOR         TO VA-TELPOR.
004460     MOVE CD-TEL-URGENCE    TO VA-TEL-URGENCE.
004470     MOVE CD-EMAIL          TO VA-EMAIL.
004480     MOVE CD-DATE-NAISS     TO VA-DATE-NAISS.
004490     MOVE CD-DATE-DEBUT     TO VA-DATE-DEBUT.
004500     IF CD-DATE-FIN = ZERO
004510        MOVE SPACES         TO VA-DATE-FIN
004520     ELSE
004530        MOVE CD-DATE-FIN    TO VA-DATE-FIN
004540     END-IF.
004550     MOVE SPACES            TO VA-IBAN VA-BIC.
004560     MOVE CD-NIVEAU-DIPLOME TO VA-NIVEAU-DIPLOME.
004570     MOVE WS-DATE-JOUR      TO VA-DATE-JOUR.
004580     CALL 'VALSTAG' USING VALSTAG-COMMAREA.
004590     IF VA-CODE-RETOUR = 'R006' OR VA-CODE-RETOUR = 'R023'
004600        MOVE CD-NOM         TO DG-NOM
004610        MOVE CD-PRENOM      TO DG-PRENOM
004620        MOVE CD-DATE-NAISS  TO DG-DATE-NAISS
004630        READ FDERO03-FILE
004640        IF WS-FDERO-STATUS = '00'
004650           IF DG-REGLE = '*' OR DG-REGLE = VA-CODE-RETOUR
004660              MOVE SPACES TO VA-CODE-RETOUR
004670              MOVE 'O'    TO CD-DEROGATION
004680           END-IF
004690        END-IF
004700     END-IF.
004710     MOVE VA-CODE-RETOUR    TO CD-REGLE.
004720 2120-EXIT.
004730     EXIT.
004740*
004750*****************************************************************
004760*  2130  -  HOMONYME DEJA INSCRIT (MEME NOM, PRENOM ET DATE DE  *
004770*            NAISSANCE DANS FSTAG03) - PARCOURS DU SEUL GROUPE  *
004780*            DU NOM PAR LA CLE ALTERNATIVE E-NOM (FSTAGNOM)     *
004790*****************************************************************
004800 2130-CHECK-DOUBLON.
004810*-------------------*
004820     MOVE 'N'    TO WS-EOF-STAG.
004830     MOVE CD-NOM TO E-NOM.
004840     START FSTAG03-FILE KEY = E-NOM
004850         INVALID KEY MOVE 'Y' TO WS-EOF-STAG
004860     END-START.
004870     IF NOT FIN-STAGIAIRES
004880        READ FSTAG03-FILE NEXT
004890            AT END MOVE 'Y' TO WS-EOF-STAG
004900        END-READ
004910     END-IF.
004920     PERFORM UNTIL FIN-STAGIAIRES
004930             OR E-NOM NOT = CD-NOM
004940             OR CD-DOUBLON NOT = ZERO
004950        IF E-PRENOM = CD-PRENOM AND E-DATE-NAISS = CD-DATE-NAISS
004960           MOVE E-NUMERO TO CD-DOUBLON
004970        END-IF
004980        READ FSTAG03-FILE NEXT
004990            AT END MOVE 'Y' TO WS-EOF-STAG
005000        END-READ
005010     END-PERFORM.
005020 2130-EXIT.
005030     EXIT.
005040*
005050*****************************************************************
005060*  2140  -  RADIATION ANTERIEURE (MEME NOM, PRENOM ET DATE DE   *
005070*            NAISSANCE DANS L'ARCHIVE) : NUMERO, DATE ET MOTIF  *
005080*****************************************************************
005090 2140-CHECK-ARCHIVE.
005100*-------------------*
005110     PERFORM VARYING WS-ARC-IND FROM 1 BY 1
005120             UNTIL WS-ARC-IND > WS-NB-ARC
005130        IF WA-NOM(WS-ARC-IND) = CD-NOM
005140           AND WA-PRENOM(WS-ARC-IND) = CD-PRENOM
005150           AND WA-DDN(WS-ARC-IND) = CD-DATE-NAISS
005160           MOVE WA-NUMERO(WS-ARC-IND) TO CD-ARCHIVE
005170           MOVE WA-DATE(WS-ARC-IND)   TO CD-ARC-DATE
005180           MOVE WA-MOTIF(WS-ARC-IND)  TO CD-ARC-MOTIF
005190        END-IF
005200     END-PERFORM.
005210 2140-EXIT.
005220     EXIT.
005230*
005240*****************************************************************
005250*  2150  -  SESSION DEMANDEE : CONNUE DE FSESS03, CAPACITE ET   *
005260*            EFFECTIF COURANT (CLE ALTERNATIVE E-CODE-SESSION,  *
005270*            MEME DECOMPTE QUE LE CONTROLE DE CAPACITE INF1CI3) *
005280*****************************************************************
005290 2150-CHECK-SESSION.
005300*-------------------*
005310     MOVE CD-CODE-SESSION TO S-CODE.
005320     READ FSESS03-FILE.
005330     IF WS-FSESS-STATUS = '23'
005340        MOVE 'N' TO CD-SESSION-CONNUE
005350        GO TO 2150-EXIT
005360     END-IF.
005370     IF WS-FSESS-STATUS NOT = '00'
005380        PERFORM 9520-ERREUR-FSESS THRU 9520-EXIT
005390     END-IF.
005400     MOVE 'O'        TO CD-SESSION-CONNUE.
005410     MOVE S-CAPACITE TO CD-CAPACITE.
005420     MOVE ZERO       TO WS-NB-INSCRITS.
005430     MOVE 'N'        TO WS-EOF-STAG.
005440     MOVE CD-CODE-SESSION TO E-CODE-SESSION.
005450     START FSTAG03-FILE KEY = E-CODE-SESSION
005460         INVALID KEY MOVE 'Y' TO WS-EOF-STAG
005470     END-START.
005480     IF NOT FIN-STAGIAIRES
005490        READ FSTAG03-FILE NEXT
005500            AT END MOVE 'Y' TO WS-EOF-STAG
005510        END-READ
005520     END-IF.
005530     PERFORM UNTIL FIN-STAGIAIRES
005540             OR E-CODE-SESSION NOT = CD-CODE-SESSION
005550        ADD 1 TO WS-NB-INSCRITS
005560        READ FSTAG03-FILE NEXT
005570            AT END MOVE 'Y' TO WS-EOF-STAG
005580        END-READ
005590     END-PERFORM.
005600     MOVE WS-NB-INSCRITS TO CD-INSCRITS.
005610 2150-EXIT.
005620     EXIT.
005630*
005640*****************************************************************
005650*  2160  -  ECRITURE DANS FCAND03 SOUS LE NUMERO SUIVANT ET     *
005660*            LIGNE DU RAPPORT AVEC LE PREMIER POINT D'ATTENTION *
005670*            RELEVE PAR LES CONTROLES                           *
005680*****************************************************************
005690 2160-ECRITURE-CANDIDAT.
005700*-----------------------*
005710     ADD 1 TO WS-DERNIER-NUMERO.
005720     MOVE WS-DERNIER-NUMERO TO CD-NUMERO.
005730     WRITE E-CANDIDAT.
005740     IF WS-FCAND-STATUS NOT = '00'
005750        PERFORM 9500-ERREUR-FCAND THRU 9500-EXIT
005760     END-IF.
005770     IF WS-NB-REF < 5000
005780        ADD 1 TO WS-NB-REF
005790        MOVE CD-REF-WEB TO WR-REF-WEB(WS-NB-REF)
005800     END-IF.
005810     ADD 1 TO WS-NB-CHARGEES.
005820     MOVE CD-NUMERO TO LD-NUMERO.
005830     EVALUATE TRUE
005840         WHEN CD-REGLE NOT = SPACES
005850             STRING 'A INSTRUIRE - REGLE ' CD-REGLE ' EN ECHEC'
005860                    DELIMITED BY SIZE INTO LD-OBSERVATION
005870         WHEN CD-DOUBLON NOT = ZERO
005880             STRING 'A INSTRUIRE - HOMONYME DU STAGIAIRE '
005890                    CD-DOUBLON
005900                    DELIMITED BY SIZE INTO LD-OBSERVATION
005910         WHEN CD-ARCHIVE NOT = ZERO
005920             STRING 'A INSTRUIRE - RADIE SOUS LE NUMERO '
005930                    CD-ARCHIVE
005940                    DELIMITED BY SIZE INTO LD-OBSERVATION
005950         WHEN CD-SESSION-CONNUE NOT = 'O'
005960             MOVE 'A INSTRUIRE - SESSION INCONNUE'
005970                  TO LD-OBSERVATION
005980         WHEN CD-CAPACITE NOT = ZERO
005990              AND CD-INSCRITS >= CD-CAPACITE
006000             MOVE 'A INSTRUIRE - SESSION COMPLETE'
006010                  TO LD-OBSERVATION
006020         WHEN OTHER
006030             MOVE 'A INSTRUIRE' TO LD-OBSERVATION
006040     END-EVALUATE.
006050     PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT.
006060 2160-EXIT.
006070     EXIT.
006080*
006090*****************************************************************
006100*  2400  -  IMPRESSION D'UNE LIGNE DETAIL, AVEC SAUT DE PAGE    *
006110*****************************************************************
006120 2400-IMPRIME-LIGNE.
006130*------------------*
006140     IF WS-PAGE-COMPTEUR = ZERO
006150        OR WS-LIGNE-COMPTEUR > WS-LIGNES-PAGE
006160        PERFORM 2500-NOUVELLE-PAGE THRU 2500-EXIT
006170     END-IF.
006180     WRITE RAPPORT-REC FROM LIGNE-DETAIL AFTER ADVANCING 1.
006190     ADD 1 TO WS-LIGNE-COMPTEUR.
006200 2400-EXIT.
006210     EXIT.
006220*
006230 2500-NOUVELLE-PAGE.
006240*------------------*
006250     ADD 1 TO WS-PAGE-COMPTEUR.
006260     MOVE WS-PAGE-COMPTEUR TO LE1-PAGE.
006270     WRITE RAPPORT-REC FROM LIGNE-ENTETE1 AFTER ADVANCING PAGE.
006280     WRITE RAPPORT-REC FROM LIGNE-ENTETE2 AFTER ADVANCING 2.
006290     WRITE RAPPORT-REC FROM LIGNE-VIDE    AFTER ADVANCING 1.
006300     MOVE ZERO TO WS-LIGNE-COMPTEUR.
006310 2500-EXIT.
006320     EXIT.
006330*
006340*****************************************************************
006350*  9000  -  FERMETURE DES FICHIERS                              *
006360*****************************************************************
006370 9000-TERMINAISON.
006380*-----------------*
006390     CLOSE WEB-FILE.
006400     CLOSE FCAND03-FILE.
006410     CLOSE FSTAG03-FILE.
006420     CLOSE FSESS03-FILE.
006430     CLOSE FDERO03-FILE.
006440     CLOSE RAPPORT-FILE.
006450 9000-EXIT.
006460     EXIT.
006470*
006480*****************************************************************
006490*  9500  -  ERREURS D'ENTREE/SORTIE - LE CODE STATUT EST TRACE  *
006500*            ET LE TRAITEMENT EST INTERROMPU                    *
006510*****************************************************************
006520 9500-ERREUR-FCAND.
006530*------------------*
006540     DISPLAY 'IMPCAND - ERREUR E/S FCAND03 - CODE STATUT '
006550             WS-FCAND-STATUS.
006560     MOVE 16 TO RETURN-CODE.
006570     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
006580     STOP RUN.
006590 9500-EXIT.
006600     EXIT.
006610*
006620 9510-ERREUR-FSTAG.
006630*------------------*
006640     DISPLAY 'IMPCAND - ERREUR E/S FSTAG03 - CODE STATUT '
006650             WS-FSTAG-STATUS.
006660     MOVE 16 TO RETURN-CODE.
006670     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
006680     STOP RUN.
006690 9510-EXIT.
006700     EXIT.
006710*
006720 9520-ERREUR-FSESS.
006730*------------------*
006740     DISPLAY 'IMPCAND - ERREUR E/S FSESS03 - CODE STATUT '
006750             WS-FSESS-STATUS.
006760     MOVE 16 TO RETURN-CODE.
006770     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
006780     STOP RUN.
006790 9520-EXIT.
006800     EXIT.
