000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EFFRGPD.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  EFFRGPD  -  EFFACEMENT DES DONNEES D'UNE PERSONNE (DROIT A    *
000090*               L'EFFACEMENT) - POUR LE NUMERO DONNE EN SYSIN, OU*
000100*               POUR LE NOM + DATE DE NAISSANCE, RETROUVE COMME  *
000110*               EXTRGPD TOUTES LES TRACES DE LA PERSONNE ET :    *
000120*               - SUPPRIME FSTAG03 (PRE-INSCRIT OU TERMINE),     *
000130*                 FSTAGARC, FSTAGFIN, FATTE03, FREFU03, FDERO03, *
000140*                 FSUIV03, FXREF03, FRELA03, FNOMH03, FRLEG03,   *
000144*                 FADAP03, LES PRETS RENDUS DE FPRET03, LES      *
000148*                 CANDIDATURES FCAND03, LES INSCRIPTIONS AUX     *
000152*                 EXAMENS FEXAM03 ET, DANS FFRAI03, FCONG03 ET   *
000156*                 FAVER03, CE QUI NE JUSTIFIE AUCUN VERSEMENT    *
000160*               - ANONYMISE LES IMAGES DE LA PISTE FAUDIT03 (NOM *
000170*                 'EFFACE', COORDONNEES ET IBAN A BLANC, DATE DE *
000180*                 NAISSANCE REDUITE A L'ANNEE, CODE POSTAL AU    *
000190*                 DEPARTEMENT) : LES STATISTIQUES ET LE REJEU    *
000200*                 RESTENT POSSIBLES SANS IDENTIFIER LA PERSONNE  *
000201*               - ANONYMISE LE JOURNAL DES SMS FSMS03 (NUMERO ET *
000202*                 TEXTE A BLANC), L'ETAT DU BADGE FBADG03        *
000203*                 (TITULAIRE 'EFFACE'), LES AVIS A L'AGENCE      *
000204*                 FAGEN03 (AVIS A BLANC) ET LES REPONSES DE      *
000205*                 SATISFACTION FSATI03 (COMMENTAIRE A BLANC,     *
000206*                 NOTES GARDEES POUR LES STATISTIQUES)           *
000210*               - CONSERVE, EN LES LISTANT AVEC LEUR FIN DE      *
000220*                 CONSERVATION, LES PIECES SOUS OBLIGATION       *
000230*                 LEGALE :                                       *
000240*                 VERSEMENTS FVERS03, TROP-PERCUS FTROP03,       *
000244*                 FACTURES FFACT03, ET CE QUI JUSTIFIE LES       *
000248*                 VERSEMENTS : ABSENCES FPRES03, CHANGEMENTS DE  *
000252*                 COORDONNEES BANCAIRES FBANQ03, FRAIS DE        *
000256*                 TRANSPORT APPROUVES OU VERSES FFRAI03, CONGES  *
000260*                 ACCORDES FCONG03, SUSPENSIONS PRONONCEES       *
000264*                 FAVER03, PERIODES EN ENTREPRISE FPLAC03 -      *
000268*                 ATTESTATIONS DELIVREES FCERT03 ET MATERIEL     *
000272*                 PRETE NON RENDU                                *
000280*               EDITE LE CERTIFICAT D'EFFACEMENT REMIS AU        *
000290*               DEMANDEUR ET LAISSE DANS FAUDIT03 UNE TRACE 'E'  *
000300*               SANS DONNEE PERSONNELLE (REFERENCE ET COMPTES) - *
000310*               REFUSE UN STAGIAIRE EN FORMATION (ACTIF OU       *
000320*               SUSPENDU) : LE DEPART DOIT ETRE TRAITE AVANT     *
000330*****************************************************************
000340*  HISTORIQUE DES MODIFICATIONS                                 *
000350*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000352*  15/10/2026  SE  ENTREES D'AUDIT SCELLEES ET CHAINEES         *
000354*                  (SCELAUD, TETE DE CHAINE 'AUDCHAIN' FCTL03)  *
000356*                  LES ENTREES ANONYMISEES SONT MARQUEES        *
000358*  15/10/2026  SE  CANDIDATURES, SMS, BADGE, AVIS A L'AGENCE,   *
000360*                  SATISFACTION, EXAMENS, BANQUE, FRAIS,        *
000362*                  CONGES, AVERTISSEMENTS ET PERIODES EN        *
000364*                  ENTREPRISE TRAITES ; MOTIF LEGAL DE          *
000366*                  CONSERVATION EDITE SUR LE CERTIFICAT         *
000368*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-390.
000400 OBJECT-COMPUTER. IBM-390.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT FSTAG03-FILE   ASSIGN TO FSTAG03
000440            ORGANIZATION   INDEXED
000450            ACCESS MODE    DYNAMIC
000460            RECORD KEY     E-NUMERO
000470            FILE STATUS    WS-FSTAG-STATUS.
000480     SELECT FSTAGARC-FILE  ASSIGN TO FSTAGARC
000490            ORGANIZATION   INDEXED
000500            ACCESS MODE    DYNAMIC
000510            RECORD KEY     AR-NUMERO
000520            FILE STATUS    WS-FARC-STATUS.
000530     SELECT FSTAGFIN-FILE  ASSIGN TO FSTAGFIN
000540            ORGANIZATION   INDEXED
000550            ACCESS MODE    RANDOM
000560            RECORD KEY     FN-NUMERO
000570            FILE STATUS    WS-FFIN-STATUS.
000580     SELECT FATTE03-FILE   ASSIGN TO FATTE03
000590            ORGANIZATION   INDEXED
000600            ACCESS MODE    SEQUENTIAL
000610            RECORD KEY     WL-NUMERO
000620            FILE STATUS    WS-FATTE-STATUS.
000630     SELECT FREFU03-FILE   ASSIGN TO FREFU03
000640            ORGANIZATION   INDEXED
000650            ACCESS MODE    SEQUENTIAL
000660            RECORD KEY     RF-NUMERO
000670            FILE STATUS    WS-FREFU-STATUS.
000680     SELECT FDERO03-FILE   ASSIGN TO FDERO03
000690            ORGANIZATION   INDEXED
000700            ACCESS MODE    RANDOM
000710            RECORD KEY     DG-CLE
000720            FILE STATUS    WS-FDERO-STATUS.
000730     SELECT FSUIV03-FILE   ASSIGN TO FSUIV03
000740            ORGANIZATION   INDEXED
000750            ACCESS MODE    DYNAMIC
000760            RECORD KEY     SV-CLE
000770            FILE STATUS    WS-FSUIV-STATUS.
000780     SELECT FXREF03-FILE   ASSIGN TO FXREF03
000790            ORGANIZATION   INDEXED
000800            ACCESS MODE    SEQUENTIAL
000810            RECORD KEY     XR-CLE
000820            FILE STATUS    WS-FXREF-STATUS.
000830     SELECT FRELA03-FILE   ASSIGN TO FRELA03
000840            ORGANIZATION   INDEXED
000850            ACCESS MODE    SEQUENTIAL
000860            RECORD KEY     RL-CLE
000870            FILE STATUS    WS-FRELA-STATUS.
000880     SELECT FNOMH03-FILE   ASSIGN TO FNOMH03
000890            ORGANIZATION   INDEXED
000900            ACCESS MODE    DYNAMIC
000910            RECORD KEY     NH-CLE
000920            FILE STATUS    WS-FNOMH-STATUS.
000930     SELECT FRLEG03-FILE   ASSIGN TO FRLEG03
000940            ORGANIZATION   INDEXED
000950            ACCESS MODE    RANDOM
000960            RECORD KEY     RL-NUMERO OF E-REPRESENTANT
000970            FILE STATUS    WS-FRLEG-STATUS.
000980     SELECT FADAP03-FILE   ASSIGN TO FADAP03
000990            ORGANIZATION   INDEXED
001000            ACCESS MODE    RANDOM
001010            RECORD KEY     AD-NUMERO
001020            FILE STATUS    WS-FADAP-STATUS.
001030     SELECT FPRET03-FILE   ASSIGN TO FPRET03
001040            ORGANIZATION   INDEXED
001050            ACCESS MODE    DYNAMIC
001060            RECORD KEY     PR-CLE OF E-PRET
001061            FILE STATUS    WS-FPRET-STATUS.
001062     SELECT FCAND03-FILE   ASSIGN TO FCAND03
001063            ORGANIZATION   INDEXED
001064            ACCESS MODE    SEQUENTIAL
001065            RECORD KEY     CD-NUMERO
001066            FILE STATUS    WS-FCAND-STATUS.
001067     SELECT FEXAM03-FILE   ASSIGN TO FEXAM03
001068            ORGANIZATION   INDEXED
001069            ACCESS MODE    DYNAMIC
001070            RECORD KEY     EX-CLE
001071            FILE STATUS    WS-FEXAM-STATUS.
001072     SELECT FSMS03-FILE    ASSIGN TO FSMS03
001073            ORGANIZATION   INDEXED
001074            ACCESS MODE    SEQUENTIAL
001075            RECORD KEY     SM-CLE
001076            FILE STATUS    WS-FSMS-STATUS.
001077     SELECT FBADG03-FILE   ASSIGN TO FBADG03
001078            ORGANIZATION   INDEXED
001079            ACCESS MODE    RANDOM
001080            RECORD KEY     BG-NUMERO
001081            FILE STATUS    WS-FBADG-STATUS.
001082     SELECT FAGEN03-FILE   ASSIGN TO FAGEN03
001083            ORGANIZATION   INDEXED
001084            ACCESS MODE    DYNAMIC
001085            RECORD KEY     AN-CLE
001086            FILE STATUS    WS-FAGEN-STATUS.
001087     SELECT FSATI03-FILE   ASSIGN TO FSATI03
001088            ORGANIZATION   INDEXED
001089            ACCESS MODE    SEQUENTIAL
001090            RECORD KEY     SA-CLE
001091            FILE STATUS    WS-FSATI-STATUS.
001092     SELECT FAUDIT03-FILE  ASSIGN TO FAUDIT03
001093            ORGANIZATION   INDEXED
001100            ACCESS MODE    DYNAMIC
001110            RECORD KEY     AK-CLE
001120            FILE STATUS    WS-FAUDIT-STATUS.
001121     SELECT FCTL03-FILE    ASSIGN TO FCTL03
001122            ORGANIZATION   INDEXED
001123            ACCESS MODE    RANDOM
001124            RECORD KEY     CT-CLE
001125            FILE STATUS    WS-FCTL-STATUS.
001130     SELECT FVERS03-FILE   ASSIGN TO FVERS03
001140            ORGANIZATION   INDEXED
001150            ACCESS MODE    DYNAMIC
001160            RECORD KEY     VS-CLE
001170            FILE STATUS    WS-FVERS-STATUS.
001180     SELECT FTROP03-FILE   ASSIGN TO FTROP03
001190            ORGANIZATION   INDEXED
001200            ACCESS MODE    DYNAMIC
001210            RECORD KEY     TP-CLE
001220            FILE STATUS    WS-FTROP-STATUS.
001230     SELECT FFACT03-FILE   ASSIGN TO FFACT03
001240            ORGANIZATION   INDEXED
001250            ACCESS MODE    SEQUENTIAL
001260            RECORD KEY     FA-CLE
001270            FILE STATUS    WS-FFACT-STATUS.
001280     SELECT FCERT03-FILE   ASSIGN TO FCERT03
001290            ORGANIZATION   INDEXED
001300            ACCESS MODE    SEQUENTIAL
001310            RECORD KEY     CR-SERIE
001320            FILE STATUS    WS-FCERT-STATUS.
001330     SELECT FPRES03-FILE   ASSIGN TO FPRES03
001340            ORGANIZATION   INDEXED
001350            ACCESS MODE    DYNAMIC
001360            RECORD KEY     PR-CLE OF E-PRESENCE
001361            FILE STATUS    WS-FPRES-STATUS.
001362     SELECT FBANQ03-FILE   ASSIGN TO FBANQ03
001363            ORGANIZATION   INDEXED
001364            ACCESS MODE    RANDOM
001365            RECORD KEY     BQ-NUMERO
001366            FILE STATUS    WS-FBANQ-STATUS.
001367     SELECT FFRAI03-FILE   ASSIGN TO FFRAI03
001368            ORGANIZATION   INDEXED
001369            ACCESS MODE    DYNAMIC
001370            RECORD KEY     FR-CLE
001371            FILE STATUS    WS-FFRAI-STATUS.
001372     SELECT FCONG03-FILE   ASSIGN TO FCONG03
001373            ORGANIZATION   INDEXED
001374            ACCESS MODE    DYNAMIC
001375            RECORD KEY     CG-CLE
001376            FILE STATUS    WS-FCONG-STATUS.
001377     SELECT FAVER03-FILE   ASSIGN TO FAVER03
001378            ORGANIZATION   INDEXED
001379            ACCESS MODE    DYNAMIC
001380            RECORD KEY     AV-CLE
001381            FILE STATUS    WS-FAVER-STATUS.
001382     SELECT FPLAC03-FILE   ASSIGN TO FPLAC03
001383            ORGANIZATION   INDEXED
001384            ACCESS MODE    DYNAMIC
001385            RECORD KEY     PL-CLE
001386            FILE STATUS    WS-FPLAC-STATUS.
001387     SELECT SYSIN-FILE     ASSIGN TO SYSIN
001390            ORGANIZATION   LINE SEQUENTIAL.
001400     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
001410            ORGANIZATION   LINE SEQUENTIAL.
001420*
001430 DATA DIVISION.
001440 FILE SECTION.
001450 FD  FSTAG03-FILE.
001460     COPY FSTAG.
001470 FD  FSTAGARC-FILE.
001480     COPY FSTAGARC.
001490 FD  FSTAGFIN-FILE.
001500     COPY FSTAGFIN.
001510 FD  FATTE03-FILE.
001520     COPY FATTE.
001530 FD  FREFU03-FILE.
001540     COPY FREFU.
001550 FD  FDERO03-FILE.
001560     COPY FDERO.
001570 FD  FSUIV03-FILE.
001580     COPY FSUIV.
001590 FD  FXREF03-FILE.
001600     COPY FXREF.
001610*   FRELA ET FRLEG, FPRES ET FPRET PORTENT LES MEMES NOMS DE
001620*   ZONES (RL-, PR-) : ILS SONT QUALIFIES PAR L'ENREGISTREMENT
001630 FD  FRELA03-FILE.
001640     COPY FRELA.
001650 FD  FNOMH03-FILE.
001660     COPY FNOMH.
001670 FD  FRLEG03-FILE.
001680     COPY FRLEG.
001690 FD  FADAP03-FILE.
001700     COPY FADAP.
001710 FD  FPRET03-FILE.
001720     COPY FPRET.
001721 FD  FCAND03-FILE.
001722     COPY FCAND.
001723 FD  FEXAM03-FILE.
001724     COPY FEXAM.
001725 FD  FSMS03-FILE.
001726     COPY FSMS.
001727 FD  FBADG03-FILE.
001728     COPY FBADG.
001729 FD  FAGEN03-FILE.
001730     COPY FAGEN.
001731 FD  FSATI03-FILE.
001732     COPY FSATI.
001733 FD  FAUDIT03-FILE.
001740     COPY FAUDIT.
001744 FD  FCTL03-FILE.
001748     COPY FCTL.
001750 FD  FVERS03-FILE.
001760     COPY FVERS.
001770 FD  FTROP03-FILE.
001780     COPY FTROP.
001790 FD  FFACT03-FILE.
001800     COPY FFACT.
001810 FD  FCERT03-FILE.
001820     COPY FCERT.
001830 FD  FPRES03-FILE.
001840     COPY FPRES.
001841 FD  FBANQ03-FILE.
001842     COPY FBANQ.
001843 FD  FFRAI03-FILE.
001844     COPY FFRAI.
001845 FD  FCONG03-FILE.
001846     COPY FCONG.
001847 FD  FAVER03-FILE.
001848     COPY FAVER.
001849 FD  FPLAC03-FILE.
001850     COPY FPLAC.
001851 FD  SYSIN-FILE
001860     RECORDING MODE F.
001870 01  SYSIN-REC.
001880     05  SI-NUMERO         PIC X(04).
001890     05  FILLER            PIC X(01).
001900     05  SI-NOM            PIC X(25).
001910     05  FILLER            PIC X(01).
001920     05  SI-DATE-NAISS     PIC X(08).
001930     05  FILLER            PIC X(01).
001940     05  SI-REFERENCE      PIC X(20).
001950     05  FILLER            PIC X(20).
001960 FD  RAPPORT-FILE
001970     RECORDING MODE F.
001980 01  RAPPORT-REC           PIC X(133).
001990*
002000 WORKING-STORAGE SECTION.
002010 77  WS-FSTAG-STATUS       PIC X(02).
002020 77  WS-FARC-STATUS        PIC X(02).
002030 77  WS-FFIN-STATUS        PIC X(02).
002040 77  WS-FATTE-STATUS       PIC X(02).
002050 77  WS-FREFU-STATUS       PIC X(02).
002060 77  WS-FDERO-STATUS       PIC X(02).
002070 77  WS-FSUIV-STATUS       PIC X(02).
002080 77  WS-FXREF-STATUS       PIC X(02).
002090 77  WS-FRELA-STATUS       PIC X(02).
002100 77  WS-FNOMH-STATUS       PIC X(02).
002110 77  WS-FRLEG-STATUS       PIC X(02).
002120 77  WS-FADAP-STATUS       PIC X(02).
002130 77  WS-FPRET-STATUS       PIC X(02).
002140 77  WS-FAUDIT-STATUS      PIC X(02).
002143 77  WS-FCTL-STATUS        PIC X(02).
002146 77  WS-CHAINE-STATUS      PIC X(02).
002150 77  WS-FVERS-STATUS       PIC X(02).
002160 77  WS-FTROP-STATUS       PIC X(02).
002170 77  WS-FFACT-STATUS       PIC X(02).
002180 77  WS-FCERT-STATUS       PIC X(02).
002190 77  WS-FPRES-STATUS       PIC X(02).
002191 77  WS-FCAND-STATUS       PIC X(02).
002192 77  WS-FEXAM-STATUS       PIC X(02).
002193 77  WS-FSMS-STATUS        PIC X(02).
002194 77  WS-FBADG-STATUS       PIC X(02).
002195 77  WS-FAGEN-STATUS       PIC X(02).
002196 77  WS-FSATI-STATUS       PIC X(02).
002197 77  WS-FBANQ-STATUS       PIC X(02).
002198 77  WS-FFRAI-STATUS       PIC X(02).
002199 77  WS-FCONG-STATUS       PIC X(02).
002200 77  WS-FAVER-STATUS       PIC X(02).
002201 77  WS-FPLAC-STATUS       PIC X(02).
002202*   DUREES DE CONSERVATION LEGALE (EN ANNEES) : PIECES COMPTABLES
002210*   (VERSEMENTS, CREANCES, FACTURES ET ABSENCES QUI LES
002220*   JUSTIFIENT) ET ATTESTATIONS DELIVREES (VERIFIEES SUR INFKCI3)
002230 77  WS-ANS-COMPTA         PIC 9(02)     VALUE 10.
002240 77  WS-ANS-ATTEST         PIC 9(02)     VALUE 30.
002250*   IDENTITE DE LA PERSONNE A EFFACER (SYSIN, COMPLETEE PAR LA
002260*   FICHE TROUVEE)
002270 77  WS-NUMERO             PIC 9(04)     VALUE ZERO.
002280 77  WS-NOM                PIC X(25)     VALUE SPACE.
002290 77  WS-PRENOM             PIC X(25)     VALUE SPACE.
002300 77  WS-DATE-NAISS         PIC 9(08)     VALUE ZERO.
002310 77  WS-REFERENCE          PIC X(20)     VALUE SPACE.
002320 77  WS-TROUVE             PIC X(01)     VALUE 'N'.
002330 77  WS-IDENT-OK           PIC X(01)     VALUE 'N'.
002340*   RAPPROCHEMENT D'UNE FICHE AVEC L'IDENTITE (UN NUMERO PEUT
002350*   AVOIR ETE REATTRIBUE) : ENTREE WS-CMP-NOM / WS-CMP-NAISS
002360 77  WS-CMP-NOM            PIC X(25).
002370 77  WS-CMP-NAISS          PIC 9(08).
002380 77  WS-MEME               PIC X(01).
002390 77  WS-MODIFIE            PIC X(01).
002400 77  WS-DATE-JOUR          PIC 9(08).
002410 77  WS-HEURE-JOUR         PIC 9(08).
002420 77  WS-DATE-EDIT          PIC X(10).
002430*   FIN DE CONSERVATION : DATE DE LA PIECE + DUREE LEGALE
002440 77  WS-DATE-REF           PIC 9(08).
002450 77  WS-ANS                PIC 9(02).
002460 77  WS-DATE-CONS          PIC 9(08).
002470 77  WS-DATE-CONS-ED       PIC X(10).
002480 77  WS-FIN-MAX            PIC 9(08).
002490*   BILAN PAR MAGASIN (LIGNE DU JOURNAL ET DU CERTIFICAT)
002500 77  WS-MAG-FICHIER        PIC X(08).
002510 77  WS-MAG-LIBELLE        PIC X(40).
002520 77  WS-MAG-TRAITEMENT     PIC X(10).
002523*   MOTIF LEGAL D'UNE CONSERVATION, REPRIS SUR LE CERTIFICAT
002526 77  WS-MAG-MOTIF          PIC X(24).
002530 77  WS-NB-MAG             PIC 9(04) COMP VALUE ZERO.
002540 77  WS-NB-SUPPRIMES       PIC 9(05) COMP VALUE ZERO.
002550 77  WS-NB-ANONYMISES      PIC 9(05) COMP VALUE ZERO.
002560 77  WS-NB-CONSERVES       PIC 9(05) COMP VALUE ZERO.
002570 77  WS-NB-NON-RENDUS      PIC 9(04) COMP VALUE ZERO.
002571*   PIECES GARDEES D'UN MAGASIN EN PARTIE SUPPRIME (FRAIS,
002572*   CONGES, AVERTISSEMENTS)
002573 77  WS-NB-GARDES          PIC 9(04) COMP VALUE ZERO.
002574*   NUMEROS DE LISTE D'ATTENTE SUPPRIMES (3300) : LES OFFRES DE
002575*   PLACE DU JOURNAL DES SMS SONT TENUES SOUS CE NUMERO
002576 77  WS-NB-ATTENTE         PIC 9(04) COMP VALUE ZERO.
002577 77  WS-IA                 PIC 9(04) COMP.
002578 77  WS-SMS-PERSONNE       PIC X(01).
002580 77  WS-NB-POSTES          PIC 9(04) COMP VALUE ZERO.
002590 77  WS-IX                 PIC 9(04) COMP.
002600 77  WS-NB-ED              PIC ZZZ9.
002610 77  WS-NB-ED-S            PIC ZZZZ9.
002620 77  WS-NB-ED-A            PIC ZZZZ9.
002630 77  WS-NB-ED-C            PIC ZZZZ9.
002640 01  TAB-MAGASINS.
002650     05  TM-POSTE OCCURS 40.
002660         10  TM-FICHIER    PIC X(08).
002670         10  TM-TRAITEMENT PIC X(10).
002680         10  TM-NOMBRE     PIC 9(04) COMP.
002690         10  TM-FIN-CONS   PIC 9(08).
002695         10  TM-MOTIF      PIC X(24).
002700 01  LIGNE                 PIC X(133).
002703 01  TAB-ATTENTE.
002706     05  TA-NUMERO         PIC 9(04) OCCURS 10.
002710*
002712*   ZONE D'ECHANGE DU MODULE DE SCELLEMENT SCELAUD
002714     COPY SCELCA.
002716*
002720 PROCEDURE DIVISION.
002730 0000-MAINLINE.
002740*----------------*
002750     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
002760     PERFORM 2000-RESOUT-NUMERO  THRU 2000-EXIT.
002770     PERFORM 2500-IDENTITE       THRU 2500-EXIT.
002780     PERFORM 3000-FSTAG          THRU 3000-EXIT.
002790     PERFORM 3100-ARCHIVE        THRU 3100-EXIT.
002800     PERFORM 3200-STAGE-TERMINE  THRU 3200-EXIT.
002810     PERFORM 3300-ATTENTE        THRU 3300-EXIT.
002820     PERFORM 3400-REFUS          THRU 3400-EXIT.
002830     PERFORM 3500-DEROGATION     THRU 3500-EXIT.
002840     PERFORM 3600-SUIVI          THRU 3600-EXIT.
002850     PERFORM 3700-CORRESPONDANCE THRU 3700-EXIT.
002860     PERFORM 3800-RELANCES       THRU 3800-EXIT.
002870     PERFORM 3900-NOMS-ANTERIEURS THRU 3900-EXIT.
002880     PERFORM 4000-REPRESENTANT   THRU 4000-EXIT.
002890     PERFORM 4100-ADAPTATION     THRU 4100-EXIT.
002900     PERFORM 4200-PRETS          THRU 4200-EXIT.
002903     PERFORM 4300-CANDIDATURES   THRU 4300-EXIT.
002906     PERFORM 4400-EXAMENS        THRU 4400-EXIT.
002910     PERFORM 4500-AUDIT          THRU 4500-EXIT.
002912     PERFORM 4600-SMS            THRU 4600-EXIT.
002914     PERFORM 4700-BADGE          THRU 4700-EXIT.
002916     PERFORM 4800-AVIS-AGENCE    THRU 4800-EXIT.
002918     PERFORM 4900-SATISFACTION   THRU 4900-EXIT.
002920     PERFORM 5000-VERSEMENTS     THRU 5000-EXIT.
002930     PERFORM 5100-TROP-PERCUS    THRU 5100-EXIT.
002940     PERFORM 5200-FACTURES       THRU 5200-EXIT.
002950     PERFORM 5300-ABSENCES       THRU 5300-EXIT.
002960     PERFORM 5400-ATTESTATIONS   THRU 5400-EXIT.
002961     PERFORM 5500-BANQUE         THRU 5500-EXIT.
002962     PERFORM 5600-FRAIS          THRU 5600-EXIT.
002963     PERFORM 5700-CONGES         THRU 5700-EXIT.
002964     PERFORM 5800-AVERTISSEMENTS THRU 5800-EXIT.
002965     PERFORM 5900-PLACEMENTS     THRU 5900-EXIT.
002970     PERFORM 6000-MARQUEUR-AUDIT THRU 6000-EXIT.
002980     PERFORM 7000-CERTIFICAT     THRU 7000-EXIT.
002990     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
003000     STOP RUN.
003010*
003020*****************************************************************
003030*  1000  -  OUVERTURES ET CRITERE SYSIN (NUMERO, OU NOM + DATE   *
003040*            DE NAISSANCE JJMMAAAA, ET REFERENCE DE LA DEMANDE   *
003050*            EN COLONNES 41-60, REPRISE SUR LE CERTIFICAT)       *
003060*****************************************************************
003070 1000-INITIALISATION.
003080*--------------------*
003090     OPEN INPUT SYSIN-FILE.
003100     READ SYSIN-FILE
003110         AT END     CONTINUE
003120         NOT AT END
003130             IF SI-NUMERO NUMERIC
003140                MOVE SI-NUMERO TO WS-NUMERO
003150             END-IF
003160             MOVE SI-NOM TO WS-NOM
003170             IF SI-DATE-NAISS NUMERIC
003180                MOVE SI-DATE-NAISS TO WS-DATE-NAISS
003190             END-IF
003200             MOVE SI-REFERENCE TO WS-REFERENCE
003210     END-READ.
003220     CLOSE SYSIN-FILE.
003230     IF WS-NUMERO = ZERO AND WS-NOM = SPACE
003240        DISPLAY 'EFFRGPD - CARTE SYSIN ABSENTE (NUMERO, OU '
003250                'NOM + DATE DE NAISSANCE)'
003260        MOVE 8 TO RETURN-CODE
003270        STOP RUN
003280     END-IF.
003290*   UN EFFACEMENT PAR LE NOM SEUL EST REFUSE : UN HOMONYME
003300*   SERAIT EFFACE A LA PLACE DE LA PERSONNE
003310     IF WS-NUMERO = ZERO AND WS-DATE-NAISS = ZERO
003320        DISPLAY 'EFFRGPD - NOM SANS DATE DE NAISSANCE : '
003330                'EFFACEMENT REFUSE'
003340        MOVE 8 TO RETURN-CODE
003350        STOP RUN
003360     END-IF.
003370     IF WS-REFERENCE = SPACE
003380        DISPLAY 'EFFRGPD - REFERENCE DE LA DEMANDE ABSENTE '
003390                '(COLONNES 41-60)'
003400        MOVE 8 TO RETURN-CODE
003410        STOP RUN
003420     END-IF.
003430     ACCEPT WS-DATE-JOUR  FROM DATE YYYYMMDD.
003440     ACCEPT WS-HEURE-JOUR FROM TIME.
003450     STRING WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
003460            WS-DATE-JOUR(1:4)
003470            DELIMITED BY SIZE INTO WS-DATE-EDIT.
003480     OPEN I-O   FSTAG03-FILE.
003490     OPEN I-O   FSTAGARC-FILE.
003500     OPEN I-O   FSTAGFIN-FILE.
003510     OPEN I-O   FATTE03-FILE.
003520     OPEN I-O   FREFU03-FILE.
003530     OPEN I-O   FDERO03-FILE.
003540     OPEN I-O   FSUIV03-FILE.
003550     OPEN I-O   FXREF03-FILE.
003560     OPEN I-O   FRELA03-FILE.
003570     OPEN I-O   FNOMH03-FILE.
003580     OPEN I-O   FRLEG03-FILE.
003590     OPEN I-O   FADAP03-FILE.
003600     OPEN I-O   FPRET03-FILE.
003601     OPEN I-O   FCAND03-FILE.
003602     OPEN I-O   FEXAM03-FILE.
003603     OPEN I-O   FSMS03-FILE.
003604     OPEN I-O   FBADG03-FILE.
003605     OPEN I-O   FAGEN03-FILE.
003606     OPEN I-O   FSATI03-FILE.
003607     OPEN I-O   FFRAI03-FILE.
003608     OPEN I-O   FCONG03-FILE.
003609     OPEN I-O   FAVER03-FILE.
003610     OPEN I-O   FAUDIT03-FILE.
003615     OPEN I-O   FCTL03-FILE.
003620     OPEN INPUT FVERS03-FILE.
003630     OPEN INPUT FTROP03-FILE.
003640     OPEN INPUT FFACT03-FILE.
003650     OPEN INPUT FCERT03-FILE.
003660     OPEN INPUT FPRES03-FILE.
003663     OPEN INPUT FBANQ03-FILE.
003666     OPEN INPUT FPLAC03-FILE.
003670     OPEN OUTPUT RAPPORT-FILE.
003680     MOVE SPACE TO LIGNE.
003690     STRING ' JOURNAL D''EFFACEMENT (DROIT A L''EFFACEMENT) - '
003700            'DEMANDE ' WS-REFERENCE ' - ' WS-DATE-EDIT
003710            DELIMITED BY SIZE INTO LIGNE.
003720     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
003730     MOVE SPACE TO LIGNE.
003740     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003750 1000-EXIT.
003760     EXIT.
003770*
003780*****************************************************************
003790*  2000  -  SI LE NUMERO N'EST PAS FOURNI, IL EST RESOLU PAR     *
003800*            NOM + DATE DE NAISSANCE DANS FSTAG03 PUIS FSTAGARC  *
003810*            (A DEFAUT, SEULS LES MAGASINS TENUS PAR IDENTITE    *
003820*            - ATTENTE, REFUS, DEROGATIONS - SONT TRAITES)       *
003830*****************************************************************
003840 2000-RESOUT-NUMERO.
003850*-------------------*
003860     IF WS-NUMERO NOT = ZERO
003870        GO TO 2000-EXIT
003880     END-IF.
003890     MOVE 'N' TO WS-TROUVE.
003900     MOVE ZERO TO E-NUMERO.
003910     START FSTAG03-FILE KEY >= E-NUMERO.
003920     IF WS-FSTAG-STATUS = '00'
003930        READ FSTAG03-FILE NEXT
003940        PERFORM UNTIL WS-FSTAG-STATUS NOT = '00'
003950                OR WS-TROUVE = 'O'
003960           IF E-NOM = WS-NOM
003970              AND E-DATE-NAISS = WS-DATE-NAISS
003980              MOVE E-NUMERO TO WS-NUMERO
003990              MOVE 'O' TO WS-TROUVE
004000           END-IF
004010           IF WS-TROUVE = 'N'
004020              READ FSTAG03-FILE NEXT
004030           END-IF
004040        END-PERFORM
004050     END-IF.
004060     IF WS-TROUVE = 'N'
004070        MOVE ZERO TO AR-NUMERO
004080        START FSTAGARC-FILE KEY >= AR-NUMERO
004090        IF WS-FARC-STATUS = '00'
004100           READ FSTAGARC-FILE NEXT
004110           PERFORM UNTIL WS-FARC-STATUS NOT = '00'
004120                   OR WS-TROUVE = 'O'
004130              IF AR-NOM = WS-NOM
004140                 AND AR-DATE-NAISS = WS-DATE-NAISS
004150                 MOVE AR-NUMERO TO WS-NUMERO
004160                 MOVE 'O' TO WS-TROUVE
004170              END-IF
004180              IF WS-TROUVE = 'N'
004190                 READ FSTAGARC-FILE NEXT
004200              END-IF
004210           END-PERFORM
004220        END-IF
004230     END-IF.
004240 2000-EXIT.
004250     EXIT.
004260*
004270*****************************************************************
004280*  2500  -  IDENTITE DE REFERENCE : FICHE FSTAG03, A DEFAUT      *
004290*            FSTAGFIN PUIS FSTAGARC, RETENUE SI ELLE CORRESPOND  *
004300*            AU NOM DONNE EN SYSIN - UN STAGIAIRE EN FORMATION   *
004310*            (ACTIF OU SUSPENDU) N'EST PAS EFFACE                *
004320*****************************************************************
004330 2500-IDENTITE.
004340*--------------*
004350     MOVE 'N' TO WS-IDENT-OK.
004360     IF WS-NUMERO = ZERO
004370        GO TO 2500-EXIT
004380     END-IF.
004390     MOVE WS-NUMERO TO E-NUMERO.
004400     READ FSTAG03-FILE.
004410     IF WS-FSTAG-STATUS = '00'
004420        MOVE E-NOM        TO WS-CMP-NOM
004430        MOVE E-DATE-NAISS TO WS-CMP-NAISS
004440        PERFORM 8300-MEME-PERSONNE THRU 8300-EXIT
004450        IF WS-NOM = SPACE OR WS-MEME = 'O'
004460           IF E-ACTIF OR E-SUSPENDU
004470              PERFORM 2600-REFUS-EN-FORMATION THRU 2600-EXIT
004480           END-IF
004490           MOVE E-NOM        TO WS-NOM
004500           MOVE E-PRENOM     TO WS-PRENOM
004510           MOVE E-DATE-NAISS TO WS-DATE-NAISS
004520           MOVE 'O' TO WS-IDENT-OK
004530           GO TO 2500-EXIT
004540        END-IF
004550     END-IF.
004560     MOVE WS-NUMERO TO FN-NUMERO.
004570     READ FSTAGFIN-FILE.
004580     IF WS-FFIN-STATUS = '00'
004590        MOVE FN-NOM        TO WS-CMP-NOM
004600        MOVE FN-DATE-NAISS TO WS-CMP-NAISS
004610        PERFORM 8300-MEME-PERSONNE THRU 8300-EXIT
004620        IF WS-NOM = SPACE OR WS-MEME = 'O'
004630           MOVE FN-NOM        TO WS-NOM
004640           MOVE FN-PRENOM     TO WS-PRENOM
004650           MOVE FN-DATE-NAISS TO WS-DATE-NAISS
004660           MOVE 'O' TO WS-IDENT-OK
004670           GO TO 2500-EXIT
004680        END-IF
004690     END-IF.
004700     MOVE WS-NUMERO TO AR-NUMERO.
004710     READ FSTAGARC-FILE.
004720     IF WS-FARC-STATUS = '00'
004730        MOVE AR-NOM        TO WS-CMP-NOM
004740        MOVE AR-DATE-NAISS TO WS-CMP-NAISS
004750        PERFORM 8300-MEME-PERSONNE THRU 8300-EXIT
004760        IF WS-NOM = SPACE OR WS-MEME = 'O'
004770           MOVE AR-NOM        TO WS-NOM
004780           MOVE AR-PRENOM     TO WS-PRENOM
004790           MOVE AR-DATE-NAISS TO WS-DATE-NAISS
004800           MOVE 'O' TO WS-IDENT-OK
004810           GO TO 2500-EXIT
004820        END-IF
004830     END-IF.
004840*   NUMERO INCONNU OU PORTE PAR UNE AUTRE PERSONNE : SEULS LES
004850*   MAGASINS TENUS PAR IDENTITE RESTENT A TRAITER
004860     MOVE ZERO TO WS-NUMERO.
004870     IF WS-NOM = SPACE
004880        MOVE ' PERSONNE NON TROUVEE DANS LES FICHIERS - AUCUN '
004890             TO LIGNE
004900        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
004910        MOVE ' EFFACEMENT EFFECTUE' TO LIGNE
004920        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
004930        MOVE 4 TO RETURN-CODE
004940        PERFORM 9000-TERMINAISON THRU 9000-EXIT
004950        STOP RUN
004960     END-IF.
004970 2500-EXIT.
004980     EXIT.
004990*
005000 2600-REFUS-EN-FORMATION.
005010*------------------------*
005020     MOVE SPACE TO LIGNE.
005030     STRING ' STAGIAIRE ' E-NUMERO ' EN FORMATION (STATUT '
005040            E-STATUT ') - EFFACEMENT REFUSE : TRAITER LE '
005050            'DEPART (INF4CI3 OU FIN DE STAGE) PUIS RELANCER'
005060            DELIMITED BY SIZE INTO LIGNE.
005070     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
005080     DISPLAY 'EFFRGPD - STAGIAIRE ' E-NUMERO
005090             ' EN FORMATION - EFFACEMENT REFUSE'.
005100     MOVE 8 TO RETURN-CODE.
005110     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
005120     STOP RUN.
005130 2600-EXIT.
005140     EXIT.
005150*
005160*****************************************************************
005170*  3000  -  FICHIER MAITRE FSTAG03 (PRE-INSCRIT OU TERMINE)      *
005180*****************************************************************
005190 3000-FSTAG.
005200*-----------*
005210     MOVE 'FSTAG03 '               TO WS-MAG-FICHIER.
005220     MOVE 'FICHIER MAITRE'         TO WS-MAG-LIBELLE.
005230     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
005240     MOVE ZERO TO WS-NB-MAG.
005250     IF WS-NUMERO = ZERO
005260        GO TO 3000-FIN
005270     END-IF.
005280     MOVE WS-NUMERO TO E-NUMERO.
005290     READ FSTAG03-FILE.
005300     IF WS-FSTAG-STATUS = '23'
005310        GO TO 3000-FIN
005320     END-IF.
005330     IF WS-FSTAG-STATUS NOT = '00'
005340        PERFORM 9500-ERREUR-FSTAG THRU 9500-EXIT
005350     END-IF.
005360     MOVE E-NOM        TO WS-CMP-NOM.
005370     MOVE E-DATE-NAISS TO WS-CMP-NAISS.
005380     PERFORM 8300-MEME-PERSONNE THRU 8300-EXIT.
005390     IF WS-MEME = 'N'
005400        GO TO 3000-FIN
005410     END-IF.
005420     DELETE FSTAG03-FILE.
005430     IF WS-FSTAG-STATUS NOT = '00'
005440        PERFORM 9500-ERREUR-FSTAG THRU 9500-EXIT
005450     END-IF.
005460     ADD 1 TO WS-NB-MAG.
005470 3000-FIN.
005480     MOVE 'SUPPRIMES' TO WS-MAG-TRAITEMENT.
005490     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
005500 3000-EXIT.
005510     EXIT.
005520*
005530*****************************************************************
005540*  3100  -  ARCHIVE DES SUPPRIMES FSTAGARC                       *
005550*****************************************************************
005560 3100-ARCHIVE.
005570*-------------*
005580     MOVE 'FSTAGARC'               TO WS-MAG-FICHIER.
005590     MOVE 'ARCHIVE DES SUPPRIMES'  TO WS-MAG-LIBELLE.
005600     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
005610     MOVE ZERO TO WS-NB-MAG.
005620     IF WS-NUMERO = ZERO
005630        GO TO 3100-FIN
005640     END-IF.
005650     MOVE WS-NUMERO TO AR-NUMERO.
005660     READ FSTAGARC-FILE.
005670     IF WS-FARC-STATUS = '23'
005680        GO TO 3100-FIN
005690     END-IF.
005700     IF WS-FARC-STATUS NOT = '00'
005710        PERFORM 9510-ERREUR-FARC THRU 9510-EXIT
005720     END-IF.
005730     MOVE AR-NOM        TO WS-CMP-NOM.
005740     MOVE AR-DATE-NAISS TO WS-CMP-NAISS.
005750     PERFORM 8300-MEME-PERSONNE THRU 8300-EXIT.
005760     IF WS-MEME = 'N'
005770        GO TO 3100-FIN
005780     END-IF.
005790     DELETE FSTAGARC-FILE.
005800     IF WS-FARC-STATUS NOT = '00'
005810        PERFORM 9510-ERREUR-FARC THRU 9510-EXIT
005820     END-IF.
005830     ADD 1 TO WS-NB-MAG.
005840 3100-FIN.
005850     MOVE 'SUPPRIMES' TO WS-MAG-TRAITEMENT.
005860     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
005870 3100-EXIT.
005880     EXIT.
005890*
005900*****************************************************************
005910*  3200  -  STAGES TERMINES FSTAGFIN                             *
005920*****************************************************************
005930 3200-STAGE-TERMINE.
005940*-------------------*
005950     MOVE 'FSTAGFIN'               TO WS-MAG-FICHIER.
005960     MOVE 'STAGES TERMINES'        TO WS-MAG-LIBELLE.
005970     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
005980     MOVE ZERO TO WS-NB-MAG.
005990     IF WS-NUMERO = ZERO
006000        GO TO 3200-FIN
006010     END-IF.
006020     MOVE WS-NUMERO TO FN-NUMERO.
006030     READ FSTAGFIN-FILE.
006040     IF WS-FFIN-STATUS = '23'
006050        GO TO 3200-FIN
006060     END-IF.
006070     IF WS-FFIN-STATUS NOT = '00'
006080        PERFORM 9520-ERREUR-FFIN THRU 9520-EXIT
006090     END-IF.
006100     MOVE FN-NOM        TO WS-CMP-NOM.
006110     MOVE FN-DATE-NAISS TO WS-CMP-NAISS.
006120     PERFORM 8300-MEME-PERSONNE THRU 8300-EXIT.
006130     IF WS-MEME = 'N'
006140        GO TO 3200-FIN
006150     END-IF.
006160     DELETE FSTAGFIN-FILE.
006170     IF WS-FFIN-STATUS NOT = '00'
006180        PERFORM 9520-ERREUR-FFIN THRU 9520-EXIT
006190     END-IF.
006200     ADD 1 TO WS-NB-MAG.
006210 3200-FIN.
006220     MOVE 'SUPPRIMES' TO WS-MAG-TRAITEMENT.
006230     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
006240 3200-EXIT.
006250     EXIT.
006260*
006270*****************************************************************
006280*  3300  -  LISTE D'ATTENTE FATTE03 (SA PROPRE NUMEROTATION :    *
006290*            RAPPROCHEMENT PAR NOM + DATE DE NAISSANCE)          *
006300*****************************************************************
006310 3300-ATTENTE.
006320*-------------*
006330     MOVE 'FATTE03 '               TO WS-MAG-FICHIER.
006340     MOVE 'LISTE D''ATTENTE'       TO WS-MAG-LIBELLE.
006350     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
006360     MOVE ZERO TO WS-NB-MAG.
006370     READ FATTE03-FILE
006380         AT END CONTINUE
006390     END-READ.
006400     PERFORM UNTIL WS-FATTE-STATUS NOT = '00'
006410        IF WL-NOM = WS-NOM
006420           AND WL-DATE-NAISS = WS-DATE-NAISS
006430           AND (WS-PRENOM = SPACE OR WL-PRENOM = WS-PRENOM)
006440           DELETE FATTE03-FILE
006450           IF WS-FATTE-STATUS NOT = '00'
006460              PERFORM 9530-ERREUR-FATTE THRU 9530-EXIT
006470           END-IF
006480           ADD 1 TO WS-NB-MAG
006482           IF WS-NB-ATTENTE < 10
006484              ADD 1 TO WS-NB-ATTENTE
006486              MOVE WL-NUMERO TO TA-NUMERO(WS-NB-ATTENTE)
006488           END-IF
006490        END-IF
006500        READ FATTE03-FILE
006510            AT END CONTINUE
006520        END-READ
006530     END-PERFORM.
006540     IF WS-FATTE-STATUS NOT = '10'
006550        PERFORM 9530-ERREUR-FATTE THRU 9530-EXIT
006560     END-IF.
006570     MOVE 'SUPPRIMES' TO WS-MAG-TRAITEMENT.
006580     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
006590 3300-EXIT.
006600     EXIT.
006610*
006620*****************************************************************
006630*  3400  -  JOURNAL DES REFUS FREFU03 (NUMEROTATION PROPRE,      *
006640*            RAPPROCHEMENT PAR NOM + DATE DE NAISSANCE)          *
006650*****************************************************************
006660 3400-REFUS.
006670*-----------*
006680     MOVE 'FREFU03 '               TO WS-MAG-FICHIER.
006690     MOVE 'JOURNAL DES REFUS'      TO WS-MAG-LIBELLE.
006700     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
006710     MOVE ZERO TO WS-NB-MAG.
006720     READ FREFU03-FILE
006730         AT END CONTINUE
006740     END-READ.
006750     PERFORM UNTIL WS-FREFU-STATUS NOT = '00'
006760        IF RF-NOM = WS-NOM
006770           AND RF-DATE-NAISS = WS-DATE-NAISS
006780           AND (WS-PRENOM = SPACE OR RF-PRENOM = WS-PRENOM)
006790           DELETE FREFU03-FILE
006800           IF WS-FREFU-STATUS NOT = '00'
006810              PERFORM 9540-ERREUR-FREFU THRU 9540-EXIT
006820           END-IF
006830           ADD 1 TO WS-NB-MAG
006840        END-IF
006850        READ FREFU03-FILE
006860            AT END CONTINUE
006870        END-READ
006880     END-PERFORM.
006890     IF WS-FREFU-STATUS NOT = '10'
006900        PERFORM 9540-ERREUR-FREFU THRU 9540-EXIT
006910     END-IF.
006920     MOVE 'SUPPRIMES' TO WS-MAG-TRAITEMENT.
006930     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
006940 3400-EXIT.
006950     EXIT.
006960*
006970*****************************************************************
006980*  3500  -  DEROGATIONS FDERO03 (CLE = NOM + PRENOM + DATE DE    *
006990*            NAISSANCE : LE PRENOM DOIT ETRE CONNU)              *
007000*****************************************************************
007010 3500-DEROGATION.
007020*----------------*
007030     MOVE 'FDERO03 '               TO WS-MAG-FICHIER.
007040     MOVE 'DEROGATIONS'            TO WS-MAG-LIBELLE.
007050     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
007060     MOVE ZERO TO WS-NB-MAG.
007070     IF WS-PRENOM = SPACE
007080        MOVE '   PRENOM INCONNU : A VERIFIER SUR INFFCI3' TO LIGNE
007090        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
007100        GO TO 3500-FIN
007110     END-IF.
007120     MOVE WS-NOM        TO DG-NOM.
007130     MOVE WS-PRENOM     TO DG-PRENOM.
007140     MOVE WS-DATE-NAISS TO DG-DATE-NAISS.
007150     DELETE FDERO03-FILE.
007160     EVALUATE WS-FDERO-STATUS
007170         WHEN '00'
007180             ADD 1 TO WS-NB-MAG
007190         WHEN '23'
007200             CONTINUE
007210         WHEN OTHER
007220             PERFORM 9550-ERREUR-FDERO THRU 9550-EXIT
007230     END-EVALUATE.
007240 3500-FIN.
007250     MOVE 'SUPPRIMES' TO WS-MAG-TRAITEMENT.
007260     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
007270 3500-EXIT.
007280     EXIT.
007290*
007300*****************************************************************
007310*  3600  -  SUIVI APRES STAGE FSUIV03 (UNE ENTREE PAR HORIZON)   *
007320*****************************************************************
007330 3600-SUIVI.
007340*-----------*
007350     MOVE 'FSUIV03 '               TO WS-MAG-FICHIER.
007360     MOVE 'SUIVI APRES STAGE'      TO WS-MAG-LIBELLE.
007370     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
007380     MOVE ZERO TO WS-NB-MAG.
007390     IF WS-NUMERO = ZERO
007400        GO TO 3600-FIN
007410     END-IF.
007420     MOVE WS-NUMERO TO SV-NUMERO.
007430     MOVE ZERO      TO SV-HORIZON.
007440     START FSUIV03-FILE KEY >= SV-CLE.
007450     IF WS-FSUIV-STATUS = '00'
007460        READ FSUIV03-FILE NEXT
007470        PERFORM UNTIL WS-FSUIV-STATUS NOT = '00'
007480                OR SV-NUMERO NOT = WS-NUMERO
007490           MOVE SV-NOM TO WS-CMP-NOM
007500           MOVE ZERO   TO WS-CMP-NAISS
007510           PERFORM 8300-MEME-PERSONNE THRU 8300-EXIT
007520           IF WS-MEME = 'O'
007530              DELETE FSUIV03-FILE
007540              IF WS-FSUIV-STATUS NOT = '00'
007550                 PERFORM 9560-ERREUR-FSUIV THRU 9560-EXIT
007560              END-IF
007570              ADD 1 TO WS-NB-MAG
007580           END-IF
007590           READ FSUIV03-FILE NEXT
007600        END-PERFORM
007610     END-IF.
007620 3600-FIN.
007630     MOVE 'SUPPRIMES' TO WS-MAG-TRAITEMENT.
007640     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
007650 3600-EXIT.
007660     EXIT.
007670*
007680*****************************************************************
007690*  3700  -  CORRESPONDANCES D'IDENTIFIANTS EXTERNES FXREF03      *
007700*            (CLE SYSTEME + IDENTIFIANT : LECTURE COMPLETE)      *
007710*****************************************************************
007720 3700-CORRESPONDANCE.
007730*--------------------*
007740     MOVE 'FXREF03 '               TO WS-MAG-FICHIER.
007750     MOVE 'IDENTIFIANTS EXTERNES'  TO WS-MAG-LIBELLE.
007760     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
007770     MOVE ZERO TO WS-NB-MAG.
007780     IF WS-NUMERO = ZERO
007790        GO TO 3700-FIN
007800     END-IF.
007810     READ FXREF03-FILE
007820         AT END CONTINUE
007830     END-READ.
007840     PERFORM UNTIL WS-FXREF-STATUS NOT = '00'
007850        IF XR-NUMERO = WS-NUMERO
007860           DELETE FXREF03-FILE
007870           IF WS-FXREF-STATUS NOT = '00'
007880              PERFORM 9570-ERREUR-FXREF THRU 9570-EXIT
007890           END-IF
007900           ADD 1 TO WS-NB-MAG
007910        END-IF
007920        READ FXREF03-FILE
007930            AT END CONTINUE
007940        END-READ
007950     END-PERFORM.
007960     IF WS-FXREF-STATUS NOT = '10'
007970        PERFORM 9570-ERREUR-FXREF THRU 9570-EXIT
007980     END-IF.
007990 3700-FIN.
008000     MOVE 'SUPPRIMES' TO WS-MAG-TRAITEMENT.
008010     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
008020 3700-EXIT.
008030     EXIT.
008040*
008050*****************************************************************
008060*  3800  -  RELANCES FRELA03 (CLE OPERATEUR + ECHEANCE +         *
008070*            NUMERO : LECTURE COMPLETE)                          *
008080*****************************************************************
008090 3800-RELANCES.
008100*--------------*
008110     MOVE 'FRELA03 '               TO WS-MAG-FICHIER.
008120     MOVE 'RELANCES'               TO WS-MAG-LIBELLE.
008130     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
008140     MOVE ZERO TO WS-NB-MAG.
008150     IF WS-NUMERO = ZERO
008160        GO TO 3800-FIN
008170     END-IF.
008180     READ FRELA03-FILE
008190         AT END CONTINUE
008200     END-READ.
008210     PERFORM UNTIL WS-FRELA-STATUS NOT = '00'
008220        IF RL-NUMERO OF E-RELANCE = WS-NUMERO
008230           DELETE FRELA03-FILE
008240           IF WS-FRELA-STATUS NOT = '00'
008250              PERFORM 9580-ERREUR-FRELA THRU 9580-EXIT
008260           END-IF
008270           ADD 1 TO WS-NB-MAG
008280        END-IF
008290        READ FRELA03-FILE
008300            AT END CONTINUE
008310        END-READ
008320     END-PERFORM.
008330     IF WS-FRELA-STATUS NOT = '10'
008340        PERFORM 9580-ERREUR-FRELA THRU 9580-EXIT
008350     END-IF.
008360 3800-FIN.
008370     MOVE 'SUPPRIMES' TO WS-MAG-TRAITEMENT.
008380     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
008390 3800-EXIT.
008400     EXIT.
008410*
008420*****************************************************************
008430*  3900  -  HISTORIQUE DES NOMS FNOMH03 (NOMS ANTERIEURS)        *
008440*****************************************************************
008450 3900-NOMS-ANTERIEURS.
008460*---------------------*
008470     MOVE 'FNOMH03 '               TO WS-MAG-FICHIER.
008480     MOVE 'HISTORIQUE DES NOMS'    TO WS-MAG-LIBELLE.
008490     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
008500     MOVE ZERO TO WS-NB-MAG.
008510     IF WS-NUMERO = ZERO
008520        GO TO 3900-FIN
008530     END-IF.
008540     MOVE WS-NUMERO TO NH-NUMERO.
008550     MOVE ZERO      TO NH-DATE-FIN.
008560     MOVE ZERO      TO NH-HEURE-FIN.
008570     START FNOMH03-FILE KEY >= NH-CLE.
008580     IF WS-FNOMH-STATUS = '00'
008590        READ FNOMH03-FILE NEXT
008600        PERFORM UNTIL WS-FNOMH-STATUS NOT = '00'
008610                OR NH-NUMERO NOT = WS-NUMERO
008620           DELETE FNOMH03-FILE
008630           IF WS-FNOMH-STATUS NOT = '00'
008640              PERFORM 9590-ERREUR-FNOMH THRU 9590-EXIT
008650           END-IF
008660           ADD 1 TO WS-NB-MAG
008670           READ FNOMH03-FILE NEXT
008680        END-PERFORM
008690     END-IF.
008700 3900-FIN.
008710     MOVE 'SUPPRIMES' TO WS-MAG-TRAITEMENT.
008720     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
008730 3900-EXIT.
008740     EXIT.
008750*
008760*****************************************************************
008770*  4000  -  REPRESENTANT LEGAL FRLEG03                           *
008780*****************************************************************
008790 4000-REPRESENTANT.
008800*------------------*
008810     MOVE 'FRLEG03 '               TO WS-MAG-FICHIER.
008820     MOVE 'REPRESENTANT LEGAL'     TO WS-MAG-LIBELLE.
008830     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
008840     MOVE ZERO TO WS-NB-MAG.
008850     IF WS-NUMERO = ZERO
008860        GO TO 4000-FIN
008870     END-IF.
008880     MOVE WS-NUMERO TO RL-NUMERO OF E-REPRESENTANT.
008890     DELETE FRLEG03-FILE.
008900     EVALUATE WS-FRLEG-STATUS
008910         WHEN '00'
008920             ADD 1 TO WS-NB-MAG
008930         WHEN '23'
008940             CONTINUE
008950         WHEN OTHER
008960             PERFORM 9600-ERREUR-FRLEG THRU 9600-EXIT
008970     END-EVALUATE.
008980 4000-FIN.
008990     MOVE 'SUPPRIMES' TO WS-MAG-TRAITEMENT.
009000     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
009010 4000-EXIT.
009020     EXIT.
009030*
009040*****************************************************************
009050*  4100  -  REGISTRE CONFIDENTIEL DES ADAPTATIONS FADAP03        *
009060*****************************************************************
009070 4100-ADAPTATION.
009080*----------------*
009090     MOVE 'FADAP03 '               TO WS-MAG-FICHIER.
009100     MOVE 'ADAPTATIONS'            TO WS-MAG-LIBELLE.
009110     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
009120     MOVE ZERO TO WS-NB-MAG.
009130     IF WS-NUMERO = ZERO
009140        GO TO 4100-FIN
009150     END-IF.
009160     MOVE WS-NUMERO TO AD-NUMERO.
009170     READ FADAP03-FILE.
009180     IF WS-FADAP-STATUS = '23'
009190        GO TO 4100-FIN
009200     END-IF.
009210     IF WS-FADAP-STATUS NOT = '00'
009220        PERFORM 9610-ERREUR-FADAP THRU 9610-EXIT
009230     END-IF.
009240     MOVE AD-NOM TO WS-CMP-NOM.
009250     MOVE ZERO   TO WS-CMP-NAISS.
009260     PERFORM 8300-MEME-PERSONNE THRU 8300-EXIT.
009270     IF WS-MEME = 'N'
009280        GO TO 4100-FIN
009290     END-IF.
009300     DELETE FADAP03-FILE.
009310     IF WS-FADAP-STATUS NOT = '00'
009320        PERFORM 9610-ERREUR-FADAP THRU 9610-EXIT
009330     END-IF.
009340     ADD 1 TO WS-NB-MAG.
009350 4100-FIN.
009360     MOVE 'SUPPRIMES' TO WS-MAG-TRAITEMENT.
009370     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
009380 4100-EXIT.
009390     EXIT.
009400*
009410*****************************************************************
009420*  4200  -  PRETS DE MATERIEL FPRET03 : UN PRET RENDU EST        *
009430*            SUPPRIME, UN MATERIEL NON RENDU EST CONSERVE        *
009440*            JUSQU'A SON RETOUR                                  *
009450*****************************************************************
009460 4200-PRETS.
009470*-----------*
009480     MOVE 'FPRET03 '               TO WS-MAG-FICHIER.
009490     MOVE 'PRETS DE MATERIEL'      TO WS-MAG-LIBELLE.
009500     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
009510     MOVE ZERO TO WS-NB-MAG.
009520     MOVE ZERO TO WS-NB-NON-RENDUS.
009530     IF WS-NUMERO = ZERO
009540        GO TO 4200-FIN
009550     END-IF.
009560     MOVE WS-NUMERO  TO PR-NUMERO OF E-PRET.
009570     MOVE LOW-VALUE  TO PR-MATERIEL.
009580     MOVE ZERO       TO PR-DATE-PRET.
009590     START FPRET03-FILE KEY >= PR-CLE OF E-PRET.
009600     IF WS-FPRET-STATUS = '00'
009610        READ FPRET03-FILE NEXT
009620        PERFORM UNTIL WS-FPRET-STATUS NOT = '00'
009630                OR PR-NUMERO OF E-PRET NOT = WS-NUMERO
009640           IF PR-DATE-RETOUR = ZERO
009650              MOVE SPACE TO LIGNE
009660              STRING '   MATERIEL ' PR-MATERIEL
009670                     ' PRETE LE ' PR-DATE-PRET
009680                     ' NON RENDU - CONSERVE JUSQU''AU RETOUR'
009690                     DELIMITED BY SIZE INTO LIGNE
009700              WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
009710              ADD 1 TO WS-NB-NON-RENDUS
009720           ELSE
009730              DELETE FPRET03-FILE
009740              IF WS-FPRET-STATUS NOT = '00'
009750                 PERFORM 9620-ERREUR-FPRET THRU 9620-EXIT
009760              END-IF
009770              ADD 1 TO WS-NB-MAG
009780           END-IF
009790           READ FPRET03-FILE NEXT
009800        END-PERFORM
009810     END-IF.
009820 4200-FIN.
009830     MOVE 'SUPPRIMES' TO WS-MAG-TRAITEMENT.
009840     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
009850     MOVE WS-NB-NON-RENDUS TO WS-NB-MAG.
009860     MOVE ZERO  TO WS-FIN-MAX.
009870     MOVE 'CONSERVES' TO WS-MAG-TRAITEMENT.
009871     MOVE 'MATERIEL NON RENDU' TO WS-MAG-MOTIF.
009872     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
009873 4200-EXIT.
009874     EXIT.
009875*
009876*****************************************************************
009877*  4300  -  CANDIDATURES EN LIGNE FCAND03 (NUMEROTATION PROPRE,  *
009878*            RAPPROCHEMENT PAR NOM + DATE DE NAISSANCE, OU PAR   *
009879*            LE DOSSIER CREE SI LE NOM A CHANGE DEPUIS)          *
009880*****************************************************************
009881 4300-CANDIDATURES.
009882*------------------*
009883     MOVE 'FCAND03 '               TO WS-MAG-FICHIER.
009884     MOVE 'CANDIDATURES EN LIGNE'  TO WS-MAG-LIBELLE.
009885     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
009886     MOVE ZERO TO WS-NB-MAG.
009887     READ FCAND03-FILE
009888         AT END CONTINUE
009889     END-READ.
009890     PERFORM UNTIL WS-FCAND-STATUS NOT = '00'
009891        IF (CD-NOM = WS-NOM
009892            AND CD-DATE-NAISS = WS-DATE-NAISS
009893            AND (WS-PRENOM = SPACE OR CD-PRENOM = WS-PRENOM))
009894           OR (WS-NUMERO NOT = ZERO
009895               AND CD-ACCEPTEE
009896               AND CD-NUMERO-DEST = WS-NUMERO
009897               AND CD-DATE-NAISS = WS-DATE-NAISS)
009898           DELETE FCAND03-FILE
009899           IF WS-FCAND-STATUS NOT = '00'
009900              PERFORM 9650-ERREUR-FCAND THRU 9650-EXIT
009901           END-IF
009902           ADD 1 TO WS-NB-MAG
009903        END-IF
009904        READ FCAND03-FILE
009905            AT END CONTINUE
009906        END-READ
009907     END-PERFORM.
009908     IF WS-FCAND-STATUS NOT = '10'
009909        PERFORM 9650-ERREUR-FCAND THRU 9650-EXIT
009910     END-IF.
009911     MOVE 'SUPPRIMES' TO WS-MAG-TRAITEMENT.
009912     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
009913 4300-EXIT.
009914     EXIT.
009915*
009916*****************************************************************
009917*  4400  -  INSCRIPTIONS AUX EXAMENS EXTERNES FEXAM03 : LE       *
009918*            RESULTAT DELIVRE RESTE AU CENTRE D'EXAMEN, ET       *
009919*            L'ATTESTATION EDITEE DANS FCERT03 (CONSERVEE)       *
009920*****************************************************************
009921 4400-EXAMENS.
009922*-------------*
009923     MOVE 'FEXAM03 '               TO WS-MAG-FICHIER.
009924     MOVE 'EXAMENS EXTERNES'       TO WS-MAG-LIBELLE.
009925     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
009926     MOVE ZERO TO WS-NB-MAG.
009927     IF WS-NUMERO = ZERO
009928        GO TO 4400-FIN
009929     END-IF.
009930     MOVE WS-NUMERO  TO EX-NUMERO.
009931     MOVE LOW-VALUE  TO EX-CENTRE EX-SESSION-EXAM.
009932     START FEXAM03-FILE KEY >= EX-CLE.
009933     IF WS-FEXAM-STATUS = '00'
009934        READ FEXAM03-FILE NEXT
009935        PERFORM UNTIL WS-FEXAM-STATUS NOT = '00'
009936                OR EX-NUMERO NOT = WS-NUMERO
009937           DELETE FEXAM03-FILE
009938           IF WS-FEXAM-STATUS NOT = '00'
009939              PERFORM 9660-ERREUR-FEXAM THRU 9660-EXIT
009940           END-IF
009941           ADD 1 TO WS-NB-MAG
009942           READ FEXAM03-FILE NEXT
009943        END-PERFORM
009944     END-IF.
009945 4400-FIN.
009946     MOVE 'SUPPRIMES' TO WS-MAG-TRAITEMENT.
009947     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
009948 4400-EXIT.
009949     EXIT.
009950*
009951*****************************************************************
009952*  4500  -  PISTE D'AUDIT FAUDIT03 : LES IMAGES DE LA FICHE SONT *
009953*            ANONYMISEES, LA CLE, L'ACTION, L'OPERATEUR ET LE    *
009954*            TERMINAL SONT CONSERVES (QUI A FAIT QUOI ET QUAND)  *
009960*****************************************************************
009970 4500-AUDIT.
009980*-----------*
009990     MOVE 'FAUDIT03'               TO WS-MAG-FICHIER.
010000     MOVE 'PISTE D''AUDIT'         TO WS-MAG-LIBELLE.
010010     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
010020     MOVE ZERO TO WS-NB-MAG.
010030     IF WS-NUMERO = ZERO
010040        GO TO 4500-FIN
010050     END-IF.
010060     MOVE WS-NUMERO TO AK-NUMERO.
010070     MOVE ZERO      TO AK-DATE.
010080     MOVE '000000'  TO AK-HEURE.
010090     START FAUDIT03-FILE KEY >= AK-CLE.
010100     IF WS-FAUDIT-STATUS = '00'
010110        READ FAUDIT03-FILE NEXT
010120        PERFORM UNTIL WS-FAUDIT-STATUS NOT = '00'
010130                OR AK-NUMERO NOT = WS-NUMERO
010140           PERFORM 4510-ANONYMISE-ENTREE THRU 4510-EXIT
010150           READ FAUDIT03-FILE NEXT
010160        END-PERFORM
010170     END-IF.
010180 4500-FIN.
010190     MOVE 'ANONYMISES' TO WS-MAG-TRAITEMENT.
010200     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
010210 4500-EXIT.
010220     EXIT.
010230*
010240*   UNE ENTREE : CHAQUE IMAGE NON BLANCHE (MEME LAYOUT QUE
010250*   E-STAGIAIRE) EST ANONYMISEE SI ELLE EST BIEN CELLE DE LA
010260*   PERSONNE ; SUR UNE DEROGATION 'G', L'IMAGE AVANT EST LE TEXTE
010270*   DE JUSTIFICATION : SEULE LA REGLE EN CAUSE EST GARDEE
010280 4510-ANONYMISE-ENTREE.
010290*----------------------*
010300     MOVE 'N' TO WS-MODIFIE.
010310     IF AK-IMAGE-APRES NOT = SPACE
010320        MOVE AK-IMAGE-APRES TO E-STAGIAIRE
010330        PERFORM 4520-ANONYMISE-IMAGE THRU 4520-EXIT
010340        IF WS-MEME = 'O'
010350           MOVE E-STAGIAIRE TO AK-IMAGE-APRES
010360           MOVE 'O' TO WS-MODIFIE
010370        END-IF
010380     END-IF.
010390     IF AK-IMAGE-AVANT NOT = SPACE
010400        IF AK-DEROGATION
010410           IF AK-IMAGE-AVANT(16:) NOT = SPACE
010420              MOVE SPACE TO AK-IMAGE-AVANT(16:)
010430              MOVE 'O' TO WS-MODIFIE
010440           END-IF
010450        ELSE
010460           MOVE AK-IMAGE-AVANT TO E-STAGIAIRE
010470           PERFORM 4520-ANONYMISE-IMAGE THRU 4520-EXIT
010480           IF WS-MEME = 'O'
010490              MOVE E-STAGIAIRE TO AK-IMAGE-AVANT
010500              MOVE 'O' TO WS-MODIFIE
010510           END-IF
010520        END-IF
010530     END-IF.
010540     IF WS-MODIFIE = 'N'
010550        GO TO 4510-EXIT
010560     END-IF.
010562*   LE SCELLEMENT D'ORIGINE EST CONSERVE : L'ENTREE EST MARQUEE
010564*   ANONYMISEE ET LE CONTROLE DE CHAINE (CHKAUDIT) S'APPUIE ALORS
010566*   SUR L'EMPREINTE DES IMAGES RANGEE AU SCELLEMENT
010568     MOVE 'O' TO AK-ANONYMISE.
010570     REWRITE E-AUDIT.
010580     IF WS-FAUDIT-STATUS NOT = '00'
010590        PERFORM 9630-ERREUR-FAUDIT THRU 9630-EXIT
010600     END-IF.
010610     ADD 1 TO WS-NB-MAG.
010620 4510-EXIT.
010630     EXIT.
010640*
010650*   NOM 'EFFACE', COORDONNEES, CONTACT D'URGENCE, MOTIF ET
010660*   COORDONNEES BANCAIRES A BLANC ; DATE DE NAISSANCE REDUITE A
010670*   L'ANNEE (01/01) ET CODE POSTAL AU DEPARTEMENT, POUR QUE LES
010680*   STATISTIQUES TIREES DE LA PISTE (DECLTRIM...) RESTENT JUSTES
010690 4520-ANONYMISE-IMAGE.
010700*---------------------*
010710     MOVE E-NOM        TO WS-CMP-NOM.
010720     MOVE E-DATE-NAISS TO WS-CMP-NAISS.
010730     PERFORM 8300-MEME-PERSONNE THRU 8300-EXIT.
010740     IF WS-MEME = 'N'
010750        GO TO 4520-EXIT
010760     END-IF.
010770     MOVE 'EFFACE' TO E-NOM.
010771     MOVE SPACES   TO E-PRENOM E-ADR1 E-ADR2 E-VILLE
010772                      E-TELDOM E-TELPOR E-EMAIL E-TEL-URGENCE
010773                      E-MOTIF-SUSP E-IBAN E-BIC.
010774     MOVE '000'    TO E-CODEP(3:3).
010775     IF E-DATE-NAISS NOT = ZERO
010776        MOVE '0101' TO E-DATE-NAISS(1:4)
010777     END-IF.
010778 4520-EXIT.
010779     EXIT.
010780*
010781*****************************************************************
010782*  4600  -  JOURNAL DES SMS FSMS03 (CLE EVENEMENT + NUMERO :     *
010783*            LECTURE COMPLETE) : LA CLE RESTE, REFERENCE DEJA    *
010784*            TRANSMISE A LA PASSERELLE QUI EMPECHE UN SECOND     *
010785*            ENVOI ; NUMERO DE TELEPHONE ET TEXTE A BLANC - UNE  *
010786*            OFFRE DE PLACE EST TENUE SOUS LE NUMERO DE LISTE    *
010787*            D'ATTENTE (SUPPRIME EN 3300)                        *
010788*****************************************************************
010789 4600-SMS.
010790*---------*
010791     MOVE 'FSMS03  '               TO WS-MAG-FICHIER.
010792     MOVE 'JOURNAL DES SMS'        TO WS-MAG-LIBELLE.
010793     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
010794     MOVE ZERO TO WS-NB-MAG.
010795     IF WS-NUMERO = ZERO AND WS-NB-ATTENTE = ZERO
010796        GO TO 4600-FIN
010797     END-IF.
010798     READ FSMS03-FILE
010799         AT END CONTINUE
010800     END-READ.
010801     PERFORM UNTIL WS-FSMS-STATUS NOT = '00'
010802        MOVE 'N' TO WS-SMS-PERSONNE
010803        IF SM-OFFRE
010804           PERFORM VARYING WS-IA FROM 1 BY 1
010805                   UNTIL WS-IA > WS-NB-ATTENTE
010806              IF TA-NUMERO(WS-IA) = SM-NUMERO
010807                 MOVE 'O' TO WS-SMS-PERSONNE
010808              END-IF
010809           END-PERFORM
010810        ELSE
010811           IF WS-NUMERO NOT = ZERO
010812              AND SM-NUMERO = WS-NUMERO
010813              MOVE 'O' TO WS-SMS-PERSONNE
010814           END-IF
010815        END-IF
010816        IF WS-SMS-PERSONNE = 'O'
010817           AND (SM-TELEPHONE NOT = SPACE OR SM-TEXTE NOT = SPACE)
010818           MOVE SPACES TO SM-TELEPHONE SM-TEXTE
010819           REWRITE E-SMS
010820           IF WS-FSMS-STATUS NOT = '00'
010821              PERFORM 9670-ERREUR-FSMS THRU 9670-EXIT
010822           END-IF
010823           ADD 1 TO WS-NB-MAG
010824        END-IF
010825        READ FSMS03-FILE
010826            AT END CONTINUE
010827        END-READ
010828     END-PERFORM.
010829     IF WS-FSMS-STATUS NOT = '10'
010830        PERFORM 9670-ERREUR-FSMS THRU 9670-EXIT
010831     END-IF.
010832 4600-FIN.
010833     MOVE 'ANONYMISES' TO WS-MAG-TRAITEMENT.
010834     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
010835 4600-EXIT.
010836     EXIT.
010837*
010838*****************************************************************
010839*  4700  -  ETAT DU BADGE FBADG03 : L'ENTREE RESTE (EXPBADG NE   *
010840*            TRANSMET QUE LES CHANGEMENTS, UN BADGE ENCORE       *
010841*            ACTIF DOIT POUVOIR ETRE DESACTIVE), LE TITULAIRE    *
010842*            DEVIENT 'EFFACE'                                    *
010843*****************************************************************
010844 4700-BADGE.
010845*-----------*
010846     MOVE 'FBADG03 '               TO WS-MAG-FICHIER.
010847     MOVE 'BADGE D''ACCES'         TO WS-MAG-LIBELLE.
010848     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
010849     MOVE ZERO TO WS-NB-MAG.
010850     IF WS-NUMERO = ZERO
010851        GO TO 4700-FIN
010852     END-IF.
010853     MOVE WS-NUMERO TO BG-NUMERO.
010854     READ FBADG03-FILE.
010855     IF WS-FBADG-STATUS = '23'
010856        GO TO 4700-FIN
010857     END-IF.
010858     IF WS-FBADG-STATUS NOT = '00'
010859        PERFORM 9680-ERREUR-FBADG THRU 9680-EXIT
010860     END-IF.
010861     MOVE BG-NOM TO WS-CMP-NOM.
010862     MOVE ZERO   TO WS-CMP-NAISS.
010863     PERFORM 8300-MEME-PERSONNE THRU 8300-EXIT.
010864     IF WS-MEME = 'N'
010865        GO TO 4700-FIN
010866     END-IF.
010867     MOVE 'EFFACE' TO BG-NOM.
010868     REWRITE E-BADGE.
010869     IF WS-FBADG-STATUS NOT = '00'
010870        PERFORM 9680-ERREUR-FBADG THRU 9680-EXIT
010871     END-IF.
010872     ADD 1 TO WS-NB-MAG.
010873 4700-FIN.
010874     MOVE 'ANONYMISES' TO WS-MAG-TRAITEMENT.
010875     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
010876 4700-EXIT.
010877     EXIT.
010878*
010879*****************************************************************
010880*  4800  -  AVIS A L'AGENCE POUR L'EMPLOI FAGEN03 : LA CLE ET    *
010881*            L'ETAT D'ACQUITTEMENT RESTENT (SUIVI DES ENVOIS),   *
010882*            L'IMAGE DE L'AVIS EST MISE A BLANC                  *
010883*****************************************************************
010884 4800-AVIS-AGENCE.
010885*-----------------*
010886     MOVE 'FAGEN03 '               TO WS-MAG-FICHIER.
010887     MOVE 'AVIS A L''AGENCE'       TO WS-MAG-LIBELLE.
010888     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
010889     MOVE ZERO TO WS-NB-MAG.
010890     IF WS-NUMERO = ZERO
010891        GO TO 4800-FIN
010892     END-IF.
010893     MOVE WS-NUMERO  TO AN-NUMERO.
010894     MOVE LOW-VALUE  TO AN-TYPE.
010895     MOVE ZERO       TO AN-DATE.
010896     START FAGEN03-FILE KEY >= AN-CLE.
010897     IF WS-FAGEN-STATUS = '00'
010898        READ FAGEN03-FILE NEXT
010899        PERFORM UNTIL WS-FAGEN-STATUS NOT = '00'
010900                OR AN-NUMERO NOT = WS-NUMERO
010901           IF AN-AVIS NOT = SPACE
010902              MOVE SPACES TO AN-AVIS
010903              REWRITE E-AVIS-AGENCE
010904              IF WS-FAGEN-STATUS NOT = '00'
010905                 PERFORM 9690-ERREUR-FAGEN THRU 9690-EXIT
010906              END-IF
010907              ADD 1 TO WS-NB-MAG
010908           END-IF
010909           READ FAGEN03-FILE NEXT
010910        END-PERFORM
010911     END-IF.
010912 4800-FIN.
010913     MOVE 'ANONYMISES' TO WS-MAG-TRAITEMENT.
010914     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
010915 4800-EXIT.
010916     EXIT.
010917*
010918*****************************************************************
010919*  4900  -  REPONSES DE SATISFACTION FSATI03 (CLE SESSION +      *
010920*            NUMERO : LECTURE COMPLETE) : LES NOTES RESTENT      *
010921*            POUR LES STATISTIQUES DE RPTSATI, LE COMMENTAIRE    *
010922*            LIBRE EST MIS A BLANC                               *
010923*****************************************************************
010924 4900-SATISFACTION.
010925*------------------*
010926     MOVE 'FSATI03 '               TO WS-MAG-FICHIER.
010927     MOVE 'REPONSES DE SATISFACTION' TO WS-MAG-LIBELLE.
010928     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
010929     MOVE ZERO TO WS-NB-MAG.
010930     IF WS-NUMERO = ZERO
010931        GO TO 4900-FIN
010932     END-IF.
010933     READ FSATI03-FILE
010934         AT END CONTINUE
010935     END-READ.
010936     PERFORM UNTIL WS-FSATI-STATUS NOT = '00'
010937        IF SA-NUMERO = WS-NUMERO
010938           AND SA-COMMENTAIRE NOT = SPACE
010939           MOVE SPACES TO SA-COMMENTAIRE
010940           REWRITE E-SATISFACTION
010941           IF WS-FSATI-STATUS NOT = '00'
010942              PERFORM 9700-ERREUR-FSATI THRU 9700-EXIT
010943           END-IF
010944           ADD 1 TO WS-NB-MAG
010945        END-IF
010946        READ FSATI03-FILE
010947            AT END CONTINUE
010948        END-READ
010949     END-PERFORM.
010950     IF WS-FSATI-STATUS NOT = '10'
010951        PERFORM 9700-ERREUR-FSATI THRU 9700-EXIT
010952     END-IF.
010953 4900-FIN.
010954     MOVE 'ANONYMISES' TO WS-MAG-TRAITEMENT.
010955     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
010956 4900-EXIT.
010957     EXIT.
010958*
010959*****************************************************************
010960*  5000  -  VERSEMENTS D'INDEMNITE FVERS03 : CONSERVES (PIECES   *
010961*            COMPTABLES), FIN = DATE D'EXPORT + DUREE LEGALE     *
010962*****************************************************************
010963 5000-VERSEMENTS.
010964*----------------*
010965     MOVE 'FVERS03 '               TO WS-MAG-FICHIER.
010966     MOVE 'VERSEMENTS D''INDEMNITE' TO WS-MAG-LIBELLE.
010967     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
010970     MOVE ZERO TO WS-NB-MAG WS-FIN-MAX.
010980     IF WS-NUMERO = ZERO
010990        GO TO 5000-FIN
011000     END-IF.
011010     MOVE WS-NUMERO TO VS-NUMERO.
011020     MOVE ZERO      TO VS-DATE-EXPORT VS-SEQ-EXPORT VS-RANG.
011030     START FVERS03-FILE KEY >= VS-CLE.
011040     IF WS-FVERS-STATUS = '00'
011050        READ FVERS03-FILE NEXT
011060        PERFORM UNTIL WS-FVERS-STATUS NOT = '00'
011070                OR VS-NUMERO NOT = WS-NUMERO
011080           MOVE VS-NOM TO WS-CMP-NOM
011090           MOVE ZERO   TO WS-CMP-NAISS
011100           PERFORM 8300-MEME-PERSONNE THRU 8300-EXIT
011110           IF WS-MEME = 'O'
011120              MOVE VS-DATE-EXPORT TO WS-DATE-REF
011130              MOVE WS-ANS-COMPTA  TO WS-ANS
011140              PERFORM 8400-FIN-CONSERVATION THRU 8400-EXIT
011150              MOVE SPACE TO LIGNE
011160              STRING '   VERSEMENT ' VS-TYPE ' DU MOIS ' VS-MOIS
011170                     ' EXPORTE LE ' VS-DATE-EXPORT
011180                     ' - CONSERVE JUSQU''AU ' WS-DATE-CONS-ED
011190                     DELIMITED BY SIZE INTO LIGNE
011200              WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
011210              ADD 1 TO WS-NB-MAG
011220           END-IF
011230           READ FVERS03-FILE NEXT
011240        END-PERFORM
011250     END-IF.
011260 5000-FIN.
011270     MOVE 'CONSERVES' TO WS-MAG-TRAITEMENT.
011275     MOVE 'PIECE COMPTABLE' TO WS-MAG-MOTIF.
011280     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
011290 5000-EXIT.
011300     EXIT.
011310*
011320*****************************************************************
011330*  5100  -  TROP-PERCUS FTROP03 : CONSERVES (CREANCES ET         *
011340*            REMBOURSEMENTS), FIN = ENREGISTREMENT + DUREE       *
011350*****************************************************************
011360 5100-TROP-PERCUS.
011370*-----------------*
011380     MOVE 'FTROP03 '               TO WS-MAG-FICHIER.
011390     MOVE 'TROP-PERCUS'            TO WS-MAG-LIBELLE.
011400     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
011410     MOVE ZERO TO WS-NB-MAG WS-FIN-MAX.
011420     IF WS-NUMERO = ZERO
011430        GO TO 5100-FIN
011440     END-IF.
011450     MOVE WS-NUMERO TO TP-NUMERO.
011460     MOVE ZERO      TO TP-DATE-ENREG TP-HEURE-ENREG.
011470     START FTROP03-FILE KEY >= TP-CLE.
011480     IF WS-FTROP-STATUS = '00'
011490        READ FTROP03-FILE NEXT
011500        PERFORM UNTIL WS-FTROP-STATUS NOT = '00'
011510                OR TP-NUMERO NOT = WS-NUMERO
011520           MOVE TP-NOM TO WS-CMP-NOM
011530           MOVE ZERO   TO WS-CMP-NAISS
011540           PERFORM 8300-MEME-PERSONNE THRU 8300-EXIT
011550           IF WS-MEME = 'O'
011560              MOVE TP-DATE-ENREG  TO WS-DATE-REF
011570              MOVE WS-ANS-COMPTA  TO WS-ANS
011580              PERFORM 8400-FIN-CONSERVATION THRU 8400-EXIT
011590              MOVE SPACE TO LIGNE
011600              STRING '   MOUVEMENT ' TP-TYPE
011610                     ' ENREGISTRE LE ' TP-DATE-ENREG
011620                     ' - CONSERVE JUSQU''AU ' WS-DATE-CONS-ED
011630                     DELIMITED BY SIZE INTO LIGNE
011640              WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
011650              ADD 1 TO WS-NB-MAG
011660           END-IF
011670           READ FTROP03-FILE NEXT
011680        END-PERFORM
011690     END-IF.
011700 5100-FIN.
011710     MOVE 'CONSERVES' TO WS-MAG-TRAITEMENT.
011715     MOVE 'PIECE COMPTABLE' TO WS-MAG-MOTIF.
011720     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
011730 5100-EXIT.
011740     EXIT.
011750*
011760*****************************************************************
011770*  5200  -  FACTURES AUX FINANCEURS FFACT03 : LIGNES DU          *
011780*            STAGIAIRE CONSERVEES, FIN = EMISSION + DUREE        *
011790*****************************************************************
011800 5200-FACTURES.
011810*--------------*
011820     MOVE 'FFACT03 '               TO WS-MAG-FICHIER.
011830     MOVE 'FACTURES AUX FINANCEURS' TO WS-MAG-LIBELLE.
011840     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
011850     MOVE ZERO TO WS-NB-MAG WS-FIN-MAX.
011860     IF WS-NUMERO = ZERO
011870        GO TO 5200-FIN
011880     END-IF.
011890     READ FFACT03-FILE
011900         AT END CONTINUE
011910     END-READ.
011920     PERFORM UNTIL WS-FFACT-STATUS NOT = '00'
011930        IF FA-LIGNE NOT = ZERO
011940           AND FA-NUMERO-STAG = WS-NUMERO
011950           MOVE FA-NOM TO WS-CMP-NOM
011960           MOVE ZERO   TO WS-CMP-NAISS
011970           PERFORM 8300-MEME-PERSONNE THRU 8300-EXIT
011980           IF WS-MEME = 'O'
011990              MOVE FA-DATE-EMIS   TO WS-DATE-REF
012000              MOVE WS-ANS-COMPTA  TO WS-ANS
012010              PERFORM 8400-FIN-CONSERVATION THRU 8400-EXIT
012020              MOVE SPACE TO LIGNE
012030              STRING '   PIECE ' FA-NUMERO ' LIGNE ' FA-LIGNE
012040                     ' (' FA-TYPE ') EMISE LE ' FA-DATE-EMIS
012050                     ' - CONSERVEE JUSQU''AU ' WS-DATE-CONS-ED
012060                     DELIMITED BY SIZE INTO LIGNE
012070              WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
012080              ADD 1 TO WS-NB-MAG
012090           END-IF
012100        END-IF
012110        READ FFACT03-FILE
012120            AT END CONTINUE
012130        END-READ
012140     END-PERFORM.
012150 5200-FIN.
012160     MOVE 'CONSERVES' TO WS-MAG-TRAITEMENT.
012165     MOVE 'PIECE COMPTABLE' TO WS-MAG-MOTIF.
012170     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
012180 5200-EXIT.
012190     EXIT.
012200*
012210*****************************************************************
012220*  5300  -  ABSENCES FPRES03 : CONSERVEES (ELLES JUSTIFIENT LES  *
012230*            RETENUES SUR VERSEMENTS) - EDITEES EN NOMBRE, FIN   *
012240*            = DERNIERE ABSENCE + DUREE                          *
012250*****************************************************************
012260 5300-ABSENCES.
012270*--------------*
012280     MOVE 'FPRES03 '               TO WS-MAG-FICHIER.
012290     MOVE 'ABSENCES'               TO WS-MAG-LIBELLE.
012300     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
012310     MOVE ZERO TO WS-NB-MAG WS-FIN-MAX.
012320     IF WS-NUMERO = ZERO
012330        GO TO 5300-FIN
012340     END-IF.
012350     MOVE WS-NUMERO TO PR-NUMERO OF E-PRESENCE.
012360     MOVE ZERO      TO PR-DATE.
012370     START FPRES03-FILE KEY >= PR-CLE OF E-PRESENCE.
012380     IF WS-FPRES-STATUS = '00'
012390        READ FPRES03-FILE NEXT
012400        PERFORM UNTIL WS-FPRES-STATUS NOT = '00'
012410                OR PR-NUMERO OF E-PRESENCE NOT = WS-NUMERO
012420           MOVE PR-DATE        TO WS-DATE-REF
012430           MOVE WS-ANS-COMPTA  TO WS-ANS
012440           PERFORM 8400-FIN-CONSERVATION THRU 8400-EXIT
012450           ADD 1 TO WS-NB-MAG
012460           READ FPRES03-FILE NEXT
012470        END-PERFORM
012480     END-IF.
012490     IF WS-NB-MAG NOT = ZERO
012500        MOVE WS-FIN-MAX TO WS-DATE-CONS
012510        PERFORM 8500-EDITE-DATE THRU 8500-EXIT
012520        MOVE WS-NB-MAG TO WS-NB-ED
012530        MOVE SPACE TO LIGNE
012540        STRING '   ' WS-NB-ED ' JOUR(S) D''ABSENCE - CONSERVES '
012550               'JUSQU''AU ' WS-DATE-CONS-ED
012560               DELIMITED BY SIZE INTO LIGNE
012570        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
012580     END-IF.
012590 5300-FIN.
012600     MOVE 'CONSERVES' TO WS-MAG-TRAITEMENT.
012605     MOVE 'JUSTIFIE LES VERSEMENTS' TO WS-MAG-MOTIF.
012610     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
012620 5300-EXIT.
012630     EXIT.
012640*
012650*****************************************************************
012660*  5400  -  ATTESTATIONS DELIVREES FCERT03 : CONSERVEES (UN      *
012670*            EMPLOYEUR PEUT EN FAIRE VERIFIER L'AUTHENTICITE)    *
012680*****************************************************************
012690 5400-ATTESTATIONS.
012700*------------------*
012710     MOVE 'FCERT03 '               TO WS-MAG-FICHIER.
012720     MOVE 'ATTESTATIONS DELIVREES' TO WS-MAG-LIBELLE.
012730     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
012740     MOVE ZERO TO WS-NB-MAG WS-FIN-MAX.
012750     IF WS-NUMERO = ZERO
012760        GO TO 5400-FIN
012770     END-IF.
012780     READ FCERT03-FILE
012790         AT END CONTINUE
012800     END-READ.
012810     PERFORM UNTIL WS-FCERT-STATUS NOT = '00'
012820        IF CR-NUMERO = WS-NUMERO
012830           MOVE CR-DATE(7:4) TO WS-DATE-REF(1:4)
012840           MOVE CR-DATE(4:2) TO WS-DATE-REF(5:2)
012850           MOVE CR-DATE(1:2) TO WS-DATE-REF(7:2)
012860           MOVE WS-ANS-ATTEST  TO WS-ANS
012870           PERFORM 8400-FIN-CONSERVATION THRU 8400-EXIT
012880           MOVE SPACE TO LIGNE
012890           STRING '   ATTESTATION ' CR-SERIE ' (' CR-TYPE
012900                  ') DELIVREE LE ' CR-DATE
012910                  ' - CONSERVEE JUSQU''AU ' WS-DATE-CONS-ED
012911                  DELIMITED BY SIZE INTO LIGNE
012912           WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
012913           ADD 1 TO WS-NB-MAG
012914        END-IF
012915        READ FCERT03-FILE
012916            AT END CONTINUE
012917        END-READ
012918     END-PERFORM.
012919 5400-FIN.
012920     MOVE 'CONSERVES' TO WS-MAG-TRAITEMENT.
012921     MOVE 'AUTHENTICITE ATTESTATION' TO WS-MAG-MOTIF.
012922     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
012923 5400-EXIT.
012924     EXIT.
012925*
012926*****************************************************************
012927*  5500  -  CHANGEMENT DE COORDONNEES BANCAIRES FBANQ03 :        *
012928*            CONSERVE (PREUVE DU COMPTE SUR LEQUEL LES           *
012929*            INDEMNITES ONT ETE VERSEES), FIN = CHANGEMENT +     *
012930*            DUREE                                               *
012931*****************************************************************
012932 5500-BANQUE.
012933*------------*
012934     MOVE 'FBANQ03 '               TO WS-MAG-FICHIER.
012935     MOVE 'COORDONNEES BANCAIRES'  TO WS-MAG-LIBELLE.
012936     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
012937     MOVE ZERO TO WS-NB-MAG WS-FIN-MAX.
012938     IF WS-NUMERO = ZERO
012939        GO TO 5500-FIN
012940     END-IF.
012941     MOVE WS-NUMERO TO BQ-NUMERO.
012942     READ FBANQ03-FILE.
012943     IF WS-FBANQ-STATUS = '23'
012944        GO TO 5500-FIN
012945     END-IF.
012946     IF WS-FBANQ-STATUS NOT = '00'
012947        PERFORM 9710-ERREUR-FBANQ THRU 9710-EXIT
012948     END-IF.
012949     MOVE BQ-DATE-CHG    TO WS-DATE-REF.
012950     MOVE WS-ANS-COMPTA  TO WS-ANS.
012951     PERFORM 8400-FIN-CONSERVATION THRU 8400-EXIT.
012952     MOVE SPACE TO LIGNE.
012953     STRING '   CHANGEMENT DU ' BQ-DATE-CHG
012954            ' - CONSERVE JUSQU''AU ' WS-DATE-CONS-ED
012955            DELIMITED BY SIZE INTO LIGNE.
012956     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
012957     ADD 1 TO WS-NB-MAG.
012958 5500-FIN.
012959     MOVE 'CONSERVES' TO WS-MAG-TRAITEMENT.
012960     MOVE 'JUSTIFIE LES VERSEMENTS' TO WS-MAG-MOTIF.
012961     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
012962 5500-EXIT.
012963     EXIT.
012964*
012965*****************************************************************
012966*  5600  -  FRAIS DE TRANSPORT FFRAI03 : UNE DEMANDE APPROUVEE   *
012967*            OU VERSEE EST CONSERVEE (PIECE COMPTABLE, FIN =     *
012968*            VERSEMENT OU DECISION + DUREE), LES AUTRES SONT     *
012969*            SUPPRIMEES                                          *
012970*****************************************************************
012971 5600-FRAIS.
012972*-----------*
012973     MOVE 'FFRAI03 '               TO WS-MAG-FICHIER.
012974     MOVE 'FRAIS DE TRANSPORT'     TO WS-MAG-LIBELLE.
012975     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
012976     MOVE ZERO TO WS-NB-MAG WS-NB-GARDES WS-FIN-MAX.
012977     IF WS-NUMERO = ZERO
012978        GO TO 5600-FIN
012979     END-IF.
012980     MOVE WS-NUMERO TO FR-NUMERO.
012981     MOVE ZERO      TO FR-DATE-DEBUT.
012982     START FFRAI03-FILE KEY >= FR-CLE.
012983     IF WS-FFRAI-STATUS = '00'
012984        READ FFRAI03-FILE NEXT
012985        PERFORM UNTIL WS-FFRAI-STATUS NOT = '00'
012986                OR FR-NUMERO NOT = WS-NUMERO
012987           IF FR-APPROUVEE OR FR-EXPORTEE
012988              IF FR-EXPORTEE
012989                 MOVE FR-DATE-EXPORT   TO WS-DATE-REF
012990              ELSE
012991                 MOVE FR-DATE-DECISION TO WS-DATE-REF
012992              END-IF
012993              MOVE WS-ANS-COMPTA  TO WS-ANS
012994              PERFORM 8400-FIN-CONSERVATION THRU 8400-EXIT
012995              MOVE SPACE TO LIGNE
012996              STRING '   DEMANDE DU ' FR-DATE-DEBUT
012997                     ' (ETAT ' FR-ETAT ') - CONSERVEE JUSQU''AU '
012998                     WS-DATE-CONS-ED
012999                     DELIMITED BY SIZE INTO LIGNE
013000              WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
013001              ADD 1 TO WS-NB-GARDES
013002           ELSE
013003              DELETE FFRAI03-FILE
013004              IF WS-FFRAI-STATUS NOT = '00'
013005                 PERFORM 9720-ERREUR-FFRAI THRU 9720-EXIT
013006              END-IF
013007              ADD 1 TO WS-NB-MAG
013008           END-IF
013009           READ FFRAI03-FILE NEXT
013010        END-PERFORM
013011     END-IF.
013012 5600-FIN.
013013     MOVE 'SUPPRIMES' TO WS-MAG-TRAITEMENT.
013014     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
013015     MOVE WS-NB-GARDES TO WS-NB-MAG.
013016     MOVE 'CONSERVES' TO WS-MAG-TRAITEMENT.
013017     MOVE 'PIECE COMPTABLE' TO WS-MAG-MOTIF.
013018     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
013019 5600-EXIT.
013020     EXIT.
013021*
013022*****************************************************************
013023*  5700  -  CONGES PAYES FCONG03 : UN JOUR ACCORDE EST CONSERVE  *
013024*            (IL JUSTIFIE UN JOUR PAYE SANS PRESENCE, FIN =      *
013025*            JOUR + DUREE) ; LE SOLDE ET LES JOURS DEMANDES,     *
013026*            REFUSES OU ANNULES SONT SUPPRIMES                   *
013027*****************************************************************
013028 5700-CONGES.
013029*------------*
013030     MOVE 'FCONG03 '               TO WS-MAG-FICHIER.
013031     MOVE 'CONGES PAYES'           TO WS-MAG-LIBELLE.
013032     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
013033     MOVE ZERO TO WS-NB-MAG WS-NB-GARDES WS-FIN-MAX.
013034     IF WS-NUMERO = ZERO
013035        GO TO 5700-FIN
013036     END-IF.
013037     MOVE WS-NUMERO TO CG-NUMERO.
013038     MOVE ZERO      TO CG-DATE.
013039     START FCONG03-FILE KEY >= CG-CLE.
013040     IF WS-FCONG-STATUS = '00'
013041        READ FCONG03-FILE NEXT
013042        PERFORM UNTIL WS-FCONG-STATUS NOT = '00'
013043                OR CG-NUMERO NOT = WS-NUMERO
013044           IF CG-DATE NOT = ZERO AND CG-ACCORDE
013045              MOVE CG-DATE        TO WS-DATE-REF
013046              MOVE WS-ANS-COMPTA  TO WS-ANS
013047              PERFORM 8400-FIN-CONSERVATION THRU 8400-EXIT
013048              MOVE SPACE TO LIGNE
013049              STRING '   CONGE ACCORDE LE ' CG-DATE
013050                     ' - CONSERVE JUSQU''AU ' WS-DATE-CONS-ED
013051                     DELIMITED BY SIZE INTO LIGNE
013052              WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
013053              ADD 1 TO WS-NB-GARDES
013054           ELSE
013055              DELETE FCONG03-FILE
013056              IF WS-FCONG-STATUS NOT = '00'
013057                 PERFORM 9730-ERREUR-FCONG THRU 9730-EXIT
013058              END-IF
013059              ADD 1 TO WS-NB-MAG
013060           END-IF
013061           READ FCONG03-FILE NEXT
013062        END-PERFORM
013063     END-IF.
013064 5700-FIN.
013065     MOVE 'SUPPRIMES' TO WS-MAG-TRAITEMENT.
013066     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
013067     MOVE WS-NB-GARDES TO WS-NB-MAG.
013068     MOVE 'CONSERVES' TO WS-MAG-TRAITEMENT.
013069     MOVE 'JUSTIFIE LES VERSEMENTS' TO WS-MAG-MOTIF.
013070     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
013071 5700-EXIT.
013072     EXIT.
013073*
013074*****************************************************************
013075*  5800  -  AVERTISSEMENTS FAVER03 : UNE SUSPENSION PRONONCEE    *
013076*            EST CONSERVEE (ELLE JUSTIFIE L'ARRET DES            *
013077*            VERSEMENTS, FIN = DECISION + DUREE) ; LES AUTRES    *
013078*            ETAPES SONT SUPPRIMEES                              *
013079*****************************************************************
013080 5800-AVERTISSEMENTS.
013081*--------------------*
013082     MOVE 'FAVER03 '               TO WS-MAG-FICHIER.
013083     MOVE 'AVERTISSEMENTS'         TO WS-MAG-LIBELLE.
013084     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
013085     MOVE ZERO TO WS-NB-MAG WS-NB-GARDES WS-FIN-MAX.
013086     IF WS-NUMERO = ZERO
013087        GO TO 5800-FIN
013088     END-IF.
013089     MOVE WS-NUMERO TO AV-NUMERO.
013090     MOVE ZERO      TO AV-MOIS.
013091     START FAVER03-FILE KEY >= AV-CLE.
013092     IF WS-FAVER-STATUS = '00'
013093        READ FAVER03-FILE NEXT
013094        PERFORM UNTIL WS-FAVER-STATUS NOT = '00'
013095                OR AV-NUMERO NOT = WS-NUMERO
013096           IF AV-SUSPENSION
013097              MOVE AV-DATE-DECISION TO WS-DATE-REF
013098              MOVE WS-ANS-COMPTA    TO WS-ANS
013099              PERFORM 8400-FIN-CONSERVATION THRU 8400-EXIT
013100              MOVE SPACE TO LIGNE
013101              STRING '   SUSPENSION DU ' AV-DATE-DECISION
013102                     ' (MOIS ' AV-MOIS ') - CONSERVEE JUSQU''AU '
013103                     WS-DATE-CONS-ED
013104                     DELIMITED BY SIZE INTO LIGNE
013105              WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
013106              ADD 1 TO WS-NB-GARDES
013107           ELSE
013108              DELETE FAVER03-FILE
013109              IF WS-FAVER-STATUS NOT = '00'
013110                 PERFORM 9740-ERREUR-FAVER THRU 9740-EXIT
013111              END-IF
013112              ADD 1 TO WS-NB-MAG
013113           END-IF
013114           READ FAVER03-FILE NEXT
013115        END-PERFORM
013116     END-IF.
013117 5800-FIN.
013118     MOVE 'SUPPRIMES' TO WS-MAG-TRAITEMENT.
013119     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
013120     MOVE WS-NB-GARDES TO WS-NB-MAG.
013121     MOVE 'CONSERVES' TO WS-MAG-TRAITEMENT.
013122     MOVE 'JUSTIFIE LES VERSEMENTS' TO WS-MAG-MOTIF.
013123     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
013124 5800-EXIT.
013125     EXIT.
013126*
013127*****************************************************************
013128*  5900  -  PERIODES EN ENTREPRISE FPLAC03 : CONSERVEES (UN      *
013129*            JOUR EN ENTREPRISE EST UN JOUR PAYE SANS PRESENCE   *
013130*            AU CENTRE), FIN = FIN DE PERIODE + DUREE            *
013131*****************************************************************
013132 5900-PLACEMENTS.
013133*----------------*
013134     MOVE 'FPLAC03 '               TO WS-MAG-FICHIER.
013135     MOVE 'PERIODES EN ENTREPRISE' TO WS-MAG-LIBELLE.
013136     PERFORM 8100-TITRE-MAGASIN THRU 8100-EXIT.
013137     MOVE ZERO TO WS-NB-MAG WS-FIN-MAX.
013138     IF WS-NUMERO = ZERO
013139        GO TO 5900-FIN
013140     END-IF.
013141     MOVE WS-NUMERO  TO PL-NUMERO.
013142     MOVE LOW-VALUE  TO PL-CODE-SESSION.
013143     MOVE ZERO       TO PL-DATE-DEBUT.
013144     START FPLAC03-FILE KEY >= PL-CLE.
013145     IF WS-FPLAC-STATUS = '00'
013146        READ FPLAC03-FILE NEXT
013147        PERFORM UNTIL WS-FPLAC-STATUS NOT = '00'
013148                OR PL-NUMERO NOT = WS-NUMERO
013149           MOVE PL-DATE-FIN    TO WS-DATE-REF
013150           MOVE WS-ANS-COMPTA  TO WS-ANS
013151           PERFORM 8400-FIN-CONSERVATION THRU 8400-EXIT
013152           MOVE SPACE TO LIGNE
013153           STRING '   PERIODE DU ' PL-DATE-DEBUT
013154                  ' AU ' PL-DATE-FIN
013155                  ' - CONSERVEE JUSQU''AU ' WS-DATE-CONS-ED
013156                  DELIMITED BY SIZE INTO LIGNE
013157           WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
013158           ADD 1 TO WS-NB-MAG
013159           READ FPLAC03-FILE NEXT
013160        END-PERFORM
013161     END-IF.
013162 5900-FIN.
013163     MOVE 'CONSERVES' TO WS-MAG-TRAITEMENT.
013164     MOVE 'JUSTIFIE LES VERSEMENTS' TO WS-MAG-MOTIF.
013165     PERFORM 8200-BILAN-MAGASIN THRU 8200-EXIT.
013166 5900-EXIT.
013167     EXIT.
013168*
013169*****************************************************************
013170*  6000  -  TRACE 'E' DANS LA PISTE D'AUDIT, SANS DONNEE         *
013171*            PERSONNELLE : REFERENCE DE LA DEMANDE ET COMPTES -  *
013172*            REPLAY LA TRAITE COMME UNE SUPPRESSION : UNE        *
013173*            SAUVEGARDE RESTAUREE NE FAIT PAS REVIVRE LA FICHE   *
013174*****************************************************************
013175 6000-MARQUEUR-AUDIT.
013176*--------------------*
013177     IF WS-NUMERO = ZERO
013178        GO TO 6000-EXIT
013179     END-IF.
013180     MOVE WS-NUMERO          TO AK-NUMERO.
013181     MOVE WS-DATE-JOUR       TO AK-DATE.
013190     MOVE WS-HEURE-JOUR(1:6) TO AK-HEURE.
013200     MOVE 'E'                TO AK-ACTION.
013210     MOVE 'BAT'              TO AK-OPERATEUR.
013220     MOVE 'BTCH'             TO AK-TERMINAL.
013230     MOVE SPACES             TO AK-IMAGE-AVANT AK-IMAGE-APRES.
013240     MOVE WS-NB-SUPPRIMES    TO WS-NB-ED-S.
013250     MOVE WS-NB-ANONYMISES   TO WS-NB-ED-A.
013260     MOVE WS-NB-CONSERVES    TO WS-NB-ED-C.
013270     STRING 'EFFACEMENT - DEMANDE ' WS-REFERENCE
013280            ' - SUPPRIMES ' WS-NB-ED-S
013290            ' - ANONYMISES ' WS-NB-ED-A
013300            ' - CONSERVES ' WS-NB-ED-C
013310            DELIMITED BY SIZE INTO AK-IMAGE-AVANT.
013320     PERFORM 6010-ECRIT-AUDIT THRU 6010-EXIT.
013321 6000-EXIT.
013322     EXIT.
013323*
013324*****************************************************************
013325*  6010  -  ECRITURE SCELLEE D'UNE ENTREE D'AUDIT : RANG         *
013326*            SUIVANT ET EMPREINTE DU DERNIER MAILLON LUS         *
013327*            DANS LA TETE DE CHAINE ('AUDCHAIN' DE FCTL03),      *
013328*            EMPREINTES CALCULEES PAR SCELAUD - LA TETE          *
013329*            N'AVANCE QUE SUR UNE ENTREE ECRITE (UN DOUBLON      *
013330*            DE CLE NE CONSOMME PAS DE RANG)                     *
013331*****************************************************************
013332 6010-ECRIT-AUDIT.
013333*-----------------*
013334     MOVE 'AUDCHAIN' TO CT-CLE.
013335     READ FCTL03-FILE.
013336     MOVE WS-FCTL-STATUS TO WS-CHAINE-STATUS.
013337     EVALUATE WS-FCTL-STATUS
013338         WHEN '00'
013339             COMPUTE AK-SEQUENCE = CT-SEQUENCE-EVT + 1
013340             MOVE CT-EMPREINTE TO AK-EMPREINTE-PREC
013341         WHEN '23'
013342             MOVE 1            TO AK-SEQUENCE
013343             MOVE ZERO         TO AK-EMPREINTE-PREC
013344         WHEN OTHER
013345             PERFORM 9640-ERREUR-FCTL THRU 9640-EXIT
013346     END-EVALUATE.
013347     MOVE ZERO              TO AK-EMPREINTE-IMAGES.
013348     MOVE ZERO              TO AK-EMPREINTE.
013349     MOVE ZERO              TO AK-NUMERO-ORIGINE.
013350     MOVE SPACE             TO AK-ANONYMISE.
013351     MOVE E-AUDIT           TO SC-ENTREE.
013352     CALL 'SCELAUD' USING SCELAUD-COMMAREA.
013353     MOVE SC-CALC-IMAGES    TO AK-EMPREINTE-IMAGES.
013354     MOVE SC-CALC-EMPREINTE TO AK-EMPREINTE.
013355     WRITE E-AUDIT.
013356     IF WS-FAUDIT-STATUS NOT = '00' AND NOT = '22'
013357        PERFORM 9630-ERREUR-FAUDIT THRU 9630-EXIT
013358     END-IF.
013359     IF WS-FAUDIT-STATUS = '00'
013360        IF WS-CHAINE-STATUS = '23'
013361           MOVE SPACES     TO E-CONTROLE
013362           MOVE 'AUDCHAIN' TO CT-CLE
013363           MOVE ZERO       TO CT-SEQUENCE
013364           MOVE 'T'        TO CT-ETAT
013365        END-IF
013366        MOVE AK-SEQUENCE  TO CT-SEQUENCE-EVT
013367        MOVE AK-EMPREINTE TO CT-EMPREINTE
013368        MOVE AK-DATE      TO CT-DATE
013369        MOVE AK-HEURE     TO CT-HEURE
013370        IF WS-CHAINE-STATUS = '00'
013371           REWRITE E-CONTROLE
013372        ELSE
013373           WRITE E-CONTROLE
013374        END-IF
013375        IF WS-FCTL-STATUS NOT = '00'
013376           PERFORM 9640-ERREUR-FCTL THRU 9640-EXIT
013377        END-IF
013378     END-IF.
013379 6010-EXIT.
013380     EXIT.
013381*
013382*****************************************************************
013400*  7000  -  CERTIFICAT D'EFFACEMENT REMIS AU DEMANDEUR (PAGE     *
013410*            SEPAREE, SANS AUTRE DONNEE PERSONNELLE QUE LE       *
013420*            NUMERO DE DOSSIER)                                  *
013430*****************************************************************
013440 7000-CERTIFICAT.
013450*----------------*
013460     MOVE SPACE TO LIGNE.
013470     MOVE ' CERTIFICAT D''EFFACEMENT DES DONNEES PERSONNELLES'
013480          TO LIGNE.
013490     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
013500     MOVE SPACE TO LIGNE.
013510     STRING ' REFERENCE DE LA DEMANDE : ' WS-REFERENCE
013520            DELIMITED BY SIZE INTO LIGNE.
013530     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
013540     MOVE SPACE TO LIGNE.
013550     STRING ' DOSSIER NUMERO          : ' WS-NUMERO
013560            DELIMITED BY SIZE INTO LIGNE.
013570     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
013580     MOVE SPACE TO LIGNE.
013590     STRING ' EFFACEMENT REALISE LE   : ' WS-DATE-EDIT
013600            DELIMITED BY SIZE INTO LIGNE.
013610     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
013620     MOVE ' LES DONNEES VOUS CONCERNANT ONT ETE TRAITEES COMME'
013630          TO LIGNE.
013640     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
013650     MOVE ' SUIT DANS CHACUN DES FICHIERS DU SYSTEME :' TO LIGNE.
013660     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
013670     MOVE SPACE TO LIGNE.
013680     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
013690     PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-NB-POSTES
013700        MOVE TM-NOMBRE(WS-IX) TO WS-NB-ED
013710        MOVE SPACE TO LIGNE
013715        EVALUATE TRUE
013720           WHEN TM-TRAITEMENT(WS-IX) = 'CONSERVES'
013725                AND TM-FIN-CONS(WS-IX) NOT = ZERO
013730              MOVE TM-FIN-CONS(WS-IX) TO WS-DATE-CONS
013735              PERFORM 8500-EDITE-DATE THRU 8500-EXIT
013740              STRING '   ' TM-FICHIER(WS-IX) ' : ' WS-NB-ED
013745                     ' ENREGISTREMENT(S) ' TM-TRAITEMENT(WS-IX)
013750                     ' (OBLIGATION LEGALE - ' DELIMITED BY SIZE
013755                     TM-MOTIF(WS-IX)          DELIMITED BY '  '
013760                     ', JUSQU''AU ' WS-DATE-CONS-ED ')'
013765                                              DELIMITED BY SIZE
013770                     INTO LIGNE
013775           WHEN TM-TRAITEMENT(WS-IX) = 'CONSERVES'
013780                AND TM-MOTIF(WS-IX) NOT = SPACE
013782                AND TM-NOMBRE(WS-IX) NOT = ZERO
013785              STRING '   ' TM-FICHIER(WS-IX) ' : ' WS-NB-ED
013790                     ' ENREGISTREMENT(S) ' TM-TRAITEMENT(WS-IX)
013795                     ' ('             DELIMITED BY SIZE
013800                     TM-MOTIF(WS-IX)  DELIMITED BY '  '
013805                     ')'              DELIMITED BY SIZE
013810                     INTO LIGNE
013815           WHEN OTHER
013820              STRING '   ' TM-FICHIER(WS-IX) ' : ' WS-NB-ED
013825                     ' ENREGISTREMENT(S) ' TM-TRAITEMENT(WS-IX)
013830                     DELIMITED BY SIZE INTO LIGNE
013835        END-EVALUATE
013860        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
013870     END-PERFORM.
013880     MOVE ' LES DONNEES CONSERVEES LE SONT AU SEUL TITRE D''UNE'
013890          TO LIGNE.
013900     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
013910     MOVE ' OBLIGATION LEGALE ET SERONT DETRUITES A L''ECHEANCE'
013920          TO LIGNE.
013930     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
013940     MOVE ' INDIQUEE. LES SAUVEGARDES ET LES ARCHIVES DE LA PISTE'
013950          TO LIGNE.
013960     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
013970     MOVE ' D''AUDIT DISPARAISSENT AU TERME DE LEUR CYCLE ; UNE'
013980          TO LIGNE.
013990     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
014000     MOVE ' RESTAURATION REAPPLIQUE CET EFFACEMENT.' TO LIGNE.
014010     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
014020 7000-EXIT.
014030     EXIT.
014040*
014050 8100-TITRE-MAGASIN.
014060*-------------------*
014065     MOVE SPACE TO WS-MAG-MOTIF.
014070     MOVE SPACE TO LIGNE.
014080     STRING ' MAGASIN ' WS-MAG-FICHIER ' ('
014090                             DELIMITED BY SIZE
014100            WS-MAG-LIBELLE   DELIMITED BY '  '
014110            ') :'            DELIMITED BY SIZE
014120            INTO LIGNE.
014130     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
014140 8100-EXIT.
014150     EXIT.
014160*
014170*   LIGNE DE BILAN DU MAGASIN ET POSTE DU CERTIFICAT
014180 8200-BILAN-MAGASIN.
014190*-------------------*
014200     MOVE WS-NB-MAG TO WS-NB-ED.
014210     MOVE SPACE TO LIGNE.
014220     STRING '   => ' WS-NB-ED ' ENREGISTREMENT(S) '
014230            WS-MAG-TRAITEMENT
014240            DELIMITED BY SIZE INTO LIGNE.
014250     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
014260     EVALUATE WS-MAG-TRAITEMENT
014270         WHEN 'SUPPRIMES'
014280             ADD WS-NB-MAG TO WS-NB-SUPPRIMES
014290         WHEN 'ANONYMISES'
014300             ADD WS-NB-MAG TO WS-NB-ANONYMISES
014310         WHEN OTHER
014320             ADD WS-NB-MAG TO WS-NB-CONSERVES
014330     END-EVALUATE.
014340     IF WS-NB-POSTES < 40
014350        ADD 1 TO WS-NB-POSTES
014360        MOVE WS-MAG-FICHIER    TO TM-FICHIER(WS-NB-POSTES)
014370        MOVE WS-MAG-TRAITEMENT TO TM-TRAITEMENT(WS-NB-POSTES)
014380        MOVE WS-NB-MAG         TO TM-NOMBRE(WS-NB-POSTES)
014390        MOVE ZERO              TO TM-FIN-CONS(WS-NB-POSTES)
014395        MOVE WS-MAG-MOTIF      TO TM-MOTIF(WS-NB-POSTES)
014400        IF WS-MAG-TRAITEMENT = 'CONSERVES'
014410           MOVE WS-FIN-MAX     TO TM-FIN-CONS(WS-NB-POSTES)
014420        END-IF
014430     END-IF.
014440 8200-EXIT.
014450     EXIT.
014460*
014470*   MEME PERSONNE : MEME NOM, OU MEME DATE DE NAISSANCE (LE NOM
014480*   A PU CHANGER, FNOMH03) - UN NUMERO REATTRIBUE A UN AUTRE
014490*   STAGIAIRE N'EST PAS TOUCHE
014500 8300-MEME-PERSONNE.
014510*-------------------*
014520     MOVE 'N' TO WS-MEME.
014530     IF WS-CMP-NOM = WS-NOM
014540        MOVE 'O' TO WS-MEME
014550     END-IF.
014560     IF WS-DATE-NAISS NOT = ZERO
014570        AND WS-CMP-NAISS = WS-DATE-NAISS
014580        MOVE 'O' TO WS-MEME
014590     END-IF.
014600 8300-EXIT.
014610     EXIT.
014620*
014630*   FIN DE CONSERVATION = WS-DATE-REF (AAAAMMJJ) + WS-ANS ANNEES,
014640*   EDITEE JJ/MM/AAAA, ET PLUS LOINTAINE FIN DU MAGASIN
014650 8400-FIN-CONSERVATION.
014660*----------------------*
014670     IF WS-DATE-REF NOT NUMERIC
014680        MOVE WS-DATE-JOUR TO WS-DATE-REF
014690     END-IF.
014700     COMPUTE WS-DATE-CONS = WS-DATE-REF + WS-ANS * 10000.
014710     IF WS-DATE-CONS > WS-FIN-MAX
014720        MOVE WS-DATE-CONS TO WS-FIN-MAX
014730     END-IF.
014740     PERFORM 8500-EDITE-DATE THRU 8500-EXIT.
014750 8400-EXIT.
014760     EXIT.
014770*
014780 8500-EDITE-DATE.
014790*----------------*
014800     MOVE SPACE TO WS-DATE-CONS-ED.
014810     STRING WS-DATE-CONS(7:2) '/' WS-DATE-CONS(5:2) '/'
014820            WS-DATE-CONS(1:4)
014830            DELIMITED BY SIZE INTO WS-DATE-CONS-ED.
014840 8500-EXIT.
014850     EXIT.
014860*
014870*****************************************************************
014880*  9500  -  ERREURS D'ENTREE/SORTIE - LE CODE STATUT EST TRACE   *
014890*            ET LE TRAITEMENT EST INTERROMPU                     *
014900*****************************************************************
014910 9500-ERREUR-FSTAG.
014920*------------------*
014930     DISPLAY 'EFFRGPD - ERREUR E/S FSTAG03 - CODE STATUT '
014940             WS-FSTAG-STATUS.
014950     MOVE 16 TO RETURN-CODE.
014960     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
014970     STOP RUN.
014980 9500-EXIT.
014990     EXIT.
015000*
015010 9510-ERREUR-FARC.
015020*-----------------*
015030     DISPLAY 'EFFRGPD - ERREUR E/S FSTAGARC - CODE STATUT '
015040             WS-FARC-STATUS.
015050     MOVE 16 TO RETURN-CODE.
015060     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
015070     STOP RUN.
015080 9510-EXIT.
015090     EXIT.
015100*
015110 9520-ERREUR-FFIN.
015120*-----------------*
015130     DISPLAY 'EFFRGPD - ERREUR E/S FSTAGFIN - CODE STATUT '
015140             WS-FFIN-STATUS.
015150     MOVE 16 TO RETURN-CODE.
015160     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
015170     STOP RUN.
015180 9520-EXIT.
015190     EXIT.
015200*
015210 9530-ERREUR-FATTE.
015220*------------------*
015230     DISPLAY 'EFFRGPD - ERREUR E/S FATTE03 - CODE STATUT '
015240             WS-FATTE-STATUS.
015250     MOVE 16 TO RETURN-CODE.
015260     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
015270     STOP RUN.
015280 9530-EXIT.
015290     EXIT.
015300*
015310 9540-ERREUR-FREFU.
015320*------------------*
015330     DISPLAY 'EFFRGPD - ERREUR E/S FREFU03 - CODE STATUT '
015340             WS-FREFU-STATUS.
015350     MOVE 16 TO RETURN-CODE.
015360     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
015370     STOP RUN.
015380 9540-EXIT.
015390     EXIT.
015400*
015410 9550-ERREUR-FDERO.
015420*------------------*
015430     DISPLAY 'EFFRGPD - ERREUR E/S FDERO03 - CODE STATUT '
015440             WS-FDERO-STATUS.
015450     MOVE 16 TO RETURN-CODE.
015460     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
015470     STOP RUN.
015480 9550-EXIT.
015490     EXIT.
015500*
015510 9560-ERREUR-FSUIV.
015520*------------------*
015530     DISPLAY 'EFFRGPD - ERREUR E/S FSUIV03 - CODE STATUT '
015540             WS-FSUIV-STATUS.
015550     MOVE 16 TO RETURN-CODE.
015560     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
015570     STOP RUN.
015580 9560-EXIT.
015590     EXIT.
015600*
015610 9570-ERREUR-FXREF.
015620*------------------*
015630     DISPLAY 'EFFRGPD - ERREUR E/S FXREF03 - CODE STATUT '
015640             WS-FXREF-STATUS.
015650     MOVE 16 TO RETURN-CODE.
015660     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
015670     STOP RUN.
015680 9570-EXIT.
015690     EXIT.
015700*
015710 9580-ERREUR-FRELA.
015720*------------------*
015730     DISPLAY 'EFFRGPD - ERREUR E/S FRELA03 - CODE STATUT '
015740             WS-FRELA-STATUS.
015750     MOVE 16 TO RETURN-CODE.
015760     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
015770     STOP RUN.
015780 9580-EXIT.
015790     EXIT.
015800*
015810 9590-ERREUR-FNOMH.
015820*------------------*
015830     DISPLAY 'EFFRGPD - ERREUR E/S FNOMH03 - CODE STATUT '
015840             WS-FNOMH-STATUS.
015850     MOVE 16 TO RETURN-CODE.
015860     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
015870     STOP RUN.
015880 9590-EXIT.
015890     EXIT.
015900*
015910 9600-ERREUR-FRLEG.
015920*------------------*
015930     DISPLAY 'EFFRGPD - ERREUR E/S FRLEG03 - CODE STATUT '
015940             WS-FRLEG-STATUS.
015950     MOVE 16 TO RETURN-CODE.
015960     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
015970     STOP RUN.
015980 9600-EXIT.
015990     EXIT.
016000*
016010 9610-ERREUR-FADAP.
016020*------------------*
016030     DISPLAY 'EFFRGPD - ERREUR E/S FADAP03 - CODE STATUT '
016040             WS-FADAP-STATUS.
016050     MOVE 16 TO RETURN-CODE.
016060     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
016070     STOP RUN.
016080 9610-EXIT.
016090     EXIT.
016100*
016110 9620-ERREUR-FPRET.
016120*------------------*
016130     DISPLAY 'EFFRGPD - ERREUR E/S FPRET03 - CODE STATUT '
016140             WS-FPRET-STATUS.
016150     MOVE 16 TO RETURN-CODE.
016160     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
016170     STOP RUN.
016180 9620-EXIT.
016190     EXIT.
016200*
016210 9630-ERREUR-FAUDIT.
016220*-------------------*
016230     DISPLAY 'EFFRGPD - ERREUR E/S FAUDIT03 - CODE STATUT '
016240             WS-FAUDIT-STATUS.
016250     MOVE 16 TO RETURN-CODE.
016260     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
016270     STOP RUN.
016280 9630-EXIT.
016281     EXIT.
016282*
016283 9640-ERREUR-FCTL.
016284*-----------------*
016285     DISPLAY 'EFFRGPD - ERREUR E/S FCTL03 - CODE STATUT '
016286             WS-FCTL-STATUS.
016287     MOVE 16 TO RETURN-CODE.
016288     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
016289     STOP RUN.
016290 9640-EXIT.
016291     EXIT.
016292*
016293 9650-ERREUR-FCAND.
016294*------------------*
016295     DISPLAY 'EFFRGPD - ERREUR E/S FCAND03 - CODE STATUT '
016296             WS-FCAND-STATUS.
016297     MOVE 16 TO RETURN-CODE.
016298     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
016299     STOP RUN.
016300 9650-EXIT.
016301     EXIT.
016302*
016303 9660-ERREUR-FEXAM.
016304*------------------*
016305     DISPLAY 'EFFRGPD - ERREUR E/S FEXAM03 - CODE STATUT '
016306             WS-FEXAM-STATUS.
016307     MOVE 16 TO RETURN-CODE.
016308     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
016309     STOP RUN.
016310 9660-EXIT.
016311     EXIT.
016312*
016313 9670-ERREUR-FSMS.
016314*-----------------*
016315     DISPLAY 'EFFRGPD - ERREUR E/S FSMS03 - CODE STATUT '
016316             WS-FSMS-STATUS.
016317     MOVE 16 TO RETURN-CODE.
016318     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
016319     STOP RUN.
016320 9670-EXIT.
016321     EXIT.
016322*
016323 9680-ERREUR-FBADG.
016324*------------------*
016325     DISPLAY 'EFFRGPD - ERREUR E/S FBADG03 - CODE STATUT '
016326             WS-FBADG-STATUS.
016327     MOVE 16 TO RETURN-CODE.
016328     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
016329     STOP RUN.
016330 9680-EXIT.
016331     EXIT.
016332*
016333 9690-ERREUR-FAGEN.
016334*------------------*
016335     DISPLAY 'EFFRGPD - ERREUR E/S FAGEN03 - CODE STATUT '
016336             WS-FAGEN-STATUS.
016337     MOVE 16 TO RETURN-CODE.
016338     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
016339     STOP RUN.
016340 9690-EXIT.
016341     EXIT.
016342*
016343 9700-ERREUR-FSATI.
016344*------------------*
016345     DISPLAY 'EFFRGPD - ERREUR E/S FSATI03 - CODE STATUT '
016346             WS-FSATI-STATUS.
016347     MOVE 16 TO RETURN-CODE.
016348     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
016349     STOP RUN.
016350 9700-EXIT.
016351     EXIT.
016352*
016353 9710-ERREUR-FBANQ.
016354*------------------*
016355     DISPLAY 'EFFRGPD - ERREUR E/S FBANQ03 - CODE STATUT '
016356             WS-FBANQ-STATUS.
016357     MOVE 16 TO RETURN-CODE.
016358     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
016359     STOP RUN.
016360 9710-EXIT.
016361     EXIT.
016362*
016363 9720-ERREUR-FFRAI.
016364*------------------*
016365     DISPLAY 'EFFRGPD - ERREUR E/S FFRAI03 - CODE STATUT '
016366             WS-FFRAI-STATUS.
016367     MOVE 16 TO RETURN-CODE.
016368     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
016369     STOP RUN.
016370 9720-EXIT.
016371     EXIT.
016372*
016373 9730-ERREUR-FCONG.
016374*------------------*
016375     DISPLAY 'EFFRGPD - ERREUR E/S FCONG03 - CODE STATUT '
016376             WS-FCONG-STATUS.
016377     MOVE 16 TO RETURN-CODE.
016378     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
016379     STOP RUN.
016380 9730-EXIT.
016381     EXIT.
016382*
016383 9740-ERREUR-FAVER.
016384*------------------*
016385     DISPLAY 'EFFRGPD - ERREUR E/S FAVER03 - CODE STATUT '
016386             WS-FAVER-STATUS.
016387     MOVE 16 TO RETURN-CODE.
016388     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
016389     STOP RUN.
016390 9740-EXIT.
016391     EXIT.
016392*
016393*****************************************************************
016394*  9000  -  FERMETURE DES FICHIERS                               *
016395*****************************************************************
016396 9000-TERMINAISON.
016397*-----------------*
016398     CLOSE FSTAG03-FILE.
016399     CLOSE FSTAGARC-FILE.
016400     CLOSE FSTAGFIN-FILE.
016401     CLOSE FATTE03-FILE.
016402     CLOSE FREFU03-FILE.
016410     CLOSE FDERO03-FILE.
016420     CLOSE FSUIV03-FILE.
016430     CLOSE FXREF03-FILE.
016440     CLOSE FRELA03-FILE.
016450     CLOSE FNOMH03-FILE.
016460     CLOSE FRLEG03-FILE.
016470     CLOSE FADAP03-FILE.
016480     CLOSE FPRET03-FILE.
016481     CLOSE FCAND03-FILE.
016482     CLOSE FEXAM03-FILE.
016483     CLOSE FSMS03-FILE.
016484     CLOSE FBADG03-FILE.
016485     CLOSE FAGEN03-FILE.
016486     CLOSE FSATI03-FILE.
016487     CLOSE FFRAI03-FILE.
016488     CLOSE FCONG03-FILE.
016489     CLOSE FAVER03-FILE.
016490     CLOSE FAUDIT03-FILE.
016495     CLOSE FCTL03-FILE.
016500     CLOSE FVERS03-FILE.
016510     CLOSE FTROP03-FILE.
016520     CLOSE FFACT03-FILE.
016530     CLOSE FCERT03-FILE.
016540     CLOSE FPRES03-FILE.
016543     CLOSE FBANQ03-FILE.
016546     CLOSE FPLAC03-FILE.
016550     CLOSE RAPPORT-FILE.
016560 9000-EXIT.
016570     EXIT.
