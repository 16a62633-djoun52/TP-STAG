000050 DATE-WRITTEN.  09/08/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  EXPPAIE  -  EXTRACTION DES STAGIAIRES (FSTAGEXT) POUR ENVOI   *
000090*               AU SYSTEME DE PAIE/INDEMNITES - UN ENREGISTRE-   *
000100*               MENT ENTETE, UN PAR STAGIAIRE, UN ENREGISTREMENT *
000110*               FIN AVEC LE COMPTE TOTAL                        *
000220*                  DES JOURS OUVRES DU MOIS                     *
000230*  02/09/2026  SE  REFERENCE EXTERNE PAIE (FXREF03, SYSTEME    *
000240*                  'PAIE') PORTEE SUR LE DETAIL                *
000242*  15/10/2026  SE  RETENUE DES TROP-PERCUS DUS (GRAND LIVRE     *
000244*                  FTROP03) SUR LE MONTANT VERSE, MOUVEMENT DE  *
000246*                  REMBOURSEMENT 'R' ECRIT AU GRAND LIVRE       *
000247*  15/10/2026  SE  REGULARISATIONS D'ABSENCES SUR MOIS CLOTURE  *
000248*                  (FREGU03) PORTEES EN LIGNES 'R' DE RAPPEL OU *
000249*                  DE RETENUE, NOMBRE DE LIGNES 'R' SUR LA FIN  *
000250*  15/10/2026  SE  TAUX JOURNALIER PAR DATE D'EFFET (HISTORIQUE *
000251*                  FTAUX03) : MOIS PARTAGE SI LE TAUX CHANGE,   *
000252*                  REGULARISATION AU TAUX DU JOUR REGULARISE    *
000253*  15/10/2026  SE  HISTORIQUE DES VERSEMENTS (FVERS03) : UNE    *
000254*                  ENTREE PAR LIGNE EXPORTEE (DETAIL DU MOIS OU *
000255*                  REGULARISATION), A ACQUITTER PAR IMPPAIE     *
000256*  15/10/2026  SE  VERSEMENT BLOQUE APRES CHANGEMENT D'IBAN OU  *
000257*                  DE BIC NON CONFIRME (FBANQ03) : NI DETAIL NI *
000258*                  REGULARISATION, STAGIAIRES LISTES EN SYSOUT  *
000259*  15/10/2026  SE  JOUR DE CONGE PAYE ACCORDE (FCONG03) : UNE    *
000260*                  ABSENCE SAISIE CE JOUR-LA N'EST PAS RETENUE  *
000261*  15/10/2026  SE  RETENUE DE LA PART STAGIAIRE DES TITRES-     *
000262*                  RESTAURANT (FTITR03, CALCULEE PAR TITRESTO)  *
000263*                  DANS LA LIMITE DU MONTANT VERSE              *
000264*  15/10/2026  SE  FRAIS DE TRANSPORT APPROUVES (FFRAI03)       *
000265*                  VERSES EN LIGNES 'T' DISTINCTES, NOMBRE      *
000266*                  DE LIGNES 'T' SUR LA FIN                     *
000267*  15/10/2026  SE  LECTURE DE L'EXTRAIT DE NUIT FSTAGEXT : TAUX *
000268*                  DE LA SESSION ET ABSENCES DU MOIS PRIS DANS  *
000269*                  L'EXTRAIT (FPRES03 N'EST PLUS LU) - POINT DE *
000270*                  REPRISE = HORODATAGE DE L'EXTRACTION         *
000271*****************************************************************
000272 ENVIRONMENT DIVISION.
000273 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-390.
000290 OBJECT-COMPUTER. IBM-390.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000312     SELECT EXTRAIT-FILE   ASSIGN TO FSTAGEXT
000314            ORGANIZATION   LINE SEQUENTIAL
000316            FILE STATUS    WS-FEXT-STATUS.
000320     SELECT FSTAG03-FILE   ASSIGN TO FSTAG03
000330            ORGANIZATION   INDEXED
000340            ACCESS MODE    RANDOM
000350            RECORD KEY     E-NUMERO
000360            FILE STATUS    WS-FSTAG-STATUS.
000370     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000510            ACCESS MODE    RANDOM
000520            RECORD KEY     JF-DATE
000530            FILE STATUS    WS-FJOUR-STATUS.
000590     SELECT FXREF03-FILE   ASSIGN TO FXREF03
000600            ORGANIZATION   INDEXED
000610            ACCESS MODE    DYNAMIC
000620            RECORD KEY     XR-CLE
000630            FILE STATUS    WS-FXREF-STATUS.
000631     SELECT FTROP03-FILE   ASSIGN TO FTROP03
000632            ORGANIZATION   INDEXED
000633            ACCESS MODE    DYNAMIC
000634            RECORD KEY     TP-CLE
000635            FILE STATUS    WS-FTROP-STATUS.
000636     SELECT FREGU03-FILE   ASSIGN TO FREGU03
000637            ORGANIZATION   INDEXED
000638            ACCESS MODE    DYNAMIC
000639            RECORD KEY     RG-CLE
000640            FILE STATUS    WS-FREGU-STATUS.
000641     SELECT FTAUX03-FILE   ASSIGN TO FTAUX03
000642            ORGANIZATION   INDEXED
000643            ACCESS MODE    DYNAMIC
000644            RECORD KEY     TX-CLE
000645            FILE STATUS    WS-FTAUX-STATUS.
000646     SELECT FSTAGFIN-FILE  ASSIGN TO FSTAGFIN
000647            ORGANIZATION   INDEXED
000648            ACCESS MODE    RANDOM
000649            RECORD KEY     FN-NUMERO
000650            FILE STATUS    WS-FFIN-STATUS.
000651     SELECT FVERS03-FILE   ASSIGN TO FVERS03
000652            ORGANIZATION   INDEXED
000653            ACCESS MODE    RANDOM
000654            RECORD KEY     VS-CLE
000655            FILE STATUS    WS-FVERS-STATUS.
000656     SELECT FBANQ03-FILE   ASSIGN TO FBANQ03
000657            ORGANIZATION   INDEXED
000658            ACCESS MODE    RANDOM
000659            RECORD KEY     BQ-NUMERO
000660            FILE STATUS    WS-FBANQ-STATUS.
000661     SELECT FDOCS03-FILE   ASSIGN TO FDOCS03
000662            ORGANIZATION   INDEXED
000663            ACCESS MODE    RANDOM
000664            RECORD KEY     DC-CLE
000665            FILE STATUS    WS-FDOCS-STATUS.
000666     SELECT FCONG03-FILE   ASSIGN TO FCONG03
000667            ORGANIZATION   INDEXED
000668            ACCESS MODE    RANDOM
000669            RECORD KEY     CG-CLE
000670            FILE STATUS    WS-FCONG-STATUS.
000671     SELECT FTITR03-FILE   ASSIGN TO FTITR03
000672            ORGANIZATION   INDEXED
000673            ACCESS MODE    DYNAMIC
000674            RECORD KEY     TT-CLE
000675            FILE STATUS    WS-FTITR-STATUS.
000676     SELECT PAIE-FILE      ASSIGN TO PAIEXP
000677            ORGANIZATION   LINE SEQUENTIAL.
000678     SELECT FFRAI03-FILE   ASSIGN TO FFRAI03
000679            ORGANIZATION   INDEXED
000680            ACCESS MODE    DYNAMIC
000681            RECORD KEY     FR-CLE
000682            FILE STATUS    WS-FFRAI-STATUS.
000683*
000684 DATA DIVISION.
000685 FILE SECTION.
000687 FD  EXTRAIT-FILE
000689     RECORDING MODE F.
000691*   EXTRAIT ENRICHI DES STAGIAIRES (SESSION, ABSENCES DU MOIS)
000693     COPY FEXTR.
000695*
000697 FD  FSTAG03-FILE.
000700*   DESCRIPTION DU FICHIER KSD DES STAGIAIRES
000710     COPY FSTAG.
000720*
000900*   CALENDRIER DES JOURS FERIES / FERMETURES DE SITE
000910     COPY FJOUR.
000920*
000960 FD  FXREF03-FILE.
000970*   TABLE DE CORRESPONDANCE DES IDENTIFIANTS EXTERNES
000980     COPY FXREF.
000990*
000992 FD  FTROP03-FILE.
000994*   DESCRIPTION DU GRAND LIVRE DES TROP-PERCUS
000996     COPY FTROP.
000998*
000999*
001000 FD  FREGU03-FILE.
001001*   REGULARISATIONS D'ABSENCES SUR MOIS DE PAIE CLOTURE
001002     COPY FREGU.
001003*
001004 FD  FTAUX03-FILE.
001005*   HISTORIQUE DES TAUX JOURNALIERS PAR SESSION
001006     COPY FTAUX.
001007*
001008 FD  FSTAGFIN-FILE.
001009*   STAGIAIRES AYANT TERMINE LEUR STAGE (IDENTITE D'UNE
001010*   REGULARISATION POSTERIEURE AU DEPART)
001011     COPY FSTAGFIN.
001012*
001013 FD  FVERS03-FILE.
001014*   HISTORIQUE DES VERSEMENTS D'INDEMNITE
001015     COPY FVERS.
001016*
001017 FD  FBANQ03-FILE.
001018*   CHANGEMENTS DE COORDONNEES BANCAIRES (BLOCAGE DU VERSEMENT)
001019     COPY FBANQ.
001020*
001021 FD  FDOCS03-FILE.
001022*   PIECES DU DOSSIER (RIB 'RB' RECU DEPUIS LE CHANGEMENT)
001023     COPY FDOCS.
001024*
001025 FD  FCONG03-FILE.
001026*   CONGES PAYES (JOUR ACCORDE = NI PRESENCE NI ABSENCE)
001027     COPY FCONG.
001028*
001029 FD  FTITR03-FILE.
001030*   DROITS AUX TITRES-RESTAURANT (PART DU STAGIAIRE A RETENIR)
001031     COPY FTITR.
001032*
001033 FD  FFRAI03-FILE.
001034*   FRAIS DE TRANSPORT (DEMANDES APPROUVEES A VERSER)
001035     COPY FFRAI.
001036*
001037 FD  PAIE-FILE
001038     RECORDING MODE F.
001039 01  PAIE-REC              PIC X(150).
001040*
001041 WORKING-STORAGE SECTION.
001045 77  WS-FEXT-STATUS        PIC X(02).
001050 77  WS-FSTAG-STATUS       PIC X(02).
001060 77  WS-FCTL-STATUS        PIC X(02).
001070 77  WS-FSESS-STATUS       PIC X(02).
001090 77  WS-FJOUR-STATUS       PIC X(02).
001100 77  WS-FXREF-STATUS       PIC X(02).
001105 77  WS-FTROP-STATUS       PIC X(02).
001107 77  WS-FREGU-STATUS       PIC X(02).
001108 77  WS-FTAUX-STATUS       PIC X(02).
001109 77  WS-FFIN-STATUS        PIC X(02).
001110 77  WS-FVERS-STATUS       PIC X(02).
001111 77  WS-FBANQ-STATUS       PIC X(02).
001112 77  WS-FDOCS-STATUS       PIC X(02).
001113 77  WS-FCONG-STATUS       PIC X(02).
001114 77  WS-FTITR-STATUS       PIC X(02).
001115 77  WS-FFRAI-STATUS       PIC X(02).
001116 77  WS-JOUR-CONGE         PIC X(01).
001117*   REFERENCES EXTERNES DU SYSTEME 'PAIE', CHARGEES EN TABLE
001120*   PAR NUMERO DE STAGIAIRE AU DEMARRAGE
001130 01  WS-IDEXT-TABLE.
001140     05  WS-IDEXT          PIC X(20) OCCURS 9999 TIMES.
001300 77  WS-DERN-HEURE         PIC 9(06)     VALUE ZERO.
001310 77  WS-SEQUENCE           PIC 9(06)     VALUE ZERO.
001320 77  WS-HEURE-JOUR         PIC 9(08).
001321*   HORODATAGE DE L'EXTRAIT LU (DATE ET HEURE DE L'EXTRACTION,
001322*   A DEFAUT CELLES DU PASSAGE SI L'EXTRAIT EST VIDE) - C'EST
001323*   LE POINT DE REPRISE ENREGISTRE EN FIN D'EXPORT REUSSI
001324 77  WS-DATE-EXTRAIT       PIC 9(08)     VALUE ZERO.
001325 77  WS-HEURE-EXTRAIT      PIC 9(06)     VALUE ZERO.
001330*   CALCUL DU MONTANT MENSUEL : TAUX JOURNALIERS DE LA SESSION
001340*   (CACHE SUR LE DERNIER CODE LU), JOURS OUVRES DU MOIS DE
001350*   L'EXTRACTION ET ABSENCES DU MOIS (EXTRAIT FSTAGEXT)
001360 77  WS-AAAAMM             PIC 9(06).
001370 77  WS-SES-COUR           PIC X(10)     VALUE SPACE.
001380 77  WS-TAUX               PIC 9(3)V99   VALUE ZERO.
001390 77  WS-JOURS-OUVRES       PIC 9(02) COMP VALUE ZERO.
001400 77  WS-NB-ABS             PIC 9(03) COMP.
001410 77  WS-RETENUE-ABS        PIC 9(5)V99.
001420 77  WS-MONTANT            PIC 9(5)V99.
001421*   TAUX EN VIGUEUR JOUR PAR JOUR : HISTORIQUE FTAUX03 DE LA
001422*   SESSION (ENTREE DE PLUS GRANDE DATE D'EFFET NE DEPASSANT
001423*   PAS LE JOUR), A DEFAUT LE TAUX DE LA FICHE FSESS03 - UN
001424*   CHANGEMENT DE TAUX EN COURS DE MOIS PARTAGE LE MOIS : LE
001425*   BRUT EST LA SOMME DES TAUX DES JOURS OUVRES, CHAQUE ABSENCE
001426*   RETIENT LE TAUX DE SON JOUR
001427 77  WS-TAUX-FICHE         PIC 9(3)V99   VALUE ZERO.
001428 77  WS-DATE-TAUX          PIC 9(08).
001429 77  WS-MONTANT-BRUT       PIC 9(5)V99   VALUE ZERO.
001430 77  WS-NB-TAUX            PIC 9(03) COMP VALUE ZERO.
001431 77  WS-IND-TX             PIC 9(03) COMP.
001432 77  WS-IND-JJ             PIC 9(02) COMP.
001433 01  WS-HISTO-TAUX.
001434     05  WS-TX             OCCURS 200 TIMES.
001435         10  WS-TX-EFFET   PIC 9(08).
001436         10  WS-TX-TAUX    PIC 9(3)V99.
001437 01  WS-JOURS-OUVRES-TABLE.
001438     05  WS-JOUR-OUVRE     PIC X(01) OCCURS 31 TIMES.
001439 01  WS-TAUX-MOIS-TABLE.
001440     05  WS-TAUX-DU-JOUR   PIC 9(3)V99 OCCURS 31 TIMES.
001441*   CALCUL DU JOUR DE LA SEMAINE (CONGRUENCE DE ZELLER) ET
001442*   NOMBRE DE JOURS DU MOIS
001450 77  WS-ZEL-AAAA           PIC 9(04).
001460 77  WS-ZEL-MM             PIC 9(02).
001470 77  WS-ZEL-JJ             PIC 9(02).
001530     05 FILLER PIC X(24) VALUE '312831303130313130313031'.
001540 01  JOURS-MOIS-TBL REDEFINES JOURS-MOIS-TABLE.
001550     05  JM-NB             PIC 9(02) OCCURS 12 TIMES.
001551*   RETENUE DES TROP-PERCUS : SOLDE DU STAGIAIRE AU GRAND
001552*   LIVRE FTROP03 (CREANCES - REMBOURSEMENTS - ABANDONS) ET
001553*   CUMULS DU PASSAGE
001554 77  WS-SOLDE-TROP         PIC S9(07)V99.
001555 77  WS-RETENUE            PIC 9(5)V99.
001556 77  WS-NB-RETENUES        PIC 9(06) COMP VALUE ZERO.
001557 77  WS-TOT-RETENUES       PIC 9(07)V99  VALUE ZERO.
001558 77  WS-NB-ED              PIC ZZZZZ9.
001559 77  WS-TOTAL-ED           PIC ZZZZZZ9.99.
001560*   REGULARISATIONS SUR MOIS CLOTURE : NOMBRE DE LIGNES 'R'
001561*   ET CUMULS DES RAPPELS ET DES RETENUES DU PASSAGE
001562 77  WS-NB-REGUL           PIC 9(06) COMP VALUE ZERO.
001563 77  WS-TOT-RAPPELS        PIC 9(07)V99  VALUE ZERO.
001564 77  WS-TOT-RET-REGUL      PIC 9(07)V99  VALUE ZERO.
001565*   HISTORIQUE DES VERSEMENTS : RANG DES LIGNES 'R' DU
001566*   NUMERO DANS L'EXPORT (000 = DETAIL DU MOIS) ET NOMBRE
001567*   D'ENTREES ECRITES
001568 77  WS-RANG-NUMERO        PIC 9(04)     VALUE ZERO.
001569 77  WS-RANG               PIC 9(03)     VALUE ZERO.
001570 77  WS-NB-HISTO           PIC 9(06) COMP VALUE ZERO.
001571*   BLOCAGE APRES CHANGEMENT DE COORDONNEES BANCAIRES : NUMERO
001572*   CONTROLE, RESULTAT, MOTIF AFFICHE, DATE DE LA PIECE 'RB'
001573*   REMISE EN AAAAMMJJ ET NOMBRE DE STAGIAIRES BLOQUES
001574 77  WS-BQ-NUMERO          PIC 9(04).
001575 77  WS-BLOQUE             PIC X(01).
001576     88  PAIEMENT-BLOQUE                 VALUE 'O'.
001577 77  WS-MOTIF-BLOCAGE      PIC X(50).
001578 77  WS-DATE-RB            PIC X(08).
001579 77  WS-DATE-CHG           PIC X(08).
001580 77  WS-NB-BLOQUES         PIC 9(06) COMP VALUE ZERO.
001581 77  WS-NB-REG-BLOQUEES    PIC 9(06) COMP VALUE ZERO.
001582*   TITRES-RESTAURANT : PART RETENUE AU STAGIAIRE COURANT,
001583*   RETENUE SUR UN MOIS DE DROIT, INDICATEUR DE MISE A JOUR ET
001584*   CUMULS DU PASSAGE
001585 77  WS-RETENUE-TITRES     PIC 9(5)V99.
001586 77  WS-RETENUE-MOIS       PIC 9(5)V99.
001587 77  WS-TITRE-MODIFIE      PIC X(01).
001588 77  WS-NB-RET-TITRES      PIC 9(06) COMP VALUE ZERO.
001589 77  WS-TOT-RET-TITRES     PIC 9(07)V99  VALUE ZERO.
001590*   FRAIS DE TRANSPORT : LIGNES 'T' ECRITES, MONTANT VERSE ET
001591*   DEMANDES LAISSEES EN ATTENTE (RIB NON CONFIRME)
001592 77  WS-NB-FRAIS           PIC 9(06) COMP VALUE ZERO.
001593 77  WS-TOT-FRAIS          PIC 9(07)V99  VALUE ZERO.
001594 77  WS-NB-FRAIS-BLOQUES   PIC 9(06) COMP VALUE ZERO.
001595*
001596 01  PAIE-ENTETE.
001597     05  PE-TYPE           PIC X(01)     VALUE 'E'.
001598     05  PE-NOM-FICHIER    PIC X(08)     VALUE 'TPSTAG'.
001600     05  FILLER            PIC X(01)     VALUE SPACE.
001610     05  PE-DATE-EXPORT    PIC 9(08).
001620     05  FILLER            PIC X(01)     VALUE SPACE.
001890*   'PAIE') - A BLANC QUAND LES DEUX SYSTEMES NE SE SONT PAS
001900*   ENCORE ECHANGE LA CLE
001910     05  PD-ID-EXT         PIC X(20).
001915*   PART DU STAGIAIRE DES TITRES-RESTAURANT RETENUE SUR CE
001920*   VERSEMENT (DEJA DEDUITE DE PD-MONTANT), EN CENTIMES
001925     05  PD-RETENUE-TITRES PIC 9(3)V99.
001930*
001931*   REGULARISATION D'UN JOUR D'UN MOIS DEJA CLOTURE (FREGU03) :
001932*   LIGNE DISTINCTE DU DETAIL DU MOIS, '+' RAPPEL D'UN JOUR
001933*   RETENU A TORT, '-' RETENUE D'UN JOUR PAYE A TORT - MONTANT
001934*   D'UN JOUR AU TAUX EN VIGUEUR CE JOUR-LA, EN CENTIMES
001935 01  PAIE-REGUL.
001936     05  PG-TYPE           PIC X(01)     VALUE 'R'.
001937     05  PG-NUMERO         PIC 9(04).
001938     05  FILLER            PIC X(01)     VALUE SPACE.
001939     05  PG-MOIS           PIC 9(06).
001940     05  FILLER            PIC X(01)     VALUE SPACE.
001941     05  PG-DATE-ABS       PIC 9(08).
001942     05  FILLER            PIC X(01)     VALUE SPACE.
001943     05  PG-SENS           PIC X(01).
001944     05  FILLER            PIC X(01)     VALUE SPACE.
001945     05  PG-MONTANT        PIC 9(5)V99.
001946     05  FILLER            PIC X(01)     VALUE SPACE.
001947     05  PG-ID-EXT         PIC X(20).
001948     05  FILLER            PIC X(01)     VALUE SPACE.
001949     05  PG-LIBELLE        PIC X(30).
001950     05  FILLER            PIC X(67)     VALUE SPACE.
001951*
001952 01  PAIE-FIN.
001953     05  PF-TYPE           PIC X(01)     VALUE 'F'.
001960     05  PF-NB-STAGIAIRES  PIC 9(06).
001963     05  FILLER            PIC X(01)     VALUE SPACE.
001966     05  PF-NB-REGUL       PIC 9(06).
001967     05  FILLER            PIC X(01)     VALUE SPACE.
001968     05  PF-NB-FRAIS       PIC 9(06).
001970     05  FILLER            PIC X(129)    VALUE SPACE.
001980*
001981 01  PAIE-FRAIS.
001982     05  PK-TYPE           PIC X(01)     VALUE 'T'.
001983     05  PK-NUMERO         PIC 9(04).
001984     05  FILLER            PIC X(01)     VALUE SPACE.
001985     05  PK-MOIS           PIC 9(06).
001986     05  FILLER            PIC X(01)     VALUE SPACE.
001987     05  PK-DATE-DEBUT     PIC 9(08).
001988     05  FILLER            PIC X(01)     VALUE SPACE.
001989     05  PK-DATE-FIN       PIC 9(08).
001990     05  FILLER            PIC X(01)     VALUE SPACE.
001991     05  PK-NB-TRAJETS     PIC 9(02).
001992     05  FILLER            PIC X(01)     VALUE SPACE.
001993     05  PK-KM             PIC 9(04).
001994     05  FILLER            PIC X(01)     VALUE SPACE.
001995     05  PK-MONTANT        PIC 9(5)V99.
001996     05  FILLER            PIC X(01)     VALUE SPACE.
001997     05  PK-ID-EXT         PIC X(20).
001998     05  FILLER            PIC X(01)     VALUE SPACE.
001999     05  PK-LIBELLE        PIC X(30).
002000     05  FILLER            PIC X(52)     VALUE SPACE.
002001*
002002 PROCEDURE DIVISION.
002003 0000-MAINLINE.
002010*----------------*
002020     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
002030     PERFORM 2000-TRAITEMENT     THRU 2000-EXIT.
002240     END-READ.
002250     CLOSE SYSIN-FILE.
002260     ACCEPT WS-HEURE-JOUR FROM TIME.
002265     PERFORM 1050-LIT-EXTRAIT THRU 1050-EXIT.
002270     PERFORM 1100-LIT-RUN-CONTROL THRU 1100-EXIT.
002280     OPEN INPUT  FSTAG03-FILE.
002290     OPEN INPUT  FSESS03-FILE.
002300     OPEN INPUT  FXREF03-FILE.
002320     OPEN INPUT  FJOUR03-FILE.
002325     OPEN I-O    FTROP03-FILE.
002327     OPEN I-O    FREGU03-FILE.
002328     OPEN INPUT  FTAUX03-FILE.
002329     OPEN INPUT  FSTAGFIN-FILE.
002330     OPEN I-O    FVERS03-FILE.
002331     OPEN INPUT  FBANQ03-FILE.
002332     OPEN INPUT  FDOCS03-FILE.
002333     OPEN INPUT  FCONG03-FILE.
002334     OPEN I-O    FTITR03-FILE.
002335     OPEN I-O    FFRAI03-FILE.
002336     OPEN OUTPUT PAIE-FILE.
002350     PERFORM 1200-JOURS-OUVRES THRU 1200-EXIT.
002360     PERFORM 1300-CHARGE-XREF THRU 1300-EXIT.
002370     MOVE WS-DATE-JOUR TO PE-DATE-EXPORT.
002410     EXIT.
002420*
002430*****************************************************************
002431*  1050  -  OUVERTURE ET PREMIERE LECTURE DE L'EXTRAIT : SON     *
002432*            HORODATAGE FIXE LE MOIS DE PAIE (MOIS DES ABSENCES  *
002433*            DE L'EXTRAIT) ET LE POINT DE REPRISE DE CET EXPORT  *
002434*****************************************************************
002435 1050-LIT-EXTRAIT.
002436*-----------------*
002437     OPEN INPUT  EXTRAIT-FILE.
002438     MOVE 'N' TO WS-EOF.
002439     READ EXTRAIT-FILE
002440         AT END MOVE 'Y' TO WS-EOF
002441     END-READ.
002442     IF NOT FIN-FICHIER AND WS-FEXT-STATUS NOT = '00'
002443        DISPLAY 'EXPPAIE - ERREUR E/S FSTAGEXT - CODE STATUT '
002444                WS-FEXT-STATUS
002445        MOVE 16 TO RETURN-CODE
002446        CLOSE EXTRAIT-FILE
002447        STOP RUN
002448     END-IF.
002449     IF FIN-FICHIER
002450        MOVE WS-DATE-JOUR       TO WS-DATE-EXTRAIT
002451        MOVE WS-HEURE-JOUR(1:6) TO WS-HEURE-EXTRAIT
002452     ELSE
002453        MOVE EX-DATE-EXTRAIT    TO WS-DATE-EXTRAIT
002454        MOVE EX-HEURE-EXTRAIT   TO WS-HEURE-EXTRAIT
002455     END-IF.
002456     MOVE WS-DATE-EXTRAIT(1:6) TO WS-AAAAMM.
002457 1050-EXIT.
002458     EXIT.
002459*
002460*****************************************************************
002461*  1100  -  LECTURE DU POINT DE REPRISE (FCTL03, CLE 'EXPPAIE ') *
002462*            REFUSE UN EXTRAIT ANTERIEUR AU DERNIER EXPORT, UN   *
002463*            SECOND PASSAGE SUR UN EXTRAIT DU MEME JOUR SANS LE  *
002464*            MODE FORCE, ET ATTRIBUE LE NUMERO DE SEQUENCE       *
002465*****************************************************************
002480 1100-LIT-RUN-CONTROL.
002490*---------------------*
002500     OPEN I-O FCTL03-FILE.
002590           PERFORM 9510-ERREUR-FCTL THRU 9510-EXIT
002600        END-IF
002610     END-IF.
002615*   UN EXTRAIT PLUS ANCIEN QUE LE POINT DE REPRISE (EXTNUIT NON
002620*   RELANCE) FERAIT REPARTIR DES DONNEES PERIMEES, MEME EN FORCE
002625     IF WS-DATE-EXTRAIT < WS-DERN-DATE
002630        OR (WS-DATE-EXTRAIT = WS-DERN-DATE
002635            AND WS-HEURE-EXTRAIT < WS-DERN-HEURE)
002640        DISPLAY 'EXPPAIE - EXTRAIT DU ' WS-DATE-EXTRAIT ' '
002645                WS-HEURE-EXTRAIT ' ANTERIEUR AU DERNIER EXPORT'
002650                ' - RELANCER EXTNUIT'
002653        MOVE 8 TO RETURN-CODE
002656        CLOSE FCTL03-FILE
002659        CLOSE EXTRAIT-FILE
002662        STOP RUN
002665     END-IF.
002668     IF WS-DERN-DATE = WS-DATE-EXTRAIT AND WS-MODE = SPACE
002671        DISPLAY 'EXPPAIE - EXPORT DEJA EFFECTUE SUR L''EXTRAIT'
002674                ' DU ' WS-DATE-EXTRAIT ' (SEQUENCE ' WS-SEQUENCE
002677                ') - RELANCER AVEC LE MODE FORCE'
002680        MOVE 8 TO RETURN-CODE
002683        CLOSE FCTL03-FILE
002686        CLOSE EXTRAIT-FILE
002689        STOP RUN
002692     END-IF.
002700     ADD 1 TO WS-SEQUENCE.
002710 1100-EXIT.
002720     EXIT.
002730*
002740*****************************************************************
002747*  2000  -  PARCOURS DE L'EXTRAIT (PREMIER ENREGISTREMENT LU EN  *
002754*            1050) ET EXTRACTION D'UN ENREGISTREMENT DETAIL PAR  *
002761*            STAGIAIRE                                           *
002770*****************************************************************
002780 2000-TRAITEMENT.
002790*----------------*
002870     PERFORM UNTIL FIN-FICHIER
002875        MOVE EX-STAGIAIRE TO E-STAGIAIRE
002880        PERFORM 2100-FILTRE-STATUT THRU 2100-EXIT
002881        IF STATUT-RETENU
002882           MOVE E-NUMERO TO WS-BQ-NUMERO
002883           PERFORM 2150-CONTROLE-RIB THRU 2150-EXIT
002884           IF PAIEMENT-BLOQUE
002885              DISPLAY 'EXPPAIE - PAIEMENT BLOQUE : ' E-NUMERO ' '
002886                      E-NOM ' ' E-PRENOM ' - ' WS-MOTIF-BLOCAGE
002887              ADD 1 TO WS-NB-BLOQUES
002888              MOVE 'N' TO WS-RETENU
002889           END-IF
002890        END-IF
002891        IF STATUT-RETENU
002900        MOVE E-NUMERO     TO PD-NUMERO
002910        MOVE E-NOM        TO PD-NOM
002920        MOVE E-PRENOM     TO PD-PRENOM
002930        MOVE E-DATE-NAISS TO PD-DATE-NAISS
002940        PERFORM 2200-CALCULE-MONTANT THRU 2200-EXIT
002942        MOVE ZERO         TO WS-RETENUE
002943        MOVE ZERO         TO WS-RETENUE-TITRES
002944        PERFORM 2600-RETENUE-TITRES THRU 2600-EXIT
002945        PERFORM 2300-RETENUE-TROP-PERCU THRU 2300-EXIT
002950        MOVE WS-NB-ABS    TO PD-NB-ABS
002960        MOVE WS-MONTANT   TO PD-MONTANT
002970        MOVE E-IBAN       TO PD-IBAN
002980        MOVE E-BIC        TO PD-BIC
002990        MOVE WS-IDEXT(E-NUMERO) TO PD-ID-EXT
002995        MOVE WS-RETENUE-TITRES TO PD-RETENUE-TITRES
003000        WRITE PAIE-REC FROM PAIE-DETAIL
003005        PERFORM 2400-HISTO-MENSUEL THRU 2400-EXIT
003010        ADD 1 TO WS-NB-STAGIAIRES
003020        END-IF
003030        READ EXTRAIT-FILE
003040            AT END MOVE 'Y' TO WS-EOF
003050        END-READ
003060        IF NOT FIN-FICHIER AND WS-FEXT-STATUS NOT = '00'
003070           PERFORM 9500-ERREUR-EXTRAIT THRU 9500-EXIT
003080        END-IF
003090     END-PERFORM.
003095     PERFORM 2500-REGULARISATIONS THRU 2500-EXIT.
003097     PERFORM 2700-FRAIS-TRANSPORT THRU 2700-EXIT.
003100     MOVE WS-NB-STAGIAIRES TO PF-NB-STAGIAIRES.
003105     MOVE WS-NB-REGUL      TO PF-NB-REGUL.
003107     MOVE WS-NB-FRAIS      TO PF-NB-FRAIS.
003110     WRITE PAIE-REC FROM PAIE-FIN.
003120 2000-EXIT.
003130     EXIT.
003450     END-IF.
003460 2100-EXIT.
003470     EXIT.
003471*
003472*****************************************************************
003473*  2150  -  BLOCAGE APRES CHANGEMENT DE COORDONNEES BANCAIRES   *
003474*            (FBANQ03) : TANT QUE LE CHANGEMENT SAISI SUR        *
003475*            INF3CI3 N'EST PAS CONFIRME (INFWCI3), RIEN N'EST    *
003476*            EXPORTE POUR LE STAGIAIRE - LE MOTIF PRECISE SI LA  *
003477*            PIECE 'RB' N'EST PAS RECUE DEPUIS LE CHANGEMENT     *
003478*****************************************************************
003479 2150-CONTROLE-RIB.
003480*------------------*
003481     MOVE 'N' TO WS-BLOQUE.
003482     MOVE WS-BQ-NUMERO TO BQ-NUMERO.
003483     READ FBANQ03-FILE.
003484     IF WS-FBANQ-STATUS = '23'
003485        GO TO 2150-EXIT
003486     END-IF.
003487     IF WS-FBANQ-STATUS NOT = '00'
003488        PERFORM 9570-ERREUR-FBANQ THRU 9570-EXIT
003489     END-IF.
003490     IF NOT BQ-EN-ATTENTE
003491        GO TO 2150-EXIT
003492     END-IF.
003493     MOVE 'O' TO WS-BLOQUE.
003494     MOVE 'CHANGEMENT RIB NON CONFIRME' TO WS-MOTIF-BLOCAGE.
003495     MOVE BQ-NUMERO TO DC-NUMERO.
003496     MOVE 'RB'      TO DC-TYPE.
003497     READ FDOCS03-FILE.
003498     IF WS-FDOCS-STATUS NOT = '00' AND WS-FDOCS-STATUS NOT = '23'
003499        PERFORM 9580-ERREUR-FDOCS THRU 9580-EXIT
003500     END-IF.
003501     IF WS-FDOCS-STATUS = '00' AND DC-RECUE
003502        STRING DC-DATE(7:4) DC-DATE(4:2) DC-DATE(1:2)
003503               DELIMITED BY SIZE INTO WS-DATE-RB
003504        MOVE BQ-DATE-CHG TO WS-DATE-CHG
003505        IF WS-DATE-RB NOT < WS-DATE-CHG
003506           GO TO 2150-EXIT
003507        END-IF
003508     END-IF.
003509     MOVE 'CHANGEMENT RIB NON CONFIRME, PIECE RB NON RECUE'
003510       TO WS-MOTIF-BLOCAGE.
003511 2150-EXIT.
003512     EXIT.
003513*
003514*****************************************************************
003515*  2200  -  MONTANT MENSUEL D'INDEMNITE DU STAGIAIRE COURANT :   *
003516*            SOMME DES TAUX JOURNALIERS DE SA SESSION SUR LES    *
003520*            JOURS OUVRES DU MOIS, MOINS LE TAUX DE CHAQUE JOUR  *
003526*            D'ABSENCE DU MOIS - TAUX DE LA FICHE SESSION PORTE  *
003532*            PAR L'EXTRAIT - SESSION SANS TAUX OU INCONNUE :     *
003538*            MONTANT A ZERO                                      *
003545*****************************************************************
003550 2200-CALCULE-MONTANT.
003560*---------------------*
003570     MOVE ZERO TO WS-NB-ABS WS-MONTANT WS-RETENUE-ABS.
003580     IF E-CODE-SESSION NOT = WS-SES-COUR
003590        MOVE E-CODE-SESSION TO WS-SES-COUR
003593        MOVE ZERO           TO WS-TAUX-FICHE WS-NB-TAUX
003596        IF EX-SESSION-TROUVEE
003599           MOVE EX-S-TAUX-JOUR TO WS-TAUX-FICHE
003602           PERFORM 2262-HISTO-TAUX THRU 2262-EXIT
003605        END-IF
003610        PERFORM 2265-TAUX-DU-MOIS THRU 2265-EXIT
003700     END-IF.
003710     IF WS-MONTANT-BRUT = ZERO
003720        GO TO 2200-EXIT
003730     END-IF.
003740     PERFORM 2250-COMPTE-ABSENCES THRU 2250-EXIT.
003750     IF WS-RETENUE-ABS < WS-MONTANT-BRUT
003760        COMPUTE WS-MONTANT = WS-MONTANT-BRUT - WS-RETENUE-ABS
003780     END-IF.
003800 2200-EXIT.
003810     EXIT.
003820*
003830*****************************************************************
003837*  2250  -  JOURS D'ABSENCE DU STAGIAIRE COURANT SUR LE MOIS DE  *
003844*            L'EXTRACTION (ETAT DU JOUR PORTE PAR L'EXTRAIT)     *
003851*            ET RETENUE CORRESPONDANTE AU TAUX DE CHAQUE JOUR    *
003860*****************************************************************
003870 2250-COMPTE-ABSENCES.
003880*---------------------*
003890     MOVE ZERO     TO WS-NB-ABS WS-RETENUE-ABS.
003900     PERFORM VARYING WS-IND-JJ FROM 1 BY 1
003910             UNTIL WS-IND-JJ > 31
004010*   SEULS LES JOURS NON JUSTIFIES (EN ATTENTE OU INJUSTIFIES)
004020*   ALIMENTENT LA RETENUE - UNE ABSENCE JUSTIFIEE (PIECE A
004030*   L'APPUI, INFECI3) EST PAYEE, COMME UN JOUR DE CONGE
004033*   ACCORDE (FCONG03) SUR LEQUEL UNE ABSENCE A ETE SAISIE
004036        IF EX-JOUR-ABS(WS-IND-JJ) NOT = SPACE
004039           AND EX-JOUR-ABS(WS-IND-JJ) NOT = 'J'
004042           PERFORM 2255-JOUR-CONGE THRU 2255-EXIT
004045           IF WS-JOUR-CONGE = 'N'
004048              ADD 1 TO WS-NB-ABS
004051              ADD WS-TAUX-DU-JOUR(WS-IND-JJ) TO WS-RETENUE-ABS
004054           END-IF
004060        END-IF
004080     END-PERFORM.
004090 2250-EXIT.
004091     EXIT.
004092*
004093*****************************************************************
004094*  2255  -  LE JOUR WS-IND-JJ DU MOIS EST-IL UN CONGE PAYE       *
004095*            ACCORDE AU STAGIAIRE (FCONG03, ETAT 'A') ?          *
004096*****************************************************************
004097 2255-JOUR-CONGE.
004098*----------------*
004099     MOVE 'N'       TO WS-JOUR-CONGE.
004100     MOVE E-NUMERO  TO CG-NUMERO.
004101     COMPUTE CG-DATE = WS-AAAAMM * 100 + WS-IND-JJ.
004102     READ FCONG03-FILE.
004103     IF WS-FCONG-STATUS = '00'
004104        IF CG-ACCORDE
004105           MOVE 'O' TO WS-JOUR-CONGE
004106        END-IF
004107     ELSE
004108        IF WS-FCONG-STATUS NOT = '23'
004109           PERFORM 9590-ERREUR-FCONG THRU 9590-EXIT
004110        END-IF
004111     END-IF.
004112 2255-EXIT.
004113     EXIT.
004114*
004115*****************************************************************
004116*  2260  -  TAUX DE LA SESSION WS-SES-COUR : TAUX DE LA FICHE    *
004117*            (FSESS03, ZERO SI SESSION INCONNUE) ET HISTORIQUE   *
004118*            DES TAUX (2262)                                     *
004119*****************************************************************
004120 2260-CHARGE-TAUX.
004121*-----------------*
004122     MOVE ZERO        TO WS-TAUX-FICHE WS-NB-TAUX.
004123     MOVE WS-SES-COUR TO S-CODE.
004124     READ FSESS03-FILE.
004125     IF WS-FSESS-STATUS = '00'
004126        MOVE S-TAUX-JOUR TO WS-TAUX-FICHE
004127     ELSE
004128        IF WS-FSESS-STATUS NOT = '23'
004129           PERFORM 9520-ERREUR-FSESS THRU 9520-EXIT
004130        END-IF
004131        GO TO 2260-EXIT
004132     END-IF.
004133     PERFORM 2262-HISTO-TAUX THRU 2262-EXIT.
004134 2260-EXIT.
004135     EXIT.
004136*
004137*****************************************************************
004138*  2262  -  HISTORIQUE DES TAUX DE LA SESSION WS-SES-COUR        *
004139*            (FTAUX03, DANS L'ORDRE DES DATES D'EFFET)           *
004140*****************************************************************
004141 2262-HISTO-TAUX.
004142*----------------*
004143     MOVE WS-SES-COUR TO TX-CODE-SESSION.
004144     MOVE ZERO        TO TX-DATE-EFFET.
004145     START FTAUX03-FILE KEY >= TX-CLE.
004146     IF WS-FTAUX-STATUS = '23'
004147        GO TO 2262-EXIT
004148     END-IF.
004149     IF WS-FTAUX-STATUS NOT = '00'
004150        PERFORM 9550-ERREUR-FTAUX THRU 9550-EXIT
004151     END-IF.
004152     READ FTAUX03-FILE NEXT.
004153     PERFORM UNTIL WS-FTAUX-STATUS NOT = '00'
004154             OR TX-CODE-SESSION NOT = WS-SES-COUR
004155        IF WS-NB-TAUX = 200
004156           DISPLAY 'EXPPAIE - PLUS DE 200 TAUX POUR LA SESSION '
004157                   WS-SES-COUR
004158           PERFORM 9550-ERREUR-FTAUX THRU 9550-EXIT
004159        END-IF
004160        ADD 1 TO WS-NB-TAUX
004161        MOVE TX-DATE-EFFET TO WS-TX-EFFET(WS-NB-TAUX)
004162        MOVE TX-TAUX       TO WS-TX-TAUX(WS-NB-TAUX)
004163        READ FTAUX03-FILE NEXT
004164     END-PERFORM.
004165     IF WS-FTAUX-STATUS NOT = '00' AND NOT = '10'
004166        PERFORM 9550-ERREUR-FTAUX THRU 9550-EXIT
004167     END-IF.
004168 2262-EXIT.
004169     EXIT.
004170*
004171*****************************************************************
004172*  2265  -  TAUX DE CHAQUE JOUR DU MOIS EN COURS ET MONTANT     *
004173*            BRUT DU MOIS (SOMME DES TAUX DES JOURS OUVRES) POUR *
004174*            LA SESSION WS-SES-COUR                              *
004175*****************************************************************
004176 2265-TAUX-DU-MOIS.
004177*------------------*
004178     MOVE ZERO TO WS-MONTANT-BRUT.
004179     PERFORM VARYING WS-IND-JJ FROM 1 BY 1
004180             UNTIL WS-IND-JJ > 31
004181        COMPUTE WS-DATE-TAUX = WS-AAAAMM * 100 + WS-IND-JJ
004182        PERFORM 2270-TAUX-A-DATE THRU 2270-EXIT
004183        MOVE WS-TAUX TO WS-TAUX-DU-JOUR(WS-IND-JJ)
004184        IF WS-JOUR-OUVRE(WS-IND-JJ) = 'O'
004193           ADD WS-TAUX TO WS-MONTANT-BRUT
004194        END-IF
004195     END-PERFORM.
004196 2265-EXIT.
004197     EXIT.
004198*
004199*****************************************************************
004200*  2270  -  TAUX EN VIGUEUR A LA DATE WS-DATE-TAUX : ENTREE DE  *
004201*            L'HISTORIQUE DE PLUS GRANDE DATE D'EFFET NE LA     *
004202*            DEPASSANT PAS, A DEFAUT LE TAUX DE LA FICHE        *
004203*****************************************************************
004204 2270-TAUX-A-DATE.
004205*-----------------*
004206     MOVE WS-TAUX-FICHE TO WS-TAUX.
004207     PERFORM VARYING WS-IND-TX FROM 1 BY 1
004208             UNTIL WS-IND-TX > WS-NB-TAUX
004209        IF WS-TX-EFFET(WS-IND-TX) NOT > WS-DATE-TAUX
004210           MOVE WS-TX-TAUX(WS-IND-TX) TO WS-TAUX
004211        END-IF
004212     END-PERFORM.
004213 2270-EXIT.
004214     EXIT.
004215*
004216*****************************************************************
004217*  2300  -  RETENUE DES TROP-PERCUS : UN SOLDE DU AU GRAND LIVRE *
004218*            (FTROP03) EST RETENU SUR LE MONTANT DU MOIS, DANS   *
004219*            LA LIMITE DE CE MONTANT - LE RESTE SERA RETENU LES  *
004220*            MOIS SUIVANTS - LA RETENUE EST ECRITE AU GRAND      *
004221*            LIVRE COMME REMBOURSEMENT ('R') ET LE DETAIL PORTE  *
004222*            LE MONTANT NET                                      *
004223*****************************************************************
004224 2300-RETENUE-TROP-PERCU.
004225*------------------------*
004226     IF WS-MONTANT = ZERO
004227        GO TO 2300-EXIT
004228     END-IF.
004229     PERFORM 2350-SOLDE-TROP-PERCU THRU 2350-EXIT.
004230     IF WS-SOLDE-TROP NOT > ZERO
004231        GO TO 2300-EXIT
004232     END-IF.
004233     IF WS-SOLDE-TROP < WS-MONTANT
004234        MOVE WS-SOLDE-TROP TO WS-RETENUE
004235     ELSE
004236        MOVE WS-MONTANT    TO WS-RETENUE
004237     END-IF.
004238     MOVE SPACES             TO E-TROP-PERCU.
004239     MOVE E-NUMERO           TO TP-NUMERO.
004240     MOVE WS-DATE-JOUR       TO TP-DATE-ENREG.
004241     MOVE WS-HEURE-JOUR(1:6) TO TP-HEURE-ENREG.
004242     MOVE 'R'                TO TP-TYPE.
004243     MOVE 'EXPPAIE '         TO TP-ORIGINE.
004244     MOVE WS-DATE-JOUR       TO TP-DATE-EFFET.
004245     MOVE WS-AAAAMM          TO TP-MOIS.
004246     MOVE E-CODE-SESSION     TO TP-CODE-SESSION.
004247     MOVE ZERO               TO TP-NB-JOURS TP-TAUX.
004248     MOVE WS-RETENUE         TO TP-MONTANT.
004249     MOVE E-NOM              TO TP-NOM.
004250     MOVE E-PRENOM           TO TP-PRENOM.
004251     MOVE E-ADR1             TO TP-ADR1.
004252     MOVE E-ADR2             TO TP-ADR2.
004253     MOVE E-CODEP            TO TP-CODEP.
004254     MOVE E-VILLE            TO TP-VILLE.
004255     MOVE 'N'                TO TP-LETTRE.
004256     MOVE 'BAT'              TO TP-MAJ-PAR.
004257     MOVE 'RETENUE SUR INDEMNITE' TO TP-LIBELLE.
004258     WRITE E-TROP-PERCU.
004259     PERFORM UNTIL WS-FTROP-STATUS NOT = '22'
004260        ADD 1 TO TP-HEURE-ENREG
004261        WRITE E-TROP-PERCU
004262     END-PERFORM.
004263     IF WS-FTROP-STATUS NOT = '00'
004264        PERFORM 9530-ERREUR-FTROP THRU 9530-EXIT
004265     END-IF.
004266     SUBTRACT WS-RETENUE FROM WS-MONTANT.
004267     ADD 1 TO WS-NB-RETENUES.
004268     ADD WS-RETENUE TO WS-TOT-RETENUES.
004269 2300-EXIT.
004270     EXIT.
004271*
004272*****************************************************************
004273*  2350  -  SOLDE DU STAGIAIRE COURANT AU GRAND LIVRE (CLE       *
004274*            FTROP03 = NUMERO + HORODATAGE) - SEULS LES          *
004275*            MOUVEMENTS A SON NOM SONT RETENUS, UN NUMERO        *
004276*            REATTRIBUE NE DOIT PAS HERITER DE LA DETTE D'UN     *
004277*            AUTRE                                               *
004278*****************************************************************
004279 2350-SOLDE-TROP-PERCU.
004280*----------------------*
004281     MOVE ZERO     TO WS-SOLDE-TROP.
004282     MOVE E-NUMERO TO TP-NUMERO.
004283     MOVE ZERO     TO TP-DATE-ENREG TP-HEURE-ENREG.
004284     START FTROP03-FILE KEY >= TP-CLE.
004285     IF WS-FTROP-STATUS NOT = '00'
004286        GO TO 2350-EXIT
004287     END-IF.
004288     READ FTROP03-FILE NEXT.
004289     PERFORM UNTIL WS-FTROP-STATUS NOT = '00'
004290             OR TP-NUMERO NOT = E-NUMERO
004291        IF TP-NOM = E-NOM AND TP-PRENOM = E-PRENOM
004292           EVALUATE TRUE
004293               WHEN TP-CREANCE
004294                   ADD TP-MONTANT TO WS-SOLDE-TROP
004295               WHEN TP-REMBOURSEMENT
004296               WHEN TP-ABANDON
004297                   SUBTRACT TP-MONTANT FROM WS-SOLDE-TROP
004298               WHEN OTHER
004299                   CONTINUE
004300           END-EVALUATE
004301        END-IF
004302        READ FTROP03-FILE NEXT
004303     END-PERFORM.
004304 2350-EXIT.
004305     EXIT.
004306*
004307*****************************************************************
004308*  2400  -  HISTORIQUE DU DETAIL DU MOIS DU STAGIAIRE COURANT : *
004309*            BRUT, RETENUES (ABSENCES, TROP-PERCUS) ET NET      *
004310*            EXPORTE, AVEC L'IDENTITE ET L'ADRESSE DU MOMENT -  *
004311*            ETAT 'E' JUSQU'AU RAPPROCHEMENT IMPPAIE            *
004312*****************************************************************
004313 2400-HISTO-MENSUEL.
004314*-------------------*
004315     MOVE SPACES             TO E-VERSEMENT.
004316     MOVE E-NUMERO           TO VS-NUMERO.
004317     MOVE WS-DATE-JOUR       TO VS-DATE-EXPORT.
004318     MOVE WS-SEQUENCE        TO VS-SEQ-EXPORT.
004319     MOVE ZERO               TO VS-RANG VS-DATE-ABS.
004320     MOVE 'D'                TO VS-TYPE.
004321     MOVE WS-AAAAMM          TO VS-MOIS.
004322     MOVE '+'                TO VS-SENS.
004323     MOVE E-CODE-SESSION     TO VS-CODE-SESSION.
004324     MOVE WS-NB-ABS          TO VS-NB-ABS.
004325     MOVE WS-MONTANT-BRUT    TO VS-BRUT.
004326     MOVE WS-RETENUE-ABS     TO VS-RETENUE-ABS.
004327     MOVE WS-RETENUE         TO VS-RETENUE-TROP.
004328     MOVE WS-RETENUE-TITRES  TO VS-RETENUE-TITRES.
004329     MOVE WS-MONTANT         TO VS-MONTANT.
004330     MOVE E-IBAN             TO VS-IBAN.
004331     MOVE E-NOM              TO VS-NOM.
004332     MOVE E-PRENOM           TO VS-PRENOM.
004333     MOVE E-ADR1             TO VS-ADR1.
004334     MOVE E-ADR2             TO VS-ADR2.
004335     MOVE E-CODEP            TO VS-CODEP.
004336     MOVE E-VILLE            TO VS-VILLE.
004337     PERFORM 2450-ECRIT-HISTO THRU 2450-EXIT.
004338 2400-EXIT.
004339     EXIT.
004340*
004341*****************************************************************
004342*  2450  -  ECRITURE DE L'ENTREE D'HISTORIQUE PREPAREE - UNE    *
004343*            ENTREE DEJA PRESENTE (RELANCE D'UN PASSAGE EN      *
004344*            ERREUR, MEME DATE ET MEME SEQUENCE) EST REMPLACEE  *
004345*****************************************************************
004346 2450-ECRIT-HISTO.
004347*-----------------*
004348     MOVE 'E'                TO VS-ETAT.
004349     MOVE ZERO               TO VS-DATE-RETOUR.
004350     MOVE SPACES             TO VS-CODE-RETOUR VS-LIBELLE-RETOUR.
004351     WRITE E-VERSEMENT.
004352     IF WS-FVERS-STATUS = '22'
004353        REWRITE E-VERSEMENT
004354     END-IF.
004355     IF WS-FVERS-STATUS NOT = '00'
004356        PERFORM 9560-ERREUR-FVERS THRU 9560-EXIT
004357     END-IF.
004358     ADD 1 TO WS-NB-HISTO.
004359 2450-EXIT.
004360     EXIT.
004361*
004362*****************************************************************
004363*  2500  -  REGULARISATIONS SUR MOIS CLOTURE (FREGU03) : CHAQUE *
004364*            REGULARISATION A EXPORTER DONNE UNE LIGNE 'R' ET    *
004365*            EST MARQUEE EXPORTEE (DATE, SEQUENCE, MONTANT) -    *
004366*            UNE REGULARISATION MARQUEE PAR UN PASSAGE EN ERREUR *
004367*            (MEME DATE, MEME SEQUENCE : LE POINT DE REPRISE     *
004368*            N'A PAS AVANCE) EST REPRISE A LA RELANCE            *
004369*****************************************************************
004370 2500-REGULARISATIONS.
004371*---------------------*
004372     MOVE LOW-VALUES TO RG-CLE.
004373     START FREGU03-FILE KEY >= RG-CLE.
004374     IF WS-FREGU-STATUS = '23'
004375        GO TO 2500-EXIT
004376     END-IF.
004377     IF WS-FREGU-STATUS NOT = '00'
004378        PERFORM 9540-ERREUR-FREGU THRU 9540-EXIT
004379     END-IF.
004380     READ FREGU03-FILE NEXT.
004381     PERFORM UNTIL WS-FREGU-STATUS NOT = '00'
004382*   REGULARISATION D'UN STAGIAIRE BLOQUE (2150) : LAISSEE A
004383*   EXPORTER, ELLE PARTIRA AVEC LE PASSAGE QUI SUIT LA
004384*   CONFIRMATION DU CHANGEMENT
004385        MOVE 'N' TO WS-BLOQUE
004386        IF RG-A-EXPORTER
004387           MOVE RG-NUMERO TO WS-BQ-NUMERO
004388           PERFORM 2150-CONTROLE-RIB THRU 2150-EXIT
004389           IF PAIEMENT-BLOQUE
004390              ADD 1 TO WS-NB-REG-BLOQUEES
004391           END-IF
004392        END-IF
004393        IF NOT PAIEMENT-BLOQUE AND (RG-A-EXPORTER
004394           OR (RG-EXPORTEE AND RG-DATE-EXPORT = WS-DATE-JOUR
004395               AND RG-SEQ-EXPORT = WS-SEQUENCE))
004396           PERFORM 2550-LIGNE-REGUL THRU 2550-EXIT
004397        END-IF
004398        READ FREGU03-FILE NEXT
004399     END-PERFORM.
004400     IF WS-FREGU-STATUS NOT = '10'
004401        PERFORM 9540-ERREUR-FREGU THRU 9540-EXIT
004402     END-IF.
004403 2500-EXIT.
004404     EXIT.
004405*
004406*****************************************************************
004407*  2550  -  LIGNE DE REGULARISATION : UN JOUR AU TAUX JOURNALIER *
004408*            DE LA SESSION DE L'ABSENCE EN VIGUEUR CE JOUR-LA -  *
004409*            TAUX NUL : LA REGULARISATION EST SANS OBJET, AUCUNE *
004410*            LIGNE                                               *
004411*****************************************************************
004412 2550-LIGNE-REGUL.
004413*-----------------*
004414     IF RG-CODE-SESSION NOT = WS-SES-COUR
004415        MOVE RG-CODE-SESSION TO WS-SES-COUR
004416        PERFORM 2260-CHARGE-TAUX THRU 2260-EXIT
004417     END-IF.
004418     MOVE RG-DATE-ABS TO WS-DATE-TAUX.
004419     PERFORM 2270-TAUX-A-DATE THRU 2270-EXIT.
004420     IF WS-TAUX = ZERO
004421        MOVE 'S'  TO RG-ETAT
004422        MOVE ZERO TO RG-MONTANT
004423     ELSE
004424        MOVE RG-NUMERO          TO PG-NUMERO
004425        MOVE RG-DATE-ABS(1:6)   TO PG-MOIS
004426        MOVE RG-DATE-ABS        TO PG-DATE-ABS
004427        MOVE WS-TAUX            TO PG-MONTANT
004428        MOVE WS-IDEXT(RG-NUMERO) TO PG-ID-EXT
004429        IF RG-RAPPEL
004430           MOVE '+' TO PG-SENS
004431           MOVE 'RAPPEL SUR MOIS CLOTURE' TO PG-LIBELLE
004432           ADD WS-TAUX TO WS-TOT-RAPPELS
004433        ELSE
004434           MOVE '-' TO PG-SENS
004435           MOVE 'RETENUE SUR MOIS CLOTURE' TO PG-LIBELLE
004436           ADD WS-TAUX TO WS-TOT-RET-REGUL
004437        END-IF
004438        WRITE PAIE-REC FROM PAIE-REGUL
004439        ADD 1 TO WS-NB-REGUL
004440        PERFORM 2560-HISTO-REGUL THRU 2560-EXIT
004441        MOVE 'E'                TO RG-ETAT
004442        MOVE WS-DATE-JOUR       TO RG-DATE-EXPORT
004443        MOVE WS-SEQUENCE        TO RG-SEQ-EXPORT
004444        MOVE WS-TAUX            TO RG-MONTANT
004445     END-IF.
004446     REWRITE E-REGULARISATION.
004447     IF WS-FREGU-STATUS NOT = '00'
004448        PERFORM 9540-ERREUR-FREGU THRU 9540-EXIT
004449     END-IF.
004450 2550-EXIT.
004451     EXIT.
004452*
004453*****************************************************************
004454*  2560  -  HISTORIQUE D'UNE LIGNE DE REGULARISATION : RANG DE  *
004455*            LA LIGNE POUR LE NUMERO DANS CET EXPORT (ORDRE DU  *
004456*            FICHIER, CELUI DU RAPPROCHEMENT IMPPAIE) -         *
004457*            IDENTITE LUE DANS FSTAG03, A DEFAUT DANS FSTAGFIN  *
004458*****************************************************************
004459 2560-HISTO-REGUL.
004460*-----------------*
004461     IF RG-NUMERO NOT = WS-RANG-NUMERO
004462        MOVE RG-NUMERO TO WS-RANG-NUMERO
004463        MOVE ZERO      TO WS-RANG
004464     END-IF.
004465     IF WS-RANG = 999
004466        DISPLAY 'EXPPAIE - PLUS DE 999 REGULARISATIONS POUR '
004467                RG-NUMERO ' - HISTORIQUE NON TENU'
004468        GO TO 2560-EXIT
004469     END-IF.
004470     ADD 1 TO WS-RANG.
004471     MOVE SPACES             TO E-VERSEMENT.
004472     MOVE RG-NUMERO          TO E-NUMERO.
004473     READ FSTAG03-FILE.
004474     IF WS-FSTAG-STATUS = '00'
004475        MOVE E-IBAN          TO VS-IBAN
004476        MOVE E-NOM           TO VS-NOM
004477        MOVE E-PRENOM        TO VS-PRENOM
004478        MOVE E-ADR1          TO VS-ADR1
004479        MOVE E-ADR2          TO VS-ADR2
004480        MOVE E-CODEP         TO VS-CODEP
004481        MOVE E-VILLE         TO VS-VILLE
004482     ELSE
004483        MOVE RG-NUMERO       TO FN-NUMERO
004484        READ FSTAGFIN-FILE
004485        IF WS-FFIN-STATUS = '00'
004486           MOVE FN-IBAN      TO VS-IBAN
004487           MOVE FN-NOM       TO VS-NOM
004488           MOVE FN-PRENOM    TO VS-PRENOM
004489           MOVE FN-ADR1      TO VS-ADR1
004490           MOVE FN-ADR2      TO VS-ADR2
004491           MOVE FN-CODEP     TO VS-CODEP
004492           MOVE FN-VILLE     TO VS-VILLE
004493        END-IF
004494     END-IF.
004495     MOVE RG-NUMERO          TO VS-NUMERO.
004496     MOVE WS-DATE-JOUR       TO VS-DATE-EXPORT.
004497     MOVE WS-SEQUENCE        TO VS-SEQ-EXPORT.
004498     MOVE WS-RANG            TO VS-RANG.
004499     MOVE 'R'                TO VS-TYPE.
004500     MOVE RG-DATE-ABS(1:6)   TO VS-MOIS.
004501     MOVE RG-DATE-ABS        TO VS-DATE-ABS.
004502     MOVE PG-SENS            TO VS-SENS.
004503     MOVE RG-CODE-SESSION    TO VS-CODE-SESSION.
004504     MOVE ZERO               TO VS-NB-ABS VS-BRUT VS-RETENUE-ABS
004505                                VS-RETENUE-TROP VS-RETENUE-TITRES.
004506     MOVE WS-TAUX            TO VS-MONTANT.
004507     PERFORM 2450-ECRIT-HISTO THRU 2450-EXIT.
004508 2560-EXIT.
004509     EXIT.
004510*
004511*****************************************************************
004512*  1200  -  JOURS OUVRES (LUNDI-VENDREDI) DU MOIS EN COURS -     *
004513*            JOUR DE LA SEMAINE PAR CONGRUENCE DE ZELLER (H :    *
004514*            0 = SAMEDI, 1 = DIMANCHE, 2 = LUNDI ...)            *
004515*****************************************************************
004516 1200-JOURS-OUVRES.
004517*------------------*
004518     MOVE ZERO TO WS-JOURS-OUVRES.
004519     MOVE ALL 'N' TO WS-JOURS-OUVRES-TABLE.
004520     MOVE WS-AAAAMM(5:2) TO WS-NB-JOURS-MOIS.
004521     MOVE JM-NB(WS-NB-JOURS-MOIS) TO WS-NB-JOURS-MOIS.
004522*   ANNEE BISSEXTILE : REGLE SIMPLE DU DIVISIBLE PAR 4,
004523*   SUFFISANTE SUR LA PLAGE DE DATES DE L'APPLICATION
004524     IF WS-AAAAMM(5:2) = 02
004525        MOVE WS-AAAAMM(1:4) TO WS-ZEL-AAAA
004526        DIVIDE WS-ZEL-AAAA BY 4 GIVING WS-ZEL-K
004527           REMAINDER WS-ZEL-H
004528        IF WS-ZEL-H = ZERO
004529           MOVE 29 TO WS-NB-JOURS-MOIS
004530        END-IF
004531     END-IF.
004532*   UN JOUR OUVRE INSCRIT AU CALENDRIER DES FERIES/FERMETURES
004533*   (FJOUR03) NE COMPTE PAS
004534     PERFORM VARYING WS-ZEL-JJ FROM 1 BY 1
004535             UNTIL WS-ZEL-JJ > WS-NB-JOURS-MOIS
004536        PERFORM 1250-JOUR-SEMAINE THRU 1250-EXIT
004537        IF WS-ZEL-H >= 2 AND WS-ZEL-H <= 6
004538          COMPUTE JF-DATE = WS-AAAAMM * 100 + WS-ZEL-JJ
004539          READ FJOUR03-FILE
004540          IF WS-FJOUR-STATUS NOT = '00'
004541              ADD 1 TO WS-JOURS-OUVRES
004542              MOVE 'O' TO WS-JOUR-OUVRE(WS-ZEL-JJ)
004543          END-IF
004544        END-IF
004545     END-PERFORM.
004546 1200-EXIT.
004547     EXIT.
004548*
004549*****************************************************************
004550*  1250  -  JOUR DE LA SEMAINE DU WS-ZEL-JJ DU MOIS EN COURS     *
004551*            (CONGRUENCE DE ZELLER - JANVIER ET FEVRIER SONT     *
004552*            COMPTES MOIS 13 ET 14 DE L'ANNEE PRECEDENTE)        *
004553*****************************************************************
004554 1250-JOUR-SEMAINE.
004555*------------------*
004556     MOVE WS-AAAAMM(1:4) TO WS-ZEL-AAAA.
004560     MOVE WS-AAAAMM(5:2) TO WS-ZEL-MM.
004570     IF WS-ZEL-MM < 3
004580        ADD 12 TO WS-ZEL-MM
005040 9520-EXIT.
005050     EXIT.
005060*
005061 9530-ERREUR-FTROP.
005062*------------------*
005063     DISPLAY 'EXPPAIE - ERREUR E/S FTROP03 - CODE STATUT '
005064             WS-FTROP-STATUS.
005065     MOVE 16 TO RETURN-CODE.
005066     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
005067     STOP RUN.
005068 9530-EXIT.
005069     EXIT.
005070*
005071 9540-ERREUR-FREGU.
005072*------------------*
005073     DISPLAY 'EXPPAIE - ERREUR E/S FREGU03 - CODE STATUT '
005074             WS-FREGU-STATUS.
005075     MOVE 16 TO RETURN-CODE.
005076     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
005077     STOP RUN.
005078 9540-EXIT.
005079     EXIT.
005080*
005081 9550-ERREUR-FTAUX.
005082*------------------*
005083     DISPLAY 'EXPPAIE - ERREUR E/S FTAUX03 - CODE STATUT '
005084             WS-FTAUX-STATUS.
005085     MOVE 16 TO RETURN-CODE.
005086     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
005087     STOP RUN.
005088 9550-EXIT.
005089     EXIT.
005090*
005091 9560-ERREUR-FVERS.
005092*------------------*
005093     DISPLAY 'EXPPAIE - ERREUR E/S FVERS03 - CODE STATUT '
005094             WS-FVERS-STATUS.
005095     MOVE 16 TO RETURN-CODE.
005096     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
005097     STOP RUN.
005098 9560-EXIT.
005099     EXIT.
005100*
005101 9570-ERREUR-FBANQ.
005102*------------------*
005103     DISPLAY 'EXPPAIE - ERREUR E/S FBANQ03 - CODE STATUT '
005104             WS-FBANQ-STATUS.
005105     MOVE 16 TO RETURN-CODE.
005106     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
005107     STOP RUN.
005108 9570-EXIT.
005109     EXIT.
005110*
005111 9580-ERREUR-FDOCS.
005112*------------------*
005113     DISPLAY 'EXPPAIE - ERREUR E/S FDOCS03 - CODE STATUT '
005114             WS-FDOCS-STATUS.
005115     MOVE 16 TO RETURN-CODE.
005116     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
005117     STOP RUN.
005118 9580-EXIT.
005119     EXIT.
005120*
005121 9590-ERREUR-FCONG.
005122*------------------*
005123     DISPLAY 'EXPPAIE - ERREUR E/S FCONG03 - CODE STATUT '
005124             WS-FCONG-STATUS.
005125     MOVE 16 TO RETURN-CODE.
005126     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
005127     STOP RUN.
005128 9590-EXIT.
005129     EXIT.
005130*
005131*****************************************************************
005132*  9500  -  ERREUR D'ENTREE/SORTIE SUR L'EXTRAIT FSTAGEXT - LE   *
005133*            CODE STATUT EST TRACE ET LE TRAITEMENT EST          *
005134*            INTERROMPU                                          *
005135*****************************************************************
005136 9500-ERREUR-EXTRAIT.
005137*--------------------*
005138     DISPLAY 'EXPPAIE - ERREUR E/S FSTAGEXT - CODE STATUT '
005139             WS-FEXT-STATUS.
005150     MOVE 16 TO RETURN-CODE.
005160     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
005170     STOP RUN.
005290     IF RETURN-CODE = ZERO
005300        PERFORM 9100-MAJ-RUN-CONTROL THRU 9100-EXIT
005310     END-IF.
005315     CLOSE EXTRAIT-FILE.
005320     CLOSE FSTAG03-FILE.
005322     MOVE WS-NB-RETENUES  TO WS-NB-ED.
005324     MOVE WS-TOT-RETENUES TO WS-TOTAL-ED.
005326     DISPLAY 'EXPPAIE - RETENUES TROP-PERCUS : ' WS-NB-ED
005328             ' POUR ' WS-TOTAL-ED ' EUROS'.
005329     MOVE WS-NB-REGUL      TO WS-NB-ED.
005330     DISPLAY 'EXPPAIE - REGULARISATIONS MOIS CLOTURES : '
005331             WS-NB-ED ' LIGNE(S)'.
005332     MOVE WS-TOT-RAPPELS   TO WS-TOTAL-ED.
005333     DISPLAY 'EXPPAIE -   RAPPELS  : ' WS-TOTAL-ED ' EUROS'.
005334     MOVE WS-TOT-RET-REGUL TO WS-TOTAL-ED.
005335     DISPLAY 'EXPPAIE -   RETENUES : ' WS-TOTAL-ED ' EUROS'.
005336     MOVE WS-NB-HISTO      TO WS-NB-ED.
005337     DISPLAY 'EXPPAIE - HISTORIQUE DES VERSEMENTS : '
005338             WS-NB-ED ' ENTREE(S)'.
005339     MOVE WS-NB-BLOQUES    TO WS-NB-ED.
005340     DISPLAY 'EXPPAIE - PAIEMENTS BLOQUES (RIB NON CONFIRME) : '
005341             WS-NB-ED ' STAGIAIRE(S)'.
005342     MOVE WS-NB-REG-BLOQUEES TO WS-NB-ED.
005343     DISPLAY 'EXPPAIE -   REGULARISATIONS EN ATTENTE : '
005344             WS-NB-ED ' LIGNE(S)'.
005345     CLOSE FSESS03-FILE.
005346     CLOSE FXREF03-FILE.
005360     CLOSE FJOUR03-FILE.
005365     CLOSE FTROP03-FILE.
005367     CLOSE FREGU03-FILE.
005368     CLOSE FTAUX03-FILE.
005369     CLOSE FSTAGFIN-FILE.
005370     CLOSE FVERS03-FILE.
005371     CLOSE FBANQ03-FILE.
005372     CLOSE FDOCS03-FILE.
005373     CLOSE FCONG03-FILE.
005374     CLOSE PAIE-FILE.
005375     CLOSE FTITR03-FILE.
005376     MOVE WS-NB-RET-TITRES  TO WS-NB-ED.
005377     MOVE WS-TOT-RET-TITRES TO WS-TOTAL-ED.
005378     DISPLAY 'EXPPAIE - RETENUES TITRES-RESTAURANT : ' WS-NB-ED
005379             ' POUR ' WS-TOTAL-ED ' EUROS'.
005380     CLOSE FCTL03-FILE.
005381     CLOSE FFRAI03-FILE.
005382     MOVE WS-NB-FRAIS  TO WS-NB-ED.
005383     MOVE WS-TOT-FRAIS TO WS-TOTAL-ED.
005384     DISPLAY 'EXPPAIE - FRAIS DE TRANSPORT VERSES : ' WS-NB-ED
005385             ' POUR ' WS-TOTAL-ED ' EUROS'.
005386     MOVE WS-NB-FRAIS-BLOQUES TO WS-NB-ED.
005387     DISPLAY 'EXPPAIE -   FRAIS EN ATTENTE (RIB) : ' WS-NB-ED
005388             ' DEMANDE(S)'.
005390 9000-EXIT.
005400     EXIT.
005410*
005420*****************************************************************
005430*  9100  -  ENREGISTREMENT DU POINT DE REPRISE DE L'EXPORT       *
005435*            REUSSI (SEQUENCE, DATE ET HEURE DE L'EXTRACTION :   *
005440*            UNE FICHE MODIFIEE APRES L'EXTRACTION REPART AU     *
005445*            PROCHAIN EXPORT)                                    *
005450*****************************************************************
005460 9100-MAJ-RUN-CONTROL.
005470*---------------------*
005480     MOVE 'EXPPAIE '        TO CT-CLE.
005490     MOVE WS-DATE-EXTRAIT   TO CT-DATE.
005500     MOVE WS-HEURE-EXTRAIT  TO CT-HEURE.
005510     MOVE WS-SEQUENCE       TO CT-SEQUENCE.
005520     MOVE 'T'               TO CT-ETAT.
005530     REWRITE E-CONTROLE.
005710     STOP RUN.
005720 9510-EXIT.
005730     EXIT.
005740*
005750*****************************************************************
005760*  2600  -  RETENUE DES TITRES-RESTAURANT : LA PART DU STAGIAIRE *
005770*            DE CHAQUE MOIS DE DROIT A RETENIR (FTITR03, ETAT    *
005780*            'C') EST RETENUE SUR LE MONTANT DU MOIS, DANS LA    *
005790*            LIMITE DE CE MONTANT - LE RESTE SERA RETENU AUX     *
005800*            EXPORTS SUIVANTS - RETENUE AVANT LES TROP-PERCUS    *
005810*****************************************************************
005820 2600-RETENUE-TITRES.
005830*--------------------*
005840     MOVE E-NUMERO TO TT-NUMERO.
005850     MOVE ZERO     TO TT-MOIS.
005860     START FTITR03-FILE KEY >= TT-CLE.
005870     IF WS-FTITR-STATUS NOT = '00'
005880        GO TO 2600-EXIT
005890     END-IF.
005900     READ FTITR03-FILE NEXT.
005910     PERFORM UNTIL WS-FTITR-STATUS NOT = '00'
005920             OR TT-NUMERO NOT = E-NUMERO
005930        PERFORM 2650-RETENUE-MOIS-TITRES THRU 2650-EXIT
005940        READ FTITR03-FILE NEXT
005950     END-PERFORM.
005960     IF WS-RETENUE-TITRES > ZERO
005970        ADD 1 TO WS-NB-RET-TITRES
005980        ADD WS-RETENUE-TITRES TO WS-TOT-RET-TITRES
005990     END-IF.
006000 2600-EXIT.
006010     EXIT.
006020*
006030*****************************************************************
006040*  2650  -  RETENUE SUR UN MOIS DE DROIT - UN EXPORT RELANCE     *
006050*            APRES INCIDENT (MEME DATE ET MEME SEQUENCE) ANNULE  *
006060*            D'ABORD LA RETENUE QU'IL AVAIT FAITE                *
006070*****************************************************************
006080 2650-RETENUE-MOIS-TITRES.
006090*-------------------------*
006100     MOVE 'N' TO WS-TITRE-MODIFIE.
006110     IF TT-DATE-EXPORT = WS-DATE-JOUR
006120        AND TT-SEQ-EXPORT = WS-SEQUENCE
006130        SUBTRACT TT-DERN-RETENUE FROM TT-RETENU
006140        MOVE ZERO TO TT-DERN-RETENUE
006150        MOVE 'O'  TO WS-TITRE-MODIFIE
006160     ELSE
006170        IF NOT TT-A-RETENIR
006180           GO TO 2650-EXIT
006190        END-IF
006200     END-IF.
006210     COMPUTE WS-RETENUE-MOIS = TT-PART - TT-RETENU.
006220     IF WS-RETENUE-MOIS > WS-MONTANT
006230        MOVE WS-MONTANT TO WS-RETENUE-MOIS
006240     END-IF.
006250     IF WS-RETENUE-MOIS = ZERO AND WS-TITRE-MODIFIE = 'N'
006260        GO TO 2650-EXIT
006270     END-IF.
006280     ADD WS-RETENUE-MOIS  TO TT-RETENU.
006290     MOVE WS-RETENUE-MOIS TO TT-DERN-RETENUE.
006300     MOVE WS-DATE-JOUR    TO TT-DATE-EXPORT.
006310     MOVE WS-SEQUENCE     TO TT-SEQ-EXPORT.
006320     IF TT-RETENU < TT-PART
006330        MOVE 'C' TO TT-ETAT
006340     ELSE
006350        MOVE 'R' TO TT-ETAT
006360     END-IF.
006370     REWRITE E-TITRE.
006380     IF WS-FTITR-STATUS NOT = '00'
006390        PERFORM 9595-ERREUR-FTITR THRU 9595-EXIT
006400     END-IF.
006410     SUBTRACT WS-RETENUE-MOIS FROM WS-MONTANT.
006420     ADD WS-RETENUE-MOIS TO WS-RETENUE-TITRES.
006430 2650-EXIT.
006440     EXIT.
006450*
006460 9595-ERREUR-FTITR.
006470*------------------*
006480     DISPLAY 'EXPPAIE - ERREUR E/S FTITR03 - CODE STATUT '
006490             WS-FTITR-STATUS.
006500     MOVE 16 TO RETURN-CODE.
006510     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
006520     STOP RUN.
006530 9595-EXIT.
006540     EXIT.
006550*
006560*****************************************************************
006570*  2700  -  FRAIS DE TRANSPORT APPROUVES (FFRAI03) : UNE        *
006580*            LIGNE 'T' DISTINCTE PAR DEMANDE, EN PLUS DE        *
006590*            L'INDEMNITE - DEMANDE D'UN STAGIAIRE BLOQUE        *
006600*            (2150) LAISSEE POUR LE PASSAGE QUI SUIT LA         *
006610*            CONFIRMATION ; UN EXPORT RELANCE (MEME DATE,       *
006620*            MEME SEQUENCE) REECRIT SES PROPRES LIGNES          *
006630*****************************************************************
006640 2700-FRAIS-TRANSPORT.
006650*---------------------*
006660     MOVE LOW-VALUES TO FR-CLE.
006670     START FFRAI03-FILE KEY >= FR-CLE.
006680     IF WS-FFRAI-STATUS = '23'
006690        GO TO 2700-EXIT
006700     END-IF.
006710     IF WS-FFRAI-STATUS NOT = '00'
006720        PERFORM 9596-ERREUR-FFRAI THRU 9596-EXIT
006730     END-IF.
006740     READ FFRAI03-FILE NEXT.
006750     PERFORM UNTIL WS-FFRAI-STATUS NOT = '00'
006760        MOVE 'N' TO WS-BLOQUE
006770        IF FR-APPROUVEE
006780           MOVE FR-NUMERO TO WS-BQ-NUMERO
006790           PERFORM 2150-CONTROLE-RIB THRU 2150-EXIT
006800           IF PAIEMENT-BLOQUE
006810              ADD 1 TO WS-NB-FRAIS-BLOQUES
006820           END-IF
006830        END-IF
006840        IF NOT PAIEMENT-BLOQUE AND (FR-APPROUVEE
006850           OR (FR-EXPORTEE AND FR-DATE-EXPORT = WS-DATE-JOUR
006860               AND FR-SEQ-EXPORT = WS-SEQUENCE))
006870           PERFORM 2750-LIGNE-FRAIS THRU 2750-EXIT
006880        END-IF
006890        READ FFRAI03-FILE NEXT
006900     END-PERFORM.
006910     IF WS-FFRAI-STATUS NOT = '10'
006920        PERFORM 9596-ERREUR-FFRAI THRU 9596-EXIT
006930     END-IF.
006940 2700-EXIT.
006950     EXIT.
006960*
006970*****************************************************************
006980*  2750  -  LIGNE DE FRAIS DE TRANSPORT : MONTANT FIGE A LA     *
006990*            SAISIE (TRAJETS X TARIF DU BAREME), DEMANDE        *
007000*            PASSEE A L'ETAT 'E' (DATE ET SEQUENCE D'EXPORT)    *
007010*****************************************************************
007020 2750-LIGNE-FRAIS.
007030*-----------------*
007040     MOVE FR-NUMERO           TO PK-NUMERO.
007050     MOVE FR-DATE-DEBUT(1:6)  TO PK-MOIS.
007060     MOVE FR-DATE-DEBUT       TO PK-DATE-DEBUT.
007070     MOVE FR-DATE-FIN         TO PK-DATE-FIN.
007080     MOVE FR-NB-TRAJETS       TO PK-NB-TRAJETS.
007090     MOVE FR-KM               TO PK-KM.
007100     MOVE FR-MONTANT          TO PK-MONTANT.
007110     MOVE WS-IDEXT(FR-NUMERO) TO PK-ID-EXT.
007120     MOVE 'FRAIS DE TRANSPORT' TO PK-LIBELLE.
007130     WRITE PAIE-REC FROM PAIE-FRAIS.
007140     ADD 1          TO WS-NB-FRAIS.
007150     ADD FR-MONTANT TO WS-TOT-FRAIS.
007160     MOVE 'E'                 TO FR-ETAT.
007170     MOVE WS-DATE-JOUR        TO FR-DATE-EXPORT.
007180     MOVE WS-SEQUENCE         TO FR-SEQ-EXPORT.
007190     REWRITE E-FRAIS.
007200     IF WS-FFRAI-STATUS NOT = '00'
007210        PERFORM 9596-ERREUR-FFRAI THRU 9596-EXIT
007220     END-IF.
007230 2750-EXIT.
007240     EXIT.
007250*
007260 9596-ERREUR-FFRAI.
007270*------------------*
007280     DISPLAY 'EXPPAIE - ERREUR E/S FFRAI03 - CODE STATUT '
007290             WS-FFRAI-STATUS.
007300     MOVE 16 TO RETURN-CODE.
007310     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
007320     STOP RUN.
007330 9596-EXIT.
007340     EXIT.
