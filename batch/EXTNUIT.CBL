000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EXTNUIT.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  EXTNUIT  -  EXTRACTION ENRICHIE DES STAGIAIRES POUR LA CHAINE *
000090*               DE NUIT : FSTAG03 EST PARCOURU UNE SEULE FOIS ET *
000100*               CHAQUE FICHE EST ECRITE SUR L'EXTRAIT (FSTAGEXT, *
000110*               CF FEXTR.cpy) AVEC LES DONNEES DE SA SESSION     *
000120*               (FSESS03, LUE UNE FOIS PAR SESSION), SON AGE     *
000130*               EXACT, SON DEPARTEMENT ET SES ABSENCES DU MOIS   *
000140*               (FPRES03) - EXTRAIT TRIE PAR CODE SESSION PUIS   *
000150*               NUMERO - LU ENSUITE PAR STATDEP, DISTDEP,        *
000160*               AGEALRT, CTLQUAL, ETATLST, URGSESS ET EXPPAIE AU *
000170*               LIEU DE FSTAG03                                  *
000180*****************************************************************
000190*  HISTORIQUE DES MODIFICATIONS                                 *
000200*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-390.
000250 OBJECT-COMPUTER. IBM-390.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT FSTAG03-FILE   ASSIGN TO FSTAG03
000290            ORGANIZATION   INDEXED
000300            ACCESS MODE    SEQUENTIAL
000310            RECORD KEY     E-NUMERO
000320            FILE STATUS    WS-FSTAG-STATUS.
000330     SELECT FSESS03-FILE   ASSIGN TO FSESS03
000340            ORGANIZATION   INDEXED
000350            ACCESS MODE    RANDOM
000360            RECORD KEY     S-CODE
000370            FILE STATUS    WS-FSESS-STATUS.
000380     SELECT FPRES03-FILE   ASSIGN TO FPRES03
000390            ORGANIZATION   INDEXED
000400            ACCESS MODE    DYNAMIC
000410            RECORD KEY     PR-CLE
000420            FILE STATUS    WS-FPRES-STATUS.
000430     SELECT EXTRAIT-FILE   ASSIGN TO FSTAGEXT
000440            ORGANIZATION   LINE SEQUENTIAL
000450            FILE STATUS    WS-FEXT-STATUS.
000460     SELECT TRI-FILE       ASSIGN TO TRIWK01.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  FSTAG03-FILE.
000510*   DESCRIPTION DU FICHIER KSD DES STAGIAIRES
000520     COPY FSTAG.
000530*
000540 FD  FSESS03-FILE.
000550*   DESCRIPTION DU FICHIER KSD DES SESSIONS
000560     COPY FSESS.
000570*
000580 FD  FPRES03-FILE.
000590*   DESCRIPTION DU FICHIER KSD DES ABSENCES
000600     COPY FPRES.
000610*
000620 FD  EXTRAIT-FILE
000630     RECORDING MODE F.
000640 01  EXTRAIT-REC           PIC X(540).
000650*
000660 SD  TRI-FILE.
000670 01  TRI-REC.
000680     05  TR-CLE            PIC X(14).
000690     05  FILLER            PIC X(526).
000700*
000710 WORKING-STORAGE SECTION.
000720*   TABLE DES DEPARTEMENTS LIMITROPHES - MEME COPYBOOK PARTAGE
000730*   QUE LA SAISIE (INF1CI3 / INF3CI3)
000740     COPY DEPTAB.
000750*   ENREGISTREMENT DE L'EXTRAIT EN PREPARATION
000760     COPY FEXTR.
000770 77  WS-FSTAG-STATUS       PIC X(02).
000780 77  WS-FSESS-STATUS       PIC X(02).
000790 77  WS-FPRES-STATUS       PIC X(02).
000800 77  WS-FEXT-STATUS        PIC X(02).
000810 77  WS-EOF                PIC X(01)     VALUE 'N'.
000820     88  FIN-FICHIER                     VALUE 'Y'.
000830 77  WS-EOF-TRI            PIC X(01)     VALUE 'N'.
000840     88  FIN-TRI                         VALUE 'Y'.
000850 77  WS-CPT                PIC 9(02) COMP.
000860 77  WS-IND-JJ             PIC 9(02).
000870*   DATE ET HEURE DE L'EXTRACTION, MOIS DES ABSENCES
000880 77  WS-DATE-JOUR          PIC 9(08).
000890 77  WS-HEURE-JOUR         PIC 9(08).
000900 77  WS-AAAAMM             PIC 9(06).
000910*   CALCUL D'AGE EXACT (JOUR/MOIS/ANNEE)
000920 77  WS-ANNEE-COUR         PIC 9(04).
000930 77  WS-ANNEE-NAIS         PIC 9(04).
000940 77  WS-MMJJ-NAIS          PIC 9(04).
000950 77  WS-MMJJ-JOUR          PIC 9(04).
000960*   SESSION COURANTE DE L'EXTRAIT TRIE ET SES DONNEES, LUES UNE
000970*   FOIS DANS FSESS03 PUIS REPORTEES SUR CHACUN DE SES STAGIAIRES
000980 77  WS-SES-COUR           PIC X(10)     VALUE LOW-VALUE.
000990 01  WS-SESSION-CACHE      PIC X(101).
001000*   COMPTEURS DU PASSAGE
001010 77  WS-NB-LUS             PIC 9(06) COMP VALUE ZERO.
001020 77  WS-NB-ECRITS          PIC 9(06) COMP VALUE ZERO.
001030 77  WS-NB-SESSIONS        PIC 9(06) COMP VALUE ZERO.
001040 77  WS-NB-SANS-SESSION    PIC 9(06) COMP VALUE ZERO.
001050 77  WS-NB-ABSENCES        PIC 9(06) COMP VALUE ZERO.
001060 77  WS-NB-ED              PIC ZZZZZ9.
001070*
001080 PROCEDURE DIVISION.
001090 0000-MAINLINE.
001100*----------------*
001110     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001120     SORT TRI-FILE ON ASCENDING KEY TR-CLE
001130         INPUT  PROCEDURE 2000-ALIMENTE-TRI  THRU 2000-EXIT
001140         OUTPUT PROCEDURE 3000-ECRIT-EXTRAIT THRU 3000-EXIT.
001150     PERFORM 8000-BILAN          THRU 8000-EXIT.
001160     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001170     STOP RUN.
001180*
001190*****************************************************************
001200*  1000  -  OUVERTURE DES FICHIERS, DATE ET HEURE DE L'EXTRACTION*
001210*****************************************************************
001220 1000-INITIALISATION.
001230*--------------------*
001240     ACCEPT WS-DATE-JOUR  FROM DATE YYYYMMDD.
001250     ACCEPT WS-HEURE-JOUR FROM TIME.
001260     MOVE WS-DATE-JOUR(1:6) TO WS-AAAAMM.
001270     MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-COUR.
001280     MOVE WS-DATE-JOUR(5:2) TO WS-MMJJ-JOUR(1:2).
001290     MOVE WS-DATE-JOUR(7:2) TO WS-MMJJ-JOUR(3:2).
001300     OPEN INPUT  FSTAG03-FILE.
001310     OPEN INPUT  FSESS03-FILE.
001320     OPEN INPUT  FPRES03-FILE.
001330     OPEN OUTPUT EXTRAIT-FILE.
001340 1000-EXIT.
001350     EXIT.
001360*
001370*****************************************************************
001380*  2000  -  ALIMENTATION DU TRI : PARCOURS UNIQUE DE FSTAG03 DANS*
001390*            L'ORDRE DES NUMEROS (CELUI DES CLES FPRES03), UN    *
001400*            ENREGISTREMENT ENRICHI PAR STAGIAIRE                *
001410*****************************************************************
001420 2000-ALIMENTE-TRI.
001430*------------------*
001440     MOVE 'N' TO WS-EOF.
001450     READ FSTAG03-FILE
001460         AT END MOVE 'Y' TO WS-EOF
001470     END-READ.
001480     IF NOT FIN-FICHIER AND WS-FSTAG-STATUS NOT = '00'
001490        PERFORM 9500-ERREUR-FSTAG THRU 9500-EXIT
001500     END-IF.
001510     PERFORM UNTIL FIN-FICHIER
001520        ADD 1 TO WS-NB-LUS
001530        PERFORM 2100-PREPARE-EXTRAIT THRU 2100-EXIT
001540        RELEASE TRI-REC FROM E-EXTRAIT
001550        READ FSTAG03-FILE
001560            AT END MOVE 'Y' TO WS-EOF
001570        END-READ
001580        IF NOT FIN-FICHIER AND WS-FSTAG-STATUS NOT = '00'
001590           PERFORM 9500-ERREUR-FSTAG THRU 9500-EXIT
001600        END-IF
001610     END-PERFORM.
001620 2000-EXIT.
001630     EXIT.
001640*
001650*****************************************************************
001660*  2100  -  ENREGISTREMENT DE L'EXTRAIT DU STAGIAIRE COURANT - LA*
001670*            SESSION EST PORTEE APRES LE TRI (3100)              *
001680*****************************************************************
001690 2100-PREPARE-EXTRAIT.
001700*---------------------*
001710     MOVE SPACES           TO E-EXTRAIT.
001720     MOVE E-CODE-SESSION   TO EX-CODE-SESSION.
001730     MOVE E-NUMERO         TO EX-NUMERO.
001740     MOVE WS-DATE-JOUR     TO EX-DATE-EXTRAIT.
001750     MOVE WS-HEURE-JOUR(1:6) TO EX-HEURE-EXTRAIT.
001760     MOVE E-STAGIAIRE      TO EX-STAGIAIRE.
001770     PERFORM 2200-CALCULE-AGE     THRU 2200-EXIT.
001780     PERFORM 2300-DEPARTEMENT     THRU 2300-EXIT.
001790     PERFORM 2400-ABSENCES-MOIS   THRU 2400-EXIT.
001800 2100-EXIT.
001810     EXIT.
001820*
001830*****************************************************************
001840*  2200  -  AGE EXACT (JOUR/MOIS/ANNEE) DU STAGIAIRE COURANT -   *
001850*            MEME CALCUL QUE CELUI FAIT A LA SAISIE (INF1CI3)    *
001860*****************************************************************
001870 2200-CALCULE-AGE.
001880*-----------------*
001890     MOVE E-DATE-NAISS(5:4) TO WS-ANNEE-NAIS.
001900     SUBTRACT WS-ANNEE-NAIS FROM WS-ANNEE-COUR GIVING EX-AGE.
001910     MOVE E-DATE-NAISS(3:2) TO WS-MMJJ-NAIS(1:2).
001920     MOVE E-DATE-NAISS(1:2) TO WS-MMJJ-NAIS(3:2).
001930     IF WS-MMJJ-JOUR < WS-MMJJ-NAIS
001940        SUBTRACT 1 FROM EX-AGE
001950     END-IF.
001960 2200-EXIT.
001970     EXIT.
001980*
001990*****************************************************************
002000*  2300  -  DEPARTEMENT DU CODE POSTAL ET SON RANG DANS LA TABLE *
002010*            DEPTAB (00 = NON LIMITROPHE)                        *
002020*****************************************************************
002030 2300-DEPARTEMENT.
002040*-----------------*
002050     MOVE E-CODEP(1:2) TO EX-DEPT.
002060     MOVE ZERO         TO EX-RANG-DEP.
002070     PERFORM VARYING WS-CPT FROM 1 BY 1
002080             UNTIL WS-CPT > DEPTAB-MAX OR EX-RANG-DEP NOT = ZERO
002090        IF DP(WS-CPT) NOT = 00 AND DP(WS-CPT) = E-CODEP(1:2)
002100           MOVE WS-CPT TO EX-RANG-DEP
002110        END-IF
002120     END-PERFORM.
002130 2300-EXIT.
002140     EXIT.
002150*
002160*****************************************************************
002170*  2400  -  ABSENCES DU STAGIAIRE COURANT SUR LE MOIS EN COURS   *
002180*            (CLE FPRES03 = NUMERO + DATE AAAAMMJJ) : ETAT DE    *
002190*            CHAQUE JOUR ET CUMULS JUSQU'A LA DATE DU JOUR       *
002200*****************************************************************
002210 2400-ABSENCES-MOIS.
002220*-------------------*
002230     MOVE WS-AAAAMM TO EX-AAAAMM.
002240     MOVE ZERO      TO EX-NB-ABS-MOIS EX-NB-ABS-NJ.
002250     MOVE E-NUMERO  TO PR-NUMERO.
002260     MOVE WS-AAAAMM TO PR-DATE(1:6).
002270     MOVE 01        TO PR-DATE(7:2).
002280     START FPRES03-FILE KEY >= PR-CLE.
002290     IF WS-FPRES-STATUS = '23'
002300        GO TO 2400-EXIT
002310     END-IF.
002320     IF WS-FPRES-STATUS NOT = '00'
002330        PERFORM 9520-ERREUR-FPRES THRU 9520-EXIT
002340     END-IF.
002350     READ FPRES03-FILE NEXT.
002360     PERFORM UNTIL WS-FPRES-STATUS NOT = '00'
002370             OR PR-NUMERO NOT = E-NUMERO
002380             OR PR-DATE(1:6) NOT = WS-AAAAMM
002390        PERFORM 2450-JOUR-ABSENCE THRU 2450-EXIT
002400        READ FPRES03-FILE NEXT
002410     END-PERFORM.
002420     IF WS-FPRES-STATUS NOT = '00' AND NOT = '10'
002430        PERFORM 9520-ERREUR-FPRES THRU 9520-EXIT
002440     END-IF.
002450 2400-EXIT.
002460     EXIT.
002470*
002480*****************************************************************
002490*  2450  -  UNE ABSENCE DU MOIS : SON JOUR PREND LE STATUT DE    *
002500*            JUSTIFICATION ('P' SI JAMAIS STATUE) ; COMPTEE DANS *
002510*            LES CUMULS SI ELLE NE DEPASSE PAS LA DATE DU JOUR   *
002520*****************************************************************
002530 2450-JOUR-ABSENCE.
002540*------------------*
002550     MOVE PR-DATE(7:2) TO WS-IND-JJ.
002560     IF WS-IND-JJ < 1 OR WS-IND-JJ > 31
002570        GO TO 2450-EXIT
002580     END-IF.
002590     IF PR-JUSTIF = SPACE
002600        MOVE 'P'      TO EX-JOUR-ABS(WS-IND-JJ)
002610     ELSE
002620        MOVE PR-JUSTIF TO EX-JOUR-ABS(WS-IND-JJ)
002630     END-IF.
002640     ADD 1 TO WS-NB-ABSENCES.
002650     IF PR-DATE > WS-DATE-JOUR
002660        GO TO 2450-EXIT
002670     END-IF.
002680     ADD 1 TO EX-NB-ABS-MOIS.
002690     IF PR-JUSTIF NOT = 'J'
002700        ADD 1 TO EX-NB-ABS-NJ
002710     END-IF.
002720 2450-EXIT.
002730     EXIT.
002740*
002750*****************************************************************
002760*  3000  -  ECRITURE DE L'EXTRAIT DANS L'ORDRE SESSION / NUMERO :*
002770*            LES DONNEES DE SESSION SONT LUES A CHAQUE CHANGEMENT*
002780*            DE CODE ET REPORTEES SUR SES STAGIAIRES             *
002790*****************************************************************
002800 3000-ECRIT-EXTRAIT.
002810*-------------------*
002820     MOVE 'N' TO WS-EOF-TRI.
002830     RETURN TRI-FILE INTO E-EXTRAIT
002840         AT END MOVE 'Y' TO WS-EOF-TRI
002850     END-RETURN.
002860     PERFORM UNTIL FIN-TRI
002870        IF EX-CODE-SESSION NOT = WS-SES-COUR
002880           PERFORM 3100-CHARGE-SESSION THRU 3100-EXIT
002890        ELSE
002900           MOVE WS-SESSION-CACHE TO EX-SESSION
002910        END-IF
002920        IF NOT EX-SESSION-TROUVEE
002930           ADD 1 TO WS-NB-SANS-SESSION
002940        END-IF
002950        WRITE EXTRAIT-REC FROM E-EXTRAIT
002960        IF WS-FEXT-STATUS NOT = '00'
002970           PERFORM 9530-ERREUR-FEXT THRU 9530-EXIT
002980        END-IF
002990        ADD 1 TO WS-NB-ECRITS
003000        RETURN TRI-FILE INTO E-EXTRAIT
003010            AT END MOVE 'Y' TO WS-EOF-TRI
003020        END-RETURN
003030     END-PERFORM.
003040 3000-EXIT.
003050     EXIT.
003060*
003070*****************************************************************
003080*  3100  -  DONNEES DE LA SESSION EX-CODE-SESSION (FICHE FSESS03)*
003090*            - CODE A BLANC OU INCONNU : ZONES A BLANC ET A ZERO,*
003100*            INDICATEUR 'N'                                      *
003110*****************************************************************
003120 3100-CHARGE-SESSION.
003130*--------------------*
003140     MOVE EX-CODE-SESSION TO WS-SES-COUR.
003150     ADD 1 TO WS-NB-SESSIONS.
003160     MOVE 'N'    TO EX-SESSION-CONNUE.
003170     MOVE SPACES TO EX-S-LIBELLE EX-S-SITE EX-S-COORDINATEUR.
003180     MOVE ZERO   TO EX-S-DATE-DEBUT EX-S-DATE-FIN EX-S-CAPACITE
003190                    EX-S-TAUX-JOUR.
003200     IF EX-CODE-SESSION NOT = SPACE
003210        MOVE EX-CODE-SESSION TO S-CODE
003220        READ FSESS03-FILE
003230        IF WS-FSESS-STATUS = '00'
003240           MOVE 'O'            TO EX-SESSION-CONNUE
003250           MOVE S-LIBELLE      TO EX-S-LIBELLE
003260           MOVE S-DATE-DEBUT   TO EX-S-DATE-DEBUT
003270           MOVE S-DATE-FIN     TO EX-S-DATE-FIN
003280           MOVE S-SITE         TO EX-S-SITE
003290           MOVE S-COORDINATEUR TO EX-S-COORDINATEUR
003300           MOVE S-CAPACITE     TO EX-S-CAPACITE
003310           MOVE S-TAUX-JOUR    TO EX-S-TAUX-JOUR
003320        ELSE
003330           IF WS-FSESS-STATUS NOT = '23'
003340              PERFORM 9510-ERREUR-FSESS THRU 9510-EXIT
003350           END-IF
003360        END-IF
003370     END-IF.
003380     MOVE EX-SESSION TO WS-SESSION-CACHE.
003390 3100-EXIT.
003400     EXIT.
003410*
003420*****************************************************************
003430*  8000  -  BILAN DU PASSAGE SUR SYSOUT - UN ECART ENTRE FICHES  *
003440*            LUES ET ECRITES REND L'EXTRAIT INUTILISABLE (RC=16) *
003450*****************************************************************
003460 8000-BILAN.
003470*-----------*
003480     MOVE WS-NB-LUS          TO WS-NB-ED.
003490     DISPLAY 'EXTNUIT - STAGIAIRES LUS (FSTAG03)   : ' WS-NB-ED.
003500     MOVE WS-NB-ECRITS       TO WS-NB-ED.
003510     DISPLAY 'EXTNUIT - ENREGISTREMENTS EXTRAITS   : ' WS-NB-ED.
003520     MOVE WS-NB-SESSIONS     TO WS-NB-ED.
003530     DISPLAY 'EXTNUIT - SESSIONS                   : ' WS-NB-ED.
003540     MOVE WS-NB-SANS-SESSION TO WS-NB-ED.
003550     DISPLAY 'EXTNUIT - SESSION A BLANC OU INCONNUE: ' WS-NB-ED.
003560     MOVE WS-NB-ABSENCES     TO WS-NB-ED.
003570     DISPLAY 'EXTNUIT - ABSENCES DU MOIS REPORTEES : ' WS-NB-ED.
003580     IF WS-NB-LUS NOT = WS-NB-ECRITS
003590        DISPLAY 'EXTNUIT - ECART LUS / EXTRAITS - EXTRAIT REJETE'
003600        MOVE 16 TO RETURN-CODE
003610     END-IF.
003620 8000-EXIT.
003630     EXIT.
003640*
003650*****************************************************************
003660*  9500  -  ERREUR D'ENTREE/SORTIE SUR FSTAG03 - LE CODE STATUT  *
003670*            EST TRACE ET LE TRAITEMENT EST INTERROMPU           *
003680*****************************************************************
003690 9500-ERREUR-FSTAG.
003700*------------------*
003710     DISPLAY 'EXTNUIT - ERREUR E/S FSTAG03 - CODE STATUT '
003720             WS-FSTAG-STATUS.
003730     MOVE 16 TO RETURN-CODE.
003740     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003750     STOP RUN.
003760 9500-EXIT.
003770     EXIT.
003780*
003790 9510-ERREUR-FSESS.
003800*------------------*
003810     DISPLAY 'EXTNUIT - ERREUR E/S FSESS03 - CODE STATUT '
003820             WS-FSESS-STATUS.
003830     MOVE 16 TO RETURN-CODE.
003840     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003850     STOP RUN.
003860 9510-EXIT.
003870     EXIT.
003880*
003890 9520-ERREUR-FPRES.
003900*------------------*
003910     DISPLAY 'EXTNUIT - ERREUR E/S FPRES03 - CODE STATUT '
003920             WS-FPRES-STATUS.
003930     MOVE 16 TO RETURN-CODE.
003940     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003950     STOP RUN.
003960 9520-EXIT.
003970     EXIT.
003980*
003990 9530-ERREUR-FEXT.
004000*-----------------*
004010     DISPLAY 'EXTNUIT - ERREUR E/S FSTAGEXT - CODE STATUT '
004020             WS-FEXT-STATUS.
004030     MOVE 16 TO RETURN-CODE.
004040     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
004050     STOP RUN.
004060 9530-EXIT.
004070     EXIT.
004080*
004090*****************************************************************
004100*  9000  -  FERMETURE DES FICHIERS                               *
004110*****************************************************************
004120 9000-TERMINAISON.
004130*-----------------*
004140     CLOSE FSTAG03-FILE.
004150     CLOSE FSESS03-FILE.
004160     CLOSE FPRES03-FILE.
004170     CLOSE EXTRAIT-FILE.
004180 9000-EXIT.
004190     EXIT.
