000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    IMPSATI.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  IMPSATI  -  CHARGEMENT DES REPONSES AUX QUESTIONNAIRES DE     *
000090*               SATISFACTION RECUES PAR LE FORMULAIRE EN LIGNE   *
000100*               (FICHIER SATIWEB, UNE LIGNE PAR REPONDANT) DANS  *
000110*               FSATI03 - LA SESSION DOIT EXISTER (FSESS03), LE  *
000120*               STAGIAIRE Y ETRE INSCRIT EN COURS OU TERMINE     *
000130*               (FINSC03) ET LES NOTES (1 A 5, BLANC OU ZERO =   *
000140*               PAS DE REPONSE) PORTER SUR LES QUESTIONS DU      *
000150*               QUESTIONNAIRE DE LA SESSION (FQUES03, TYPE LE    *
000160*               PLUS LONG QUI DEBUTE LE CODE SESSION, A DEFAUT   *
000170*               LE QUESTIONNAIRE GENERAL) - UNE REPONSE DEJA     *
000180*               ENREGISTREE (ECRAN OU FORMULAIRE) EST REMPLACEE -*
000190*               LES REJETS SONT EDITES AVEC LEUR MOTIF, RC=4 DES *
000200*               QU'UNE LIGNE EST REJETEE                         *
000210*****************************************************************
000220*  HISTORIQUE DES MODIFICATIONS                                 *
000230*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-390.
000280 OBJECT-COMPUTER. IBM-390.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT FSATI03-FILE   ASSIGN TO FSATI03
000320            ORGANIZATION   INDEXED
000330            ACCESS MODE    RANDOM
000340            RECORD KEY     SA-CLE
000350            FILE STATUS    WS-FSATI-STATUS.
000360     SELECT FQUES03-FILE   ASSIGN TO FQUES03
000370            ORGANIZATION   INDEXED
000380            ACCESS MODE    DYNAMIC
000390            RECORD KEY     QS-CLE
000400            FILE STATUS    WS-FQUES-STATUS.
000410     SELECT FSESS03-FILE   ASSIGN TO FSESS03
000420            ORGANIZATION   INDEXED
000430            ACCESS MODE    RANDOM
000440            RECORD KEY     S-CODE
000450            FILE STATUS    WS-FSESS-STATUS.
000460     SELECT FINSC03-FILE   ASSIGN TO FINSC03
000470            ORGANIZATION   INDEXED
000480            ACCESS MODE    RANDOM
000490            RECORD KEY     IN-CLE
000500            FILE STATUS    WS-FINSC-STATUS.
000510     SELECT WEB-FILE       ASSIGN TO SATIWEB
000520            ORGANIZATION   LINE SEQUENTIAL.
000530     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000540            ORGANIZATION   LINE SEQUENTIAL.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  FSATI03-FILE.
000590*   REPONSES AUX QUESTIONNAIRES DE SATISFACTION
000600     COPY FSATI.
000610 FD  FQUES03-FILE.
000620*   QUESTIONNAIRES DE SATISFACTION PAR TYPE DE SESSION
000630     COPY FQUES.
000640 FD  FSESS03-FILE.
000650*   REFERENTIEL DES SESSIONS
000660     COPY FSESS.
000670 FD  FINSC03-FILE.
000680*   HISTORIQUE DES INSCRIPTIONS
000690     COPY FINSC.
000700 FD  WEB-FILE
000710     RECORDING MODE F.
000720*   REPONSE DU FORMULAIRE EN LIGNE : SESSION, NUMERO DU
000730*   STAGIAIRE, UNE NOTE PAR QUESTION DANS L'ORDRE DES NUMEROS,
000740*   COMMENTAIRE LIBRE ET DATE DE LA REPONSE (AAAAMMJJ)
000750 01  WEB-REC.
000760     05  WB-SESSION        PIC X(10).
000770     05  FILLER            PIC X(01).
000780     05  WB-NUMERO         PIC X(04).
000790     05  FILLER            PIC X(01).
000800     05  WB-NOTES.
000810         10  WB-NOTE       PIC X(01) OCCURS 12 TIMES.
000820     05  FILLER            PIC X(01).
000830     05  WB-COMMENTAIRE    PIC X(60).
000840     05  FILLER            PIC X(01).
000850     05  WB-DATE           PIC X(08).
000860     05  FILLER            PIC X(02).
000870 FD  RAPPORT-FILE
000880     RECORDING MODE F.
000890 01  RAPPORT-REC           PIC X(133).
000900*
000910 WORKING-STORAGE SECTION.
000920 77  WS-FSATI-STATUS       PIC X(02).
000930 77  WS-FQUES-STATUS       PIC X(02).
000940 77  WS-FSESS-STATUS       PIC X(02).
000950 77  WS-FINSC-STATUS       PIC X(02).
000960 77  WS-EOF                PIC X(01)     VALUE 'N'.
000970     88  FIN-FICHIER                     VALUE 'Y'.
000980 77  WS-DATE-JOUR          PIC 9(08).
000990 77  WS-MOTIF              PIC X(40).
001000*   QUESTIONNAIRE DE LA SESSION : TYPE, NOMBRE DE QUESTIONS ET
001010*   INDICATEUR DE RECHERCHE ('O' = TROUVE)
001020 77  WS-TYPE               PIC X(10).
001030 77  WS-NB-QUES            PIC 9(02).
001040 77  WS-QUES-TROUVE        PIC X(01).
001050 77  WS-LG                 PIC 9(02) COMP.
001060 77  WS-IND                PIC 9(02) COMP.
001070 77  WS-NB-NOTES           PIC 9(02) COMP.
001080 77  WS-NB-LUES            PIC 9(06) COMP VALUE ZERO.
001090 77  WS-NB-CHARGES         PIC 9(06) COMP VALUE ZERO.
001100 77  WS-NB-REMPLACES       PIC 9(06) COMP VALUE ZERO.
001110 77  WS-NB-REJETS          PIC 9(06) COMP VALUE ZERO.
001120 77  WS-NB-ED              PIC ZZZZZ9.
001130*   NOTES CONTROLEES DE LA LIGNE EN COURS
001140 01  WS-NOTES.
001150     05  WS-NOTE           PIC 9(01) OCCURS 12 TIMES.
001160 01  LIGNE                 PIC X(133).
001170*
001180 PROCEDURE DIVISION.
001190 0000-MAINLINE.
001200*----------------*
001210     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001220     PERFORM 2000-TRAITEMENT     THRU 2000-EXIT.
001230     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001240     IF WS-NB-REJETS > ZERO
001250        MOVE 4 TO RETURN-CODE
001260     END-IF.
001270     STOP RUN.
001280*
001290*  1000  -  OUVERTURE DES FICHIERS                               *
001300 1000-INITIALISATION.
001310*--------------------*
001320     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001330     OPEN I-O    FSATI03-FILE.
001340     IF WS-FSATI-STATUS NOT = '00'
001350        PERFORM 9500-ERREUR-FSATI THRU 9500-EXIT
001360     END-IF.
001370     OPEN INPUT  FQUES03-FILE.
001380     OPEN INPUT  FSESS03-FILE.
001390     OPEN INPUT  FINSC03-FILE.
001400     OPEN INPUT  WEB-FILE.
001410     OPEN OUTPUT RAPPORT-FILE.
001420     MOVE SPACE TO LIGNE.
001430     STRING ' REPONSES DU FORMULAIRE DE SATISFACTION EN LIGNE'
001440            DELIMITED BY SIZE INTO LIGNE.
001450     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
001460     MOVE SPACE TO LIGNE.
001470     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
001480 1000-EXIT.
001490     EXIT.
001500*
001510*  2000  -  LECTURE DU FICHIER DU FORMULAIRE, UNE REPONSE PAR    *
001520*            LIGNE (LES LIGNES A BLANC SONT IGNOREES)            *
001530 2000-TRAITEMENT.
001540*----------------*
001550     MOVE 'N' TO WS-EOF.
001560     READ WEB-FILE
001570         AT END MOVE 'Y' TO WS-EOF
001580     END-READ.
001590     PERFORM UNTIL FIN-FICHIER
001600        IF WEB-REC NOT = SPACE
001610           ADD 1 TO WS-NB-LUES
001620           PERFORM 2100-CHARGE-REPONSE THRU 2100-EXIT
001630        END-IF
001640        READ WEB-FILE
001650            AT END MOVE 'Y' TO WS-EOF
001660        END-READ
001670     END-PERFORM.
001680 2000-EXIT.
001690     EXIT.
001700*
001710*  2100  -  CHARGEMENT D'UNE REPONSE : SESSION, INSCRIPTION,     *
001720*            QUESTIONNAIRE ET NOTES - TOUT ECART EST UN REJET    *
001730*            EDITE                                               *
001740 2100-CHARGE-REPONSE.
001750*--------------------*
001760     MOVE SPACE TO WS-MOTIF.
001770     MOVE WB-SESSION TO S-CODE.
001780     READ FSESS03-FILE.
001790     IF WS-FSESS-STATUS NOT = '00'
001800        MOVE 'SESSION INCONNUE' TO WS-MOTIF
001810        GO TO 2100-REJET
001820     END-IF.
001830     IF WB-NUMERO NOT NUMERIC
001840        MOVE 'NUMERO DE STAGIAIRE INVALIDE' TO WS-MOTIF
001850        GO TO 2100-REJET
001860     END-IF.
001870     MOVE WB-NUMERO  TO IN-NUMERO.
001880     MOVE WB-SESSION TO IN-CODE-SESSION.
001890     READ FINSC03-FILE.
001900     IF WS-FINSC-STATUS NOT = '00'
001910        MOVE 'STAGIAIRE NON INSCRIT A LA SESSION' TO WS-MOTIF
001920        GO TO 2100-REJET
001930     END-IF.
001940     IF NOT IN-EN-COURS AND NOT IN-TERMINEE
001950        MOVE 'INSCRIPTION ANNULEE OU TRANSFEREE' TO WS-MOTIF
001960        GO TO 2100-REJET
001970     END-IF.
001980     PERFORM 2200-QUESTIONNAIRE THRU 2200-EXIT.
001990     IF WS-QUES-TROUVE NOT = 'O'
002000        MOVE 'AUCUN QUESTIONNAIRE POUR LA SESSION' TO WS-MOTIF
002010        GO TO 2100-REJET
002020     END-IF.
002030     PERFORM 2300-CONTROLE-NOTES THRU 2300-EXIT.
002040     IF WS-MOTIF NOT = SPACE
002050        GO TO 2100-REJET
002060     END-IF.
002070     MOVE SPACE          TO E-SATISFACTION.
002080     MOVE WB-SESSION     TO SA-CODE-SESSION.
002090     MOVE WB-NUMERO      TO SA-NUMERO.
002100     MOVE WS-TYPE        TO SA-TYPE.
002110     MOVE WS-NOTES       TO SA-NOTES.
002120     MOVE WB-COMMENTAIRE TO SA-COMMENTAIRE.
002130     MOVE 'W'            TO SA-ORIGINE.
002140     IF WB-DATE NUMERIC
002150        MOVE WB-DATE      TO SA-DATE-SAISIE
002160     ELSE
002170        MOVE WS-DATE-JOUR TO SA-DATE-SAISIE
002180     END-IF.
002190     MOVE 'BAT'          TO SA-SAISI-PAR.
002200     WRITE E-SATISFACTION.
002210     IF WS-FSATI-STATUS = '22'
002220        REWRITE E-SATISFACTION
002230        ADD 1 TO WS-NB-REMPLACES
002240     END-IF.
002250     IF WS-FSATI-STATUS NOT = '00'
002260        PERFORM 9500-ERREUR-FSATI THRU 9500-EXIT
002270     END-IF.
002280     ADD 1 TO WS-NB-CHARGES.
002290     MOVE SPACE TO LIGNE.
002300     STRING ' CHARGE  ' WB-SESSION ' ' WB-NUMERO ' '
002310            WB-NOTES ' QUESTIONNAIRE ' WS-TYPE
002320            DELIMITED BY SIZE INTO LIGNE.
002330     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
002340     GO TO 2100-EXIT.
002350 2100-REJET.
002360     ADD 1 TO WS-NB-REJETS.
002370     MOVE SPACE TO LIGNE.
002380     STRING ' REJETE  ' WB-SESSION ' ' WB-NUMERO ' '
002390            WB-NOTES ' - ' WS-MOTIF
002400            DELIMITED BY SIZE INTO LIGNE.
002410     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
002420 2100-EXIT.
002430     EXIT.
002440*
002450*  2200  -  QUESTIONNAIRE DE LA SESSION : LE TYPE LE PLUS LONG   *
002460*            QUI DEBUTE LE CODE SESSION (SA QUESTION 01 EXISTE), *
002470*            A DEFAUT LE QUESTIONNAIRE GENERAL (TYPE A BLANC) -  *
002480*            SES QUESTIONS SONT ENSUITE DENOMBREES               *
002490 2200-QUESTIONNAIRE.
002500*-------------------*
002510     MOVE 'N'  TO WS-QUES-TROUVE.
002520     MOVE ZERO TO WS-NB-QUES.
002530     PERFORM VARYING WS-LG FROM 10 BY -1
002540             UNTIL WS-LG < 1 OR WS-QUES-TROUVE = 'O'
002550        MOVE SPACE TO QS-TYPE
002560        MOVE WB-SESSION(1:WS-LG) TO QS-TYPE(1:WS-LG)
002570        MOVE 1 TO QS-NUMERO
002580        READ FQUES03-FILE
002590        IF WS-FQUES-STATUS = '00'
002600           MOVE 'O' TO WS-QUES-TROUVE
002610        END-IF
002620     END-PERFORM.
002630     IF WS-QUES-TROUVE NOT = 'O'
002640        MOVE SPACE TO QS-TYPE
002650        MOVE 1 TO QS-NUMERO
002660        READ FQUES03-FILE
002670        IF WS-FQUES-STATUS = '00'
002680           MOVE 'O' TO WS-QUES-TROUVE
002690        ELSE
002700           GO TO 2200-EXIT
002710        END-IF
002720     END-IF.
002730     MOVE QS-TYPE TO WS-TYPE.
002740     PERFORM UNTIL WS-FQUES-STATUS NOT = '00'
002750             OR QS-TYPE NOT = WS-TYPE
002760        MOVE QS-NUMERO TO WS-NB-QUES
002770        READ FQUES03-FILE NEXT
002780            AT END MOVE '10' TO WS-FQUES-STATUS
002790        END-READ
002800     END-PERFORM.
002810 2200-EXIT.
002820     EXIT.
002830*
002840*  2300  -  CONTROLE DES NOTES : 1 A 5, BLANC OU ZERO = PAS DE   *
002850*            REPONSE - PAS DE NOTE AU-DELA DE LA DERNIERE        *
002860*            QUESTION, AU MOINS UNE NOTE DONNEE                  *
002870 2300-CONTROLE-NOTES.
002880*--------------------*
002890     MOVE ZERO TO WS-NB-NOTES.
002900     PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 12
002910        EVALUATE WB-NOTE(WS-IND)
002920           WHEN SPACE
002930           WHEN '0'
002940              MOVE ZERO TO WS-NOTE(WS-IND)
002950           WHEN '1' THRU '5'
002960              MOVE WB-NOTE(WS-IND) TO WS-NOTE(WS-IND)
002970              ADD 1 TO WS-NB-NOTES
002980              IF WS-IND > WS-NB-QUES
002990                 MOVE 'REPONSE A UNE QUESTION INEXISTANTE'
003000                   TO WS-MOTIF
003010              END-IF
003020           WHEN OTHER
003030              MOVE ZERO TO WS-NOTE(WS-IND)
003040              MOVE 'NOTE INVALIDE (1 A 5)' TO WS-MOTIF
003050        END-EVALUATE
003060     END-PERFORM.
003070     IF WS-MOTIF = SPACE AND WS-NB-NOTES = ZERO
003080        MOVE 'AUCUNE NOTE DONNEE' TO WS-MOTIF
003090     END-IF.
003100 2300-EXIT.
003110     EXIT.
003120*
003130*  9000  -  BILAN ET FERMETURE DES FICHIERS                      *
003140 9000-TERMINAISON.
003150*-----------------*
003160     MOVE SPACE TO LIGNE.
003170     MOVE WS-NB-LUES TO WS-NB-ED.
003180     STRING ' REPONSES LUES          : ' WS-NB-ED
003190            DELIMITED BY SIZE INTO LIGNE.
003200     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
003210     MOVE SPACE TO LIGNE.
003220     MOVE WS-NB-CHARGES TO WS-NB-ED.
003230     STRING ' REPONSES CHARGEES      : ' WS-NB-ED
003240            DELIMITED BY SIZE INTO LIGNE.
003250     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003260     MOVE SPACE TO LIGNE.
003270     MOVE WS-NB-REMPLACES TO WS-NB-ED.
003280     STRING '   DONT REMPLACEMENTS   : ' WS-NB-ED
003290            DELIMITED BY SIZE INTO LIGNE.
003300     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003310     MOVE SPACE TO LIGNE.
003320     MOVE WS-NB-REJETS TO WS-NB-ED.
003330     STRING ' REPONSES REJETEES      : ' WS-NB-ED
003340            DELIMITED BY SIZE INTO LIGNE.
003350     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003360     CLOSE FSATI03-FILE.
003370     CLOSE FQUES03-FILE.
003380     CLOSE FSESS03-FILE.
003390     CLOSE FINSC03-FILE.
003400     CLOSE WEB-FILE.
003410     CLOSE RAPPORT-FILE.
003420 9000-EXIT.
003430     EXIT.
003440*
003450*  9500  -  ERREUR D'ENTREE/SORTIE SUR FSATI03 - LE CODE STATUT  *
003460*            EST TRACE ET LE TRAITEMENT EST INTERROMPU           *
003470 9500-ERREUR-FSATI.
003480*------------------*
003490     DISPLAY 'IMPSATI - ERREUR E/S FSATI03 - CODE STATUT '
003500             WS-FSATI-STATUS.
003510     MOVE 16 TO RETURN-CODE.
003520     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003530     STOP RUN.
003540 9500-EXIT.
003550     EXIT.
