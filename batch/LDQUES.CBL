000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LDQUES.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  LDQUES   -  CHARGEMENT DES QUESTIONNAIRES DE SATISFACTION DE  *
000090*               FIN DE SESSION (FQUES03) - CARTES TRIEES PAR     *
000100*               TYPE DE SESSION (DEBUT DE CODE SESSION, BLANC =  *
000110*               QUESTIONNAIRE GENERAL) PUIS DANS L'ORDRE DES     *
000120*               QUESTIONS : TYPE + LIBELLE, 12 QUESTIONS AU PLUS *
000130*               PAR TYPE, NUMEROTEES DANS L'ORDRE DES CARTES -   *
000140*               LES QUESTIONS DE CHAQUE TYPE PRESENT DANS LES    *
000150*               CARTES SONT REMPLACEES EN TOTALITE, LES AUTRES   *
000160*               TYPES SONT CONSERVES - LES REPONSES DEJA RECUES  *
000170*               (FSATI03) GARDENT LEUR NUMERO DE QUESTION : UN   *
000180*               QUESTIONNAIRE NE SE MODIFIE QU'ENTRE DEUX VAGUES *
000190*               D'ENQUETE                                        *
000200*****************************************************************
000210*  HISTORIQUE DES MODIFICATIONS                                 *
000220*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-390.
000270 OBJECT-COMPUTER. IBM-390.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CARTES-FILE    ASSIGN TO QUESCRT
000310            ORGANIZATION   LINE SEQUENTIAL.
000320     SELECT FQUES03-FILE   ASSIGN TO FQUES03
000330            ORGANIZATION   INDEXED
000340            ACCESS MODE    DYNAMIC
000350            RECORD KEY     QS-CLE
000360            FILE STATUS    WS-FQUES-STATUS.
000370*
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  CARTES-FILE
000410     RECORDING MODE F.
000420 01  CARTE-REC.
000430     05  CA-TYPE           PIC X(10).
000440     05  FILLER            PIC X(01).
000450     05  CA-LIBELLE        PIC X(60).
000460     05  FILLER            PIC X(09).
000470*
000480 FD  FQUES03-FILE.
000490*   DESCRIPTION DES QUESTIONNAIRES DE SATISFACTION
000500     COPY FQUES.
000510*
000520 WORKING-STORAGE SECTION.
000530 77  WS-FQUES-STATUS       PIC X(02).
000540 77  WS-EOF                PIC X(01)     VALUE 'N'.
000550     88  FIN-FICHIER                     VALUE 'Y'.
000560*   TYPE EN COURS - WS-PREMIER RESTE A 'O' TANT QU'AUCUN TYPE
000570*   N'EST OUVERT (LE TYPE A BLANC EST UN TYPE VALIDE)
000580 77  WS-PREMIER            PIC X(01)     VALUE 'O'.
000590 77  WS-TYPE-COUR          PIC X(10)     VALUE SPACE.
000600 77  WS-NB-QUES            PIC 9(02)     VALUE ZERO.
000610 77  WS-DATE-JOUR          PIC 9(08).
000620 77  WS-NB-TYPES           PIC 9(04) COMP VALUE ZERO.
000630 77  WS-NB-CARTES          PIC 9(04) COMP VALUE ZERO.
000640 77  WS-NB-QUESTIONS       PIC 9(04) COMP VALUE ZERO.
000650 77  WS-NB-SUPPRIMEES      PIC 9(04) COMP VALUE ZERO.
000660 77  WS-NB-REJETS          PIC 9(04) COMP VALUE ZERO.
000670*
000680 PROCEDURE DIVISION.
000690 0000-MAINLINE.
000700*----------------*
000710     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
000720     PERFORM 2000-TRAITEMENT     THRU 2000-EXIT.
000730     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
000740     IF WS-NB-REJETS > ZERO
000750        MOVE 4 TO RETURN-CODE
000760     END-IF.
000770     STOP RUN.
000780*
000790*  1000  -  OUVERTURE DES FICHIERS                               *
000800 1000-INITIALISATION.
000810*--------------------*
000820     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000830     OPEN INPUT CARTES-FILE.
000840     OPEN I-O   FQUES03-FILE.
000850     IF WS-FQUES-STATUS NOT = '00'
000860        PERFORM 9500-ERREUR-FQUES THRU 9500-EXIT
000870     END-IF.
000880 1000-EXIT.
000890     EXIT.
000900*
000910*  2000  -  PARCOURS DES CARTES AVEC RUPTURE SUR LE TYPE : A LA  *
000920*            RUPTURE LES QUESTIONS DU NOUVEAU TYPE SONT          *
000930*            SUPPRIMEES, CHAQUE CARTE EST ECRITE SOUS LE NUMERO  *
000940*            SUIVANT                                             *
000950 2000-TRAITEMENT.
000960*----------------*
000970     MOVE 'N' TO WS-EOF.
000980     READ CARTES-FILE
000990         AT END MOVE 'Y' TO WS-EOF
001000     END-READ.
001010     PERFORM UNTIL FIN-FICHIER
001020        ADD 1 TO WS-NB-CARTES
001030        IF CA-TYPE NOT = WS-TYPE-COUR OR WS-PREMIER = 'O'
001040           PERFORM 2100-OUVRE-TYPE THRU 2100-EXIT
001050        END-IF
001060        PERFORM 2150-AJOUTE-QUESTION THRU 2150-EXIT
001070        READ CARTES-FILE
001080            AT END MOVE 'Y' TO WS-EOF
001090        END-READ
001100     END-PERFORM.
001110 2000-EXIT.
001120     EXIT.
001130*
001140*  2100  -  NOUVEAU TYPE : SUPPRESSION DE SES QUESTIONS EN PLACE *
001150 2100-OUVRE-TYPE.
001160*----------------*
001170     MOVE 'N'     TO WS-PREMIER.
001180     MOVE CA-TYPE TO WS-TYPE-COUR.
001190     MOVE ZERO    TO WS-NB-QUES.
001200     ADD 1        TO WS-NB-TYPES.
001210     MOVE CA-TYPE TO QS-TYPE.
001220     MOVE ZERO    TO QS-NUMERO.
001230     START FQUES03-FILE KEY NOT < QS-CLE
001240         INVALID KEY GO TO 2100-EXIT
001250     END-START.
001260     READ FQUES03-FILE NEXT
001270         AT END GO TO 2100-EXIT
001280     END-READ.
001290     PERFORM UNTIL WS-FQUES-STATUS NOT = '00'
001300             OR QS-TYPE NOT = WS-TYPE-COUR
001310        DELETE FQUES03-FILE
001320        IF WS-FQUES-STATUS NOT = '00'
001330           PERFORM 9500-ERREUR-FQUES THRU 9500-EXIT
001340        END-IF
001350        ADD 1 TO WS-NB-SUPPRIMEES
001360        READ FQUES03-FILE NEXT
001370            AT END MOVE '10' TO WS-FQUES-STATUS
001380        END-READ
001390     END-PERFORM.
001400 2100-EXIT.
001410     EXIT.
001420*
001430 2150-AJOUTE-QUESTION.
001440*---------------------*
001450     IF CA-LIBELLE = SPACE OR WS-NB-QUES >= 12
001460        ADD 1 TO WS-NB-REJETS
001470        DISPLAY 'LDQUES - CARTE REJETEE : ' CA-TYPE
001480                ' ' CA-LIBELLE
001490        GO TO 2150-EXIT
001500     END-IF.
001510     ADD 1 TO WS-NB-QUES.
001520     MOVE SPACE        TO E-QUESTION.
001530     MOVE WS-TYPE-COUR TO QS-TYPE.
001540     MOVE WS-NB-QUES   TO QS-NUMERO.
001550     MOVE CA-LIBELLE   TO QS-LIBELLE.
001560     MOVE WS-DATE-JOUR TO QS-DATE-MAJ.
001570     WRITE E-QUESTION.
001580     IF WS-FQUES-STATUS NOT = '00'
001590        PERFORM 9500-ERREUR-FQUES THRU 9500-EXIT
001600     END-IF.
001610     ADD 1 TO WS-NB-QUESTIONS.
001620 2150-EXIT.
001630     EXIT.
001640*
001650 9500-ERREUR-FQUES.
001660*------------------*
001670     DISPLAY 'LDQUES - ERREUR E/S FQUES03 - CODE STATUT '
001680             WS-FQUES-STATUS.
001690     MOVE 16 TO RETURN-CODE.
001700     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
001710     STOP RUN.
001720 9500-EXIT.
001730     EXIT.
001740*
001750*  9000  -  BILAN ET FERMETURE DES FICHIERS                      *
001760 9000-TERMINAISON.
001770*-----------------*
001780     DISPLAY 'LDQUES - CARTES ' WS-NB-CARTES
001790             ' TYPES ' WS-NB-TYPES
001800             ' QUESTIONS ' WS-NB-QUESTIONS
001810             ' REMPLACEES ' WS-NB-SUPPRIMEES
001820             ' REJETS ' WS-NB-REJETS.
001830     CLOSE CARTES-FILE.
001840     CLOSE FQUES03-FILE.
001850 9000-EXIT.
001860     EXIT.
