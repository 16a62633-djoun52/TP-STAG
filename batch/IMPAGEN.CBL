000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    IMPAGEN.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  IMPAGEN  -  TRAITEMENT DES ACCUSES DE L'AGENCE PUBLIQUE POUR *
000090*               L'EMPLOI - CHAQUE ACCUSE PORTE LA REFERENCE DE  *
000100*               L'AVIS DONNEE PAR EXPAGEN ('TP' + CLE DU SUIVI  *
000110*               FAGEN03) ET UN STATUT : 'A' ACCEPTE (L'AVIS EST *
000120*               ACQUITTE) OU 'R' REJETE (CODE ET LIBELLE DE     *
000130*               L'AGENCE) - UN AVIS REJETE EST LISTE POUR       *
000140*               CORRECTION ; EXPAGEN LE RENVOIE DES QUE LA FICHE*
000150*               OU L'IDENTIFIANT AGENCE A ETE CORRIGE - RC=4 DES*
000160*               QU'UN ACCUSE EST REJETE OU RESTE INAPPARIE      *
000170*****************************************************************
000180*  HISTORIQUE DES MODIFICATIONS                                 *
000190*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000200*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. IBM-390.
000240 OBJECT-COMPUTER. IBM-390.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT ACCUSE-FILE    ASSIGN TO AGENACK
000280            ORGANIZATION   LINE SEQUENTIAL.
000290     SELECT FAGEN03-FILE   ASSIGN TO FAGEN03
000300            ORGANIZATION   INDEXED
000310            ACCESS MODE    RANDOM
000320            RECORD KEY     AN-CLE
000330            FILE STATUS    WS-FAGEN-STATUS.
000340     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000350            ORGANIZATION   LINE SEQUENTIAL.
000360*
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  ACCUSE-FILE
000400     RECORDING MODE F.
000410*   ACCUSE DE L'AGENCE : REFERENCE DE L'AVIS, STATUT A/R, CODE ET
000420*   LIBELLE DU REJET
000430 01  ACCUSE-REC.
000440     05  AQ-REFERENCE.
000450         10  AQ-PREFIXE    PIC X(02).
000460         10  AQ-CLE        PIC X(13).
000470     05  FILLER            PIC X(01).
000480     05  AQ-STATUT         PIC X(01).
000490         88  AQ-ACCEPTE                  VALUE 'A'.
000500         88  AQ-REJETE                   VALUE 'R'.
000510     05  FILLER            PIC X(01).
000520     05  AQ-CODE           PIC X(03).
000530     05  FILLER            PIC X(01).
000540     05  AQ-LIBELLE        PIC X(40).
000550     05  FILLER            PIC X(18).
000560*
000570 FD  FAGEN03-FILE.
000580*   SUIVI DES AVIS TRANSMIS A L'AGENCE
000590     COPY FAGEN.
000600*
000610 FD  RAPPORT-FILE
000620     RECORDING MODE F.
000630 01  RAPPORT-REC           PIC X(133).
000640*
000650 WORKING-STORAGE SECTION.
000660 77  WS-FAGEN-STATUS       PIC X(02).
000670 77  WS-EOF                PIC X(01)     VALUE 'N'.
000680     88  FIN-FICHIER                     VALUE 'Y'.
000690 77  WS-PAGE-COMPTEUR      PIC 9(04) COMP VALUE ZERO.
000700 77  WS-LIGNE-COMPTEUR     PIC 9(02) COMP VALUE ZERO.
000710 77  WS-LIGNES-PAGE        PIC 9(02) COMP VALUE 55.
000720 77  WS-NB-ACCUSES         PIC 9(04) COMP VALUE ZERO.
000730 77  WS-NB-ACQUITTES       PIC 9(04) COMP VALUE ZERO.
000740 77  WS-NB-REJETES         PIC 9(04) COMP VALUE ZERO.
000750 77  WS-NB-INAPPARIES      PIC 9(04) COMP VALUE ZERO.
000760 77  WS-DATE-JOUR          PIC 9(08).
000770*   AVIS CONSERVE DANS LE SUIVI (DESSIN DE L'ENREGISTREMENT
000780*   AGENOUT D'EXPAGEN) - SEULES LES ZONES LISTEES SONT DECRITES
000790 01  WS-AVIS.
000800     05  FILLER            PIC X(36).
000810     05  WS-AVIS-NOM       PIC X(25).
000820     05  WS-AVIS-PRENOM    PIC X(25).
000830     05  FILLER            PIC X(64).
000840*
000850 01  LIGNE-ENTETE1.
000860     05  FILLER            PIC X(01)     VALUE SPACE.
000870     05  FILLER            PIC X(45)
000880        VALUE 'ACCUSES DE L''AGENCE POUR L''EMPLOI'.
000890     05  FILLER            PIC X(55)     VALUE SPACE.
000900     05  FILLER            PIC X(05)     VALUE 'PAGE '.
000910     05  LE1-PAGE          PIC ZZZ9.
000920*
000930 01  LIGNE-ENTETE2.
000940     05  FILLER            PIC X(01)     VALUE SPACE.
000950     05  FILLER            PIC X(15)     VALUE 'REFERENCE'.
000960     05  FILLER            PIC X(01)     VALUE SPACE.
000970     05  FILLER            PIC X(25)     VALUE 'NOM'.
000980     05  FILLER            PIC X(01)     VALUE SPACE.
000990     05  FILLER            PIC X(15)     VALUE 'PRENOM'.
001000     05  FILLER            PIC X(01)     VALUE SPACE.
001010     05  FILLER            PIC X(03)     VALUE 'COD'.
001020     05  FILLER            PIC X(01)     VALUE SPACE.
001030     05  FILLER            PIC X(40)     VALUE 'SITUATION'.
001040*
001050 01  LIGNE-VIDE            PIC X(133)    VALUE SPACE.
001060*
001070 01  LIGNE-DETAIL.
001080     05  FILLER            PIC X(01)     VALUE SPACE.
001090     05  LD-REFERENCE      PIC X(15).
001100     05  FILLER            PIC X(01)     VALUE SPACE.
001110     05  LD-NOM            PIC X(25).
001120     05  FILLER            PIC X(01)     VALUE SPACE.
001130     05  LD-PRENOM         PIC X(15).
001140     05  FILLER            PIC X(01)     VALUE SPACE.
001150     05  LD-CODE           PIC X(03).
001160     05  FILLER            PIC X(01)     VALUE SPACE.
001170     05  LD-SITUATION      PIC X(50).
001180*
001190 01  LIGNE-BILAN.
001200     05  FILLER            PIC X(01)     VALUE SPACE.
001210     05  FILLER            PIC X(12)     VALUE 'ACCUSES   : '.
001220     05  LB-NB-ACCUSES     PIC ZZZ9.
001230     05  FILLER            PIC X(05)     VALUE SPACE.
001240     05  FILLER            PIC X(12)     VALUE 'ACQUITTES : '.
001250     05  LB-NB-ACQUITTES   PIC ZZZ9.
001260     05  FILLER            PIC X(05)     VALUE SPACE.
001270     05  FILLER            PIC X(12)     VALUE 'REJETES   : '.
001280     05  LB-NB-REJETES     PIC ZZZ9.
001290     05  FILLER            PIC X(05)     VALUE SPACE.
001300     05  FILLER            PIC X(13)     VALUE 'INAPPARIES : '.
001310     05  LB-NB-INAPPARIES  PIC ZZZ9.
001320*
001330 PROCEDURE DIVISION.
001340 0000-MAINLINE.
001350*----------------*
001360     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001370     PERFORM 2000-TRAITE-ACCUSES THRU 2000-EXIT.
001380     PERFORM 8000-BILAN          THRU 8000-EXIT.
001390     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001400     IF WS-NB-REJETES > ZERO OR WS-NB-INAPPARIES > ZERO
001410        MOVE 4 TO RETURN-CODE
001420     END-IF.
001430     STOP RUN.
001440*
001450*****************************************************************
001460*  1000  -  OUVERTURE DES FICHIERS                              *
001470*****************************************************************
001480 1000-INITIALISATION.
001490*--------------------*
001500     ACCEPT WS-DATE-JOUR  FROM DATE YYYYMMDD.
001510     OPEN INPUT  ACCUSE-FILE.
001520     OPEN I-O    FAGEN03-FILE.
001530     IF WS-FAGEN-STATUS NOT = '00'
001540        PERFORM 9500-ERREUR-FAGEN THRU 9500-EXIT
001550     END-IF.
001560     OPEN OUTPUT RAPPORT-FILE.
001570 1000-EXIT.
001580     EXIT.
001590*
001600*****************************************************************
001610*  2000  -  LECTURE DES ACCUSES, UN PAR AVIS                    *
001620*****************************************************************
001630 2000-TRAITE-ACCUSES.
001640*--------------------*
001650     MOVE 'N' TO WS-EOF.
001660     READ ACCUSE-FILE
001670         AT END MOVE 'Y' TO WS-EOF
001680     END-READ.
001690     PERFORM UNTIL FIN-FICHIER
001700        IF AQ-REFERENCE NOT = SPACE
001710           ADD 1 TO WS-NB-ACCUSES
001720           PERFORM 3000-TRAITE-ACCUSE THRU 3000-EXIT
001730        END-IF
001740        READ ACCUSE-FILE
001750            AT END MOVE 'Y' TO WS-EOF
001760        END-READ
001770     END-PERFORM.
001780 2000-EXIT.
001790     EXIT.
001800*
001810*****************************************************************
001820*  3000  -  ACCUSE : L'AVIS PASSE ACQUITTE OU REJETE (CODE ET   *
001830*            DATE DU RETOUR) - UN ACCUSE D'UN ENVOI ANTERIEUR   *
001840*            ARRIVE APRES UN RENVOI EST APPLIQUE DE MEME        *
001850*****************************************************************
001860 3000-TRAITE-ACCUSE.
001870*-------------------*
001880     MOVE SPACES       TO LD-NOM LD-PRENOM.
001890     MOVE AQ-REFERENCE TO LD-REFERENCE.
001900     MOVE AQ-CODE      TO LD-CODE.
001910     IF AQ-PREFIXE NOT = 'TP'
001920        MOVE 'REFERENCE INCONNUE' TO LD-SITUATION
001930        PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT
001940        ADD 1 TO WS-NB-INAPPARIES
001950        GO TO 3000-EXIT
001960     END-IF.
001970     MOVE AQ-CLE TO AN-CLE.
001980     READ FAGEN03-FILE.
001990     IF WS-FAGEN-STATUS = '23'
002000        MOVE 'ACCUSE SANS AVIS CONNU' TO LD-SITUATION
002010        PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT
002020        ADD 1 TO WS-NB-INAPPARIES
002030        GO TO 3000-EXIT
002040     END-IF.
002050     IF WS-FAGEN-STATUS NOT = '00'
002060        PERFORM 9500-ERREUR-FAGEN THRU 9500-EXIT
002070     END-IF.
002080     MOVE AN-AVIS        TO WS-AVIS.
002090     MOVE WS-AVIS-NOM    TO LD-NOM.
002100     MOVE WS-AVIS-PRENOM TO LD-PRENOM.
002110     EVALUATE TRUE
002120         WHEN AQ-ACCEPTE
002130             MOVE 'A'    TO AN-ETAT
002140             MOVE SPACES TO AN-CODE-REJET
002150             ADD 1 TO WS-NB-ACQUITTES
002160         WHEN AQ-REJETE
002170             MOVE 'R'     TO AN-ETAT
002180             MOVE AQ-CODE TO AN-CODE-REJET
002190             MOVE SPACES  TO LD-SITUATION
002200             STRING 'REJETE - A CORRIGER : ' AQ-LIBELLE
002210                    DELIMITED BY SIZE INTO LD-SITUATION
002220             PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT
002230             ADD 1 TO WS-NB-REJETES
002240         WHEN OTHER
002250             MOVE 'STATUT D''ACCUSE INCONNU' TO LD-SITUATION
002260             PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT
002270             ADD 1 TO WS-NB-INAPPARIES
002280             GO TO 3000-EXIT
002290     END-EVALUATE.
002300     MOVE WS-DATE-JOUR TO AN-DATE-RETOUR.
002310     REWRITE E-AVIS-AGENCE.
002320     IF WS-FAGEN-STATUS NOT = '00'
002330        PERFORM 9500-ERREUR-FAGEN THRU 9500-EXIT
002340     END-IF.
002350 3000-EXIT.
002360     EXIT.
002370*
002380*****************************************************************
002390*  8000  -  BILAN DU PASSAGE                                    *
002400*****************************************************************
002410 8000-BILAN.
002420*-----------*
002430     IF WS-PAGE-COMPTEUR = ZERO
002440        PERFORM 2500-NOUVELLE-PAGE THRU 2500-EXIT
002450     END-IF.
002460     WRITE RAPPORT-REC FROM LIGNE-VIDE  AFTER ADVANCING 2.
002470     MOVE WS-NB-ACCUSES    TO LB-NB-ACCUSES.
002480     MOVE WS-NB-ACQUITTES  TO LB-NB-ACQUITTES.
002490     MOVE WS-NB-REJETES    TO LB-NB-REJETES.
002500     MOVE WS-NB-INAPPARIES TO LB-NB-INAPPARIES.
002510     WRITE RAPPORT-REC FROM LIGNE-BILAN AFTER ADVANCING 1.
002520 8000-EXIT.
002530     EXIT.
002540*
002550*****************************************************************
002560*  2400  -  IMPRESSION D'UNE LIGNE, AVEC SAUT DE PAGE AUTOMATIQUE
002570*****************************************************************
002580 2400-IMPRIME-LIGNE.
002590*------------------*
002600     IF WS-PAGE-COMPTEUR = ZERO
002610        OR WS-LIGNE-COMPTEUR > WS-LIGNES-PAGE
002620        PERFORM 2500-NOUVELLE-PAGE THRU 2500-EXIT
002630     END-IF.
002640     WRITE RAPPORT-REC FROM LIGNE-DETAIL AFTER ADVANCING 1.
002650     ADD 1 TO WS-LIGNE-COMPTEUR.
002660 2400-EXIT.
002670     EXIT.
002680*
002690 2500-NOUVELLE-PAGE.
002700*------------------*
002710     ADD 1 TO WS-PAGE-COMPTEUR.
002720     MOVE WS-PAGE-COMPTEUR TO LE1-PAGE.
002730     WRITE RAPPORT-REC FROM LIGNE-ENTETE1 AFTER ADVANCING PAGE.
002740     WRITE RAPPORT-REC FROM LIGNE-ENTETE2 AFTER ADVANCING 2.
002750     WRITE RAPPORT-REC FROM LIGNE-VIDE    AFTER ADVANCING 1.
002760     MOVE ZERO TO WS-LIGNE-COMPTEUR.
002770 2500-EXIT.
002780     EXIT.
002790*
002800*****************************************************************
002810*  9500  -  ERREURS D'ENTREE/SORTIE - LE CODE STATUT EST TRACE  *
002820*            ET LE TRAITEMENT EST INTERROMPU                    *
002830*****************************************************************
002840 9500-ERREUR-FAGEN.
002850*------------------*
002860     DISPLAY 'IMPAGEN - ERREUR E/S FAGEN03 - CODE STATUT '
002870             WS-FAGEN-STATUS.
002880     MOVE 16 TO RETURN-CODE.
002890     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
002900     STOP RUN.
002910 9500-EXIT.
002920     EXIT.
002930*
002940*****************************************************************
002950*  9000  -  FERMETURE DES FICHIERS                              *
002960*****************************************************************
002970 9000-TERMINAISON.
002980*-----------------*
002990     CLOSE ACCUSE-FILE.
003000     CLOSE FAGEN03-FILE.
003010     CLOSE RAPPORT-FILE.
003020 9000-EXIT.
003030     EXIT.
