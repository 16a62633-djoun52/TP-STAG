000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RELINDEM.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  RELINDEM -  RELEVE ANNUEL DES INDEMNITES DE STAGE VERSEES -  *
000090*               LANCE EN JANVIER POUR L'ANNEE ECOULEE : UN      *
000100*               RELEVE PAR PERSONNE AYANT PERCU UNE INDEMNITE   *
000110*               DANS L'ANNEE, A JOINDRE A SA DECLARATION DE     *
000120*               REVENUS - SOURCE : HISTORIQUE DES VERSEMENTS    *
000130*               (FVERS03, EXPPAIE / IMPPAIE) - SEULES LES       *
000140*               LIGNES ACQUITTEES PAR LA PAIE COMPTENT : POUR   *
000150*               CHAQUE MOIS LE DERNIER DETAIL PAYE, PLUS LES    *
000160*               RAPPELS ET MOINS LES RETENUES DE REGULARISATION *
000170*               PAYES - LES LIGNES DE L'ANNEE RESTEES SANS      *
000180*               ACQUITTEMENT SONT LISTEES AU RAPPORT (RC=4)     *
000190*               POUR CONTROLE AVANT ENVOI DES RELEVES           *
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
000300     SELECT FVERS03-FILE   ASSIGN TO FVERS03
000310            ORGANIZATION   INDEXED
000320            ACCESS MODE    SEQUENTIAL
000330            RECORD KEY     VS-CLE
000340            FILE STATUS    WS-FVERS-STATUS.
000350     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000360            ORGANIZATION   LINE SEQUENTIAL.
000370     SELECT RELEVE-FILE    ASSIGN TO RELEVE
000380            ORGANIZATION   LINE SEQUENTIAL.
000390     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000400            ORGANIZATION   LINE SEQUENTIAL.
000410*
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  FVERS03-FILE.
000450*   HISTORIQUE DES VERSEMENTS D'INDEMNITE
000460     COPY FVERS.
000470 FD  SYSIN-FILE
000480     RECORDING MODE F.
000490 01  SYSIN-REC.
000500     05  SI-ANNEE          PIC X(04).
000510     05  FILLER            PIC X(76).
000520 FD  RELEVE-FILE
000530     RECORDING MODE F.
000540 01  RELEVE-REC            PIC X(80).
000550 FD  RAPPORT-FILE
000560     RECORDING MODE F.
000570 01  RAPPORT-REC           PIC X(133).
000580*
000590 WORKING-STORAGE SECTION.
000600 77  WS-FVERS-STATUS       PIC X(02).
000610 77  WS-EOF                PIC X(01)     VALUE 'N'.
000620     88  FIN-FICHIER                     VALUE 'Y'.
000630 77  WS-DATE-JOUR          PIC 9(08).
000640 77  WS-DATE-EDIT          PIC X(10).
000650*   ANNEE DU RELEVE : SYSIN COL 1-4, A DEFAUT L'ANNEE PRECEDENTE
000660 77  WS-ANNEE              PIC 9(04).
000670 77  WS-NB-EDITES          PIC 9(06) COMP VALUE ZERO.
000680 77  WS-NB-NON-ACQUIT      PIC 9(06) COMP VALUE ZERO.
000690 77  WS-TOT-GENERAL        PIC S9(09)V99 VALUE ZERO.
000700 77  WS-NB-ED              PIC ZZZZZ9.
000710 77  WS-TOTAL-ED           PIC -ZZZZZZZZ9.99.
000720 77  WS-IND-MM             PIC 9(02) COMP.
000730*   PERSONNE EN COURS : NUMERO + NOM + PRENOM (UN NUMERO
000740*   REATTRIBUE DONNE UN RELEVE DISTINCT PAR PERSONNE), ADRESSE
000750*   DE LA DERNIERE LIGNE DE L'ANNEE, CUMULS PAR MOIS DE VERSEMENT
000760 01  WS-PERSONNE.
000770     05  WS-C-NUMERO       PIC 9(04).
000780     05  WS-C-NOM          PIC X(25).
000790     05  WS-C-PRENOM       PIC X(25).
000800 01  WS-ADRESSE.
000810     05  WS-C-ADR1         PIC X(30).
000820     05  WS-C-ADR2         PIC X(30).
000830     05  WS-C-CODEP        PIC X(05).
000840     05  WS-C-VILLE        PIC X(30).
000850 77  WS-NB-PAYES           PIC 9(04) COMP.
000860 77  WS-TOT-PERSONNE       PIC S9(07)V99.
000870 01  WS-CUMULS-TABLE.
000880     05  WS-CUMUL          OCCURS 12 TIMES.
000890         10  WS-VERSE-MOIS PIC 9(05)V99.
000900         10  WS-REGUL-MOIS PIC S9(05)V99.
000910*
000920 01  MOIS-TABLE.
000930     05  FILLER            PIC X(30)
000940            VALUE 'JANVIER   FEVRIER   MARS      '.
000950     05  FILLER            PIC X(30)
000960            VALUE 'AVRIL     MAI       JUIN      '.
000970     05  FILLER            PIC X(30)
000980            VALUE 'JUILLET   AOUT      SEPTEMBRE '.
000990     05  FILLER            PIC X(30)
001000            VALUE 'OCTOBRE   NOVEMBRE  DECEMBRE  '.
001010 01  MOIS-TBL REDEFINES MOIS-TABLE.
001020     05  MT-LIBELLE        PIC X(10) OCCURS 12 TIMES.
001030*
001040 01  LIGNE                 PIC X(133).
001050 01  RELEVE-VIDE           PIC X(80)     VALUE SPACE.
001060*
001070 01  LIGNE-MOIS.
001080     05  FILLER            PIC X(03)     VALUE SPACE.
001090     05  LM-MOIS           PIC X(10).
001100     05  FILLER            PIC X(03)     VALUE ' | '.
001110     05  LM-VERSE          PIC ZZZZZZ9.99.
001120     05  FILLER            PIC X(09)     VALUE '       | '.
001130     05  LM-REGUL          PIC -ZZZZZ9.99.
001140     05  FILLER            PIC X(08)     VALUE '      | '.
001150     05  LM-TOTAL          PIC -ZZZZZZ9.99.
001160     05  FILLER            PIC X(16)     VALUE SPACE.
001170*
001180 01  LIGNE-ANOMALIE.
001190     05  FILLER            PIC X(01)     VALUE SPACE.
001200     05  LA-NUMERO         PIC 9(04).
001210     05  FILLER            PIC X(02)     VALUE SPACE.
001220     05  LA-NOM            PIC X(25).
001230     05  FILLER            PIC X(01)     VALUE SPACE.
001240     05  LA-PRENOM         PIC X(25).
001250     05  FILLER            PIC X(02)     VALUE SPACE.
001260     05  LA-EXPORT         PIC X(10).
001270     05  FILLER            PIC X(02)     VALUE SPACE.
001280     05  LA-TYPE           PIC X(01).
001290     05  FILLER            PIC X(02)     VALUE SPACE.
001300     05  LA-MONTANT        PIC ZZZZ9.99.
001310     05  FILLER            PIC X(02)     VALUE SPACE.
001320     05  LA-SITUATION      PIC X(20).
001330     05  FILLER            PIC X(28)     VALUE SPACE.
001340*
001350 PROCEDURE DIVISION.
001360 0000-MAINLINE.
001370*----------------*
001380     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001390     PERFORM 2000-TRAITEMENT     THRU 2000-EXIT.
001400     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001410     IF WS-NB-NON-ACQUIT > ZERO
001420        MOVE 4 TO RETURN-CODE
001430     END-IF.
001440     STOP RUN.
001450*
001460*****************************************************************
001470*  1000  -  ANNEE DU RELEVE ET OUVERTURE DES FICHIERS           *
001480*****************************************************************
001490 1000-INITIALISATION.
001500*--------------------*
001510     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001520     STRING WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
001530            WS-DATE-JOUR(1:4)
001540            DELIMITED BY SIZE INTO WS-DATE-EDIT.
001550     MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE.
001560     SUBTRACT 1 FROM WS-ANNEE.
001570     OPEN INPUT  SYSIN-FILE.
001580     READ SYSIN-FILE
001590         AT END     CONTINUE
001600         NOT AT END
001610             IF SI-ANNEE NUMERIC
001620                MOVE SI-ANNEE TO WS-ANNEE
001630             END-IF
001640     END-READ.
001650     CLOSE SYSIN-FILE.
001660     OPEN INPUT  FVERS03-FILE.
001670     OPEN OUTPUT RELEVE-FILE.
001680     OPEN OUTPUT RAPPORT-FILE.
001690     MOVE SPACE TO LIGNE.
001700     STRING ' RELEVES ANNUELS DES INDEMNITES - ANNEE ' WS-ANNEE
001710            DELIMITED BY SIZE INTO LIGNE.
001720     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
001730     MOVE SPACE TO LIGNE.
001740     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
001750     MOVE ZERO TO WS-C-NUMERO.
001760     MOVE SPACES TO WS-C-NOM WS-C-PRENOM.
001770     PERFORM 2300-RAZ-PERSONNE THRU 2300-EXIT.
001780 1000-EXIT.
001790     EXIT.
001800*
001810*****************************************************************
001820*  2000  -  PARCOURS DE L'HISTORIQUE (CLE NUMERO + EXPORT, DONC *
001830*            PAR PERSONNE ET DANS L'ORDRE DES EXPORTS) - RUPTURE*
001840*            SUR NUMERO + NOM + PRENOM                          *
001850*****************************************************************
001860 2000-TRAITEMENT.
001870*----------------*
001880     MOVE 'N' TO WS-EOF.
001890     READ FVERS03-FILE
001900         AT END MOVE 'Y' TO WS-EOF
001910     END-READ.
001920     IF NOT FIN-FICHIER AND WS-FVERS-STATUS NOT = '00'
001930        PERFORM 9500-ERREUR-FVERS THRU 9500-EXIT
001940     END-IF.
001950     PERFORM UNTIL FIN-FICHIER
001960        IF VS-DATE-EXPORT(1:4) = WS-ANNEE
001970           IF VS-NUMERO NOT = WS-C-NUMERO
001980              OR VS-NOM NOT = WS-C-NOM
001990              OR VS-PRENOM NOT = WS-C-PRENOM
002000              PERFORM 2400-RELEVE THRU 2400-EXIT
002010              PERFORM 2300-RAZ-PERSONNE THRU 2300-EXIT
002020              MOVE VS-NUMERO TO WS-C-NUMERO
002030              MOVE VS-NOM    TO WS-C-NOM
002040              MOVE VS-PRENOM TO WS-C-PRENOM
002050           END-IF
002060           PERFORM 2100-CUMULE THRU 2100-EXIT
002070        END-IF
002080        READ FVERS03-FILE
002090            AT END MOVE 'Y' TO WS-EOF
002100        END-READ
002110        IF NOT FIN-FICHIER AND WS-FVERS-STATUS NOT = '00'
002120           PERFORM 9500-ERREUR-FVERS THRU 9500-EXIT
002130        END-IF
002140     END-PERFORM.
002150     PERFORM 2400-RELEVE THRU 2400-EXIT.
002160 2000-EXIT.
002170     EXIT.
002180*
002190*****************************************************************
002200*  2100  -  CUMUL D'UNE LIGNE DE L'ANNEE : UN DETAIL PAYE       *
002210*            REMPLACE LE PRECEDENT DU MEME MOIS (REEXPORT DELTA)*
002220*            UNE REGULARISATION PAYEE S'AJOUTE OU SE RETRANCHE -*
002230*            UNE LIGNE SANS ACQUITTEMENT EST LISTEE AU RAPPORT  *
002240*****************************************************************
002250 2100-CUMULE.
002260*------------*
002270     IF VS-ADR1 NOT = SPACE OR VS-VILLE NOT = SPACE
002280        MOVE VS-ADR1  TO WS-C-ADR1
002290        MOVE VS-ADR2  TO WS-C-ADR2
002300        MOVE VS-CODEP TO WS-C-CODEP
002310        MOVE VS-VILLE TO WS-C-VILLE
002320     END-IF.
002330     IF VS-EXPORTE
002340        PERFORM 2150-NON-ACQUITTE THRU 2150-EXIT
002350        GO TO 2100-EXIT
002360     END-IF.
002370     IF NOT VS-PAYE
002380        GO TO 2100-EXIT
002390     END-IF.
002400     MOVE VS-DATE-EXPORT(5:2) TO WS-IND-MM.
002410     ADD 1 TO WS-NB-PAYES.
002420     IF VS-MENSUEL
002430        MOVE VS-MONTANT TO WS-VERSE-MOIS(WS-IND-MM)
002440     ELSE
002450        IF VS-SENS = '-'
002460           SUBTRACT VS-MONTANT FROM WS-REGUL-MOIS(WS-IND-MM)
002470        ELSE
002480           ADD VS-MONTANT TO WS-REGUL-MOIS(WS-IND-MM)
002490        END-IF
002500     END-IF.
002510 2100-EXIT.
002520     EXIT.
002530*
002540 2150-NON-ACQUITTE.
002550*------------------*
002560     MOVE VS-NUMERO  TO LA-NUMERO.
002570     MOVE VS-NOM     TO LA-NOM.
002580     MOVE VS-PRENOM  TO LA-PRENOM.
002590     STRING VS-DATE-EXPORT(7:2) '/' VS-DATE-EXPORT(5:2) '/'
002600            VS-DATE-EXPORT(1:4)
002610            DELIMITED BY SIZE INTO LA-EXPORT.
002620     MOVE VS-TYPE    TO LA-TYPE.
002630     MOVE VS-MONTANT TO LA-MONTANT.
002640     MOVE 'NON ACQUITTE' TO LA-SITUATION.
002650     WRITE RAPPORT-REC FROM LIGNE-ANOMALIE AFTER ADVANCING 1.
002660     ADD 1 TO WS-NB-NON-ACQUIT.
002670 2150-EXIT.
002680     EXIT.
002690*
002700 2300-RAZ-PERSONNE.
002710*------------------*
002720     MOVE SPACES TO WS-ADRESSE.
002730     MOVE ZERO   TO WS-NB-PAYES.
002740     PERFORM VARYING WS-IND-MM FROM 1 BY 1
002750             UNTIL WS-IND-MM > 12
002760        MOVE ZERO TO WS-VERSE-MOIS(WS-IND-MM)
002770        MOVE ZERO TO WS-REGUL-MOIS(WS-IND-MM)
002780     END-PERFORM.
002790 2300-EXIT.
002800     EXIT.
002810*
002820*****************************************************************
002830*  2400  -  RELEVE DE LA PERSONNE EN COURS (UNE PAGE) - RIEN SI *
002840*            AUCUNE LIGNE PAYEE DANS L'ANNEE                    *
002850*****************************************************************
002860 2400-RELEVE.
002870*------------*
002880     IF WS-NB-PAYES = ZERO
002890        GO TO 2400-EXIT
002900     END-IF.
002910     PERFORM 2450-ENTETE-RELEVE THRU 2450-EXIT.
002920     MOVE ZERO TO WS-TOT-PERSONNE.
002930     PERFORM VARYING WS-IND-MM FROM 1 BY 1
002940             UNTIL WS-IND-MM > 12
002950        MOVE MT-LIBELLE(WS-IND-MM)    TO LM-MOIS
002960        MOVE WS-VERSE-MOIS(WS-IND-MM) TO LM-VERSE
002970        MOVE WS-REGUL-MOIS(WS-IND-MM) TO LM-REGUL
002980        COMPUTE LM-TOTAL = WS-VERSE-MOIS(WS-IND-MM)
002990                         + WS-REGUL-MOIS(WS-IND-MM)
003000        ADD WS-VERSE-MOIS(WS-IND-MM) WS-REGUL-MOIS(WS-IND-MM)
003010            TO WS-TOT-PERSONNE
003020        WRITE RELEVE-REC FROM LIGNE-MOIS AFTER ADVANCING 1
003030     END-PERFORM.
003040     MOVE RELEVE-VIDE TO RELEVE-REC.
003050     STRING '   ----------------------------------------'
003060            '-------------------------------------'
003070            DELIMITED BY SIZE INTO RELEVE-REC.
003080     WRITE RELEVE-REC AFTER ADVANCING 1.
003090     MOVE WS-TOT-PERSONNE TO WS-TOTAL-ED.
003100     MOVE RELEVE-VIDE TO RELEVE-REC.
003110     STRING '   TOTAL VERSE EN ' WS-ANNEE ' : ' WS-TOTAL-ED
003120            ' EUROS'
003130            DELIMITED BY SIZE INTO RELEVE-REC.
003140     WRITE RELEVE-REC AFTER ADVANCING 2.
003150     MOVE RELEVE-VIDE TO RELEVE-REC.
003160     WRITE RELEVE-REC AFTER ADVANCING 1.
003165     MOVE RELEVE-VIDE TO RELEVE-REC.
003170     STRING '   MONTANTS EFFECTIVEMENT VERSES PAR LE SYSTEME'
003180            ' DE PAIE' DELIMITED BY SIZE INTO RELEVE-REC.
003190     WRITE RELEVE-REC AFTER ADVANCING 1.
003200     MOVE RELEVE-VIDE TO RELEVE-REC.
003210     STRING '   AU COURS DE L''ANNEE ' WS-ANNEE
003220            ', A REPORTER SUR VOTRE DECLARATION DE REVENUS.'
003230            DELIMITED BY SIZE INTO RELEVE-REC.
003240     WRITE RELEVE-REC AFTER ADVANCING 1.
003250     MOVE SPACE TO LIGNE.
003260     STRING ' ' WS-C-NUMERO '  ' WS-C-NOM ' ' WS-C-PRENOM ' '
003270            WS-TOTAL-ED
003280            DELIMITED BY SIZE INTO LIGNE.
003290     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003300     ADD WS-TOT-PERSONNE TO WS-TOT-GENERAL.
003310     ADD 1 TO WS-NB-EDITES.
003320 2400-EXIT.
003330     EXIT.
003340*
003350*****************************************************************
003360*  2450  -  ENTETE DU RELEVE : IDENTITE ET ADRESSE DE LA        *
003370*            PERSONNE, TITRES DES COLONNES                      *
003380*****************************************************************
003390 2450-ENTETE-RELEVE.
003400*-------------------*
003410     MOVE RELEVE-VIDE TO RELEVE-REC.
003420     MOVE '          SITE FORMATION' TO RELEVE-REC.
003430     WRITE RELEVE-REC AFTER ADVANCING PAGE.
003440     MOVE RELEVE-VIDE TO RELEVE-REC.
003450     STRING '          RELEVE ANNUEL DES INDEMNITES DE STAGE - '
003460            'ANNEE ' WS-ANNEE
003470            DELIMITED BY SIZE INTO RELEVE-REC.
003480     WRITE RELEVE-REC AFTER ADVANCING 2.
003490     MOVE RELEVE-VIDE TO RELEVE-REC.
003500     STRING '          EDITE LE ' WS-DATE-EDIT
003510            DELIMITED BY SIZE INTO RELEVE-REC.
003520     WRITE RELEVE-REC AFTER ADVANCING 1.
003530     MOVE RELEVE-VIDE TO RELEVE-REC.
003540     WRITE RELEVE-REC AFTER ADVANCING 1.
003550     MOVE RELEVE-VIDE TO RELEVE-REC.
003560     STRING '   ' WS-C-PRENOM ' ' WS-C-NOM
003570            DELIMITED BY SIZE INTO RELEVE-REC.
003580     WRITE RELEVE-REC AFTER ADVANCING 1.
003590     MOVE RELEVE-VIDE TO RELEVE-REC.
003600     STRING '   ' WS-C-ADR1 DELIMITED BY SIZE INTO RELEVE-REC.
003610     WRITE RELEVE-REC AFTER ADVANCING 1.
003620     IF WS-C-ADR2 NOT = SPACE
003630        MOVE RELEVE-VIDE TO RELEVE-REC
003640        STRING '   ' WS-C-ADR2 DELIMITED BY SIZE INTO RELEVE-REC
003650        WRITE RELEVE-REC AFTER ADVANCING 1
003660     END-IF.
003670     MOVE RELEVE-VIDE TO RELEVE-REC.
003680     STRING '   ' WS-C-CODEP ' ' WS-C-VILLE
003690            DELIMITED BY SIZE INTO RELEVE-REC.
003700     WRITE RELEVE-REC AFTER ADVANCING 1.
003710     MOVE RELEVE-VIDE TO RELEVE-REC.
003720     STRING '   STAGIAIRE N. ' WS-C-NUMERO
003730            DELIMITED BY SIZE INTO RELEVE-REC.
003740     WRITE RELEVE-REC AFTER ADVANCING 2.
003750     MOVE RELEVE-VIDE TO RELEVE-REC.
003760     WRITE RELEVE-REC AFTER ADVANCING 1.
003770     MOVE RELEVE-VIDE TO RELEVE-REC.
003780     STRING '   MOIS       | INDEMNITE VERSEE | '
003790            'REGULARISATION  |       TOTAL'
003800            DELIMITED BY SIZE INTO RELEVE-REC.
003810     WRITE RELEVE-REC AFTER ADVANCING 1.
003820 2450-EXIT.
003830     EXIT.
003840*
003850*****************************************************************
003860*  9000  -  BILAN ET FERMETURE DES FICHIERS                     *
003870*****************************************************************
003880 9000-TERMINAISON.
003890*-----------------*
003900     MOVE SPACE TO LIGNE.
003910     MOVE WS-NB-EDITES TO WS-NB-ED.
003920     STRING ' RELEVES EDITES   : ' WS-NB-ED
003930            DELIMITED BY SIZE INTO LIGNE.
003940     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
003950     MOVE SPACE TO LIGNE.
003960     MOVE WS-TOT-GENERAL TO WS-TOTAL-ED.
003970     STRING ' TOTAL VERSE      : ' WS-TOTAL-ED ' EUROS'
003980            DELIMITED BY SIZE INTO LIGNE.
003990     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004000     MOVE SPACE TO LIGNE.
004010     MOVE WS-NB-NON-ACQUIT TO WS-NB-ED.
004020     STRING ' NON ACQUITTES    : ' WS-NB-ED
004030            DELIMITED BY SIZE INTO LIGNE.
004040     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
004050     CLOSE FVERS03-FILE.
004060     CLOSE RELEVE-FILE.
004070     CLOSE RAPPORT-FILE.
004080 9000-EXIT.
004090     EXIT.
004100*
004110*****************************************************************
004120*  9500  -  ERREUR D'ENTREE/SORTIE SUR FVERS03 - LE CODE STATUT *
004130*            EST TRACE ET LE TRAITEMENT EST INTERROMPU          *
004140*****************************************************************
004150 9500-ERREUR-FVERS.
004160*------------------*
004170     DISPLAY 'RELINDEM - ERREUR E/S FVERS03 - CODE STATUT '
004180             WS-FVERS-STATUS.
004190     MOVE 16 TO RETURN-CODE.
004200     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
004210     STOP RUN.
004220 9500-EXIT.
004230     EXIT.
