000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    IMPSMS.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  IMPSMS   -  TRAITEMENT DU FICHIER RETOUR DE LA PASSERELLE    *
000090*               SMS (MESSAGES EN ECHEC DE DISTRIBUTION) - CHAQUE*
000100*               RETOUR PORTE LA REFERENCE DONNEE PAR EXPSMS (CLE*
000110*               DU JOURNAL FSMS03) : L'ENTREE DU JOURNAL PASSE  *
000120*               EN ECHEC ('F', CODE ET DATE DU RETOUR) ET, POUR *
000130*               UN STAGIAIRE DONT LE PORTABLE N'A PAS CHANGE    *
000140*               DEPUIS L'ENVOI, LE NUMERO EST MARQUE INVALIDE   *
000150*               (E-TELPOR-INVALIDE = 'O', TRACE 'M' AVEC IMAGES *
000160*               DANS FAUDIT03) - EXPSMS N'ENVOIE PLUS RIEN A CE *
000170*               NUMERO - LE RAPPORT LISTE LES NUMEROS MARQUES   *
000180*               (A FAIRE CORRIGER PAR LES COORDINATEURS), CEUX  *
000190*               DES CANDIDATS DE LA LISTE D'ATTENTE (A CORRIGER *
000200*               SUR INF7CI3) ET LES RETOURS SANS ENVOI CONNU -  *
000210*               RC=4 DES QU'UN RETOUR RESTE INAPPARIE           *
000220*****************************************************************
000230*  HISTORIQUE DES MODIFICATIONS                                 *
000240*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000243*  15/10/2026  SE  ENTREES D'AUDIT SCELLEES ET CHAINEES         *
000246*                  (SCELAUD, TETE DE CHAINE 'AUDCHAIN' FCTL03)  *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-390.
000290 OBJECT-COMPUTER. IBM-390.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT RETOUR-FILE    ASSIGN TO SMSRET
000330            ORGANIZATION   LINE SEQUENTIAL.
000340     SELECT FSMS03-FILE    ASSIGN TO FSMS03
000350            ORGANIZATION   INDEXED
000360            ACCESS MODE    RANDOM
000370            RECORD KEY     SM-CLE
000380            FILE STATUS    WS-FSMS-STATUS.
000390     SELECT FSTAG03-FILE   ASSIGN TO FSTAG03
000400            ORGANIZATION   INDEXED
000410            ACCESS MODE    RANDOM
000420            RECORD KEY     E-NUMERO
000430            FILE STATUS    WS-FSTAG-STATUS.
000440     SELECT FAUDIT03-FILE  ASSIGN TO FAUDIT03
000450            ORGANIZATION   INDEXED
000460            ACCESS MODE    RANDOM
000470            RECORD KEY     AK-CLE
000480            FILE STATUS    WS-FAUDIT-STATUS.
000481     SELECT FCTL03-FILE    ASSIGN TO FCTL03
000482            ORGANIZATION   INDEXED
000483            ACCESS MODE    RANDOM
000484            RECORD KEY     CT-CLE
000485            FILE STATUS    WS-FCTL-STATUS.
000490     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000500            ORGANIZATION   LINE SEQUENTIAL.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  RETOUR-FILE
000550     RECORDING MODE F.
000560*   RETOUR DE LA PASSERELLE : REFERENCE DE L'ENVOI, PORTABLE,
000570*   CODE D'ERREUR
000580 01  RETOUR-REC.
000590     05  SR-REFERENCE      PIC X(23).
000600     05  FILLER            PIC X(01).
000610     05  SR-TELEPHONE      PIC X(10).
000620     05  FILLER            PIC X(01).
000630     05  SR-CODE           PIC X(03).
000640     05  FILLER            PIC X(42).
000650*
000660 FD  FSMS03-FILE.
000670*   DESCRIPTION DU JOURNAL DES SMS
000680     COPY FSMS.
000690*
000700 FD  FSTAG03-FILE.
000710*   DESCRIPTION DU FICHIER KSD DES STAGIAIRES
000720     COPY FSTAG.
000730*
000740 FD  FAUDIT03-FILE.
000750*   DESCRIPTION DU FICHIER KSD DE LA PISTE D'AUDIT
000760     COPY FAUDIT.
000762*
000764 FD  FCTL03-FILE.
000766*   TETE DE CHAINE DE LA PISTE D'AUDIT ('AUDCHAIN')
000768     COPY FCTL.
000770*
000780 FD  RAPPORT-FILE
000790     RECORDING MODE F.
000800 01  RAPPORT-REC           PIC X(133).
000810*
000820 WORKING-STORAGE SECTION.
000830 77  WS-FSMS-STATUS        PIC X(02).
000840 77  WS-FSTAG-STATUS       PIC X(02).
000850 77  WS-FAUDIT-STATUS      PIC X(02).
000853 77  WS-FCTL-STATUS        PIC X(02).
000856 77  WS-CHAINE-STATUS      PIC X(02).
000860 77  WS-EOF                PIC X(01)     VALUE 'N'.
000870     88  FIN-FICHIER                     VALUE 'Y'.
000880 77  WS-PAGE-COMPTEUR      PIC 9(04) COMP VALUE ZERO.
000890 77  WS-LIGNE-COMPTEUR     PIC 9(02) COMP VALUE ZERO.
000900 77  WS-LIGNES-PAGE        PIC 9(02) COMP VALUE 55.
000910 77  WS-NB-RETOURS         PIC 9(04) COMP VALUE ZERO.
000920 77  WS-NB-MARQUES         PIC 9(04) COMP VALUE ZERO.
000930 77  WS-NB-DEJA            PIC 9(04) COMP VALUE ZERO.
000940 77  WS-NB-CANDIDATS       PIC 9(04) COMP VALUE ZERO.
000950 77  WS-NB-INAPPARIES      PIC 9(04) COMP VALUE ZERO.
000960*   DATE ET HEURE DU JOUR POUR L'HORODATAGE ET LA TRACE
000970 77  WS-DATE-JOUR          PIC 9(08).
000980 77  WS-HEURE-JOUR         PIC 9(08).
000990*   IMAGE AVANT MISE A JOUR, POUR LA PISTE D'AUDIT
001000 01  WS-IMAGE-AVANT        PIC X(345).
001010*
001020 01  LIGNE-ENTETE1.
001030     05  FILLER            PIC X(01)     VALUE SPACE.
001040     05  FILLER            PIC X(45)
001050        VALUE 'RETOURS DE LA PASSERELLE SMS'.
001060     05  FILLER            PIC X(55)     VALUE SPACE.
001070     05  FILLER            PIC X(05)     VALUE 'PAGE '.
001080     05  LE1-PAGE          PIC ZZZ9.
001090*
001100 01  LIGNE-ENTETE2.
001110     05  FILLER            PIC X(01)     VALUE SPACE.
001120     05  FILLER            PIC X(04)     VALUE 'NUM.'.
001130     05  FILLER            PIC X(03)     VALUE SPACE.
001140     05  FILLER            PIC X(25)     VALUE 'NOM'.
001150     05  FILLER            PIC X(01)     VALUE SPACE.
001160     05  FILLER            PIC X(10)     VALUE 'PORTABLE'.
001170     05  FILLER            PIC X(01)     VALUE SPACE.
001180     05  FILLER            PIC X(11)     VALUE 'AVIS'.
001190     05  FILLER            PIC X(01)     VALUE SPACE.
001200     05  FILLER            PIC X(40)     VALUE 'SITUATION'.
001210*
001220 01  LIGNE-VIDE            PIC X(133)    VALUE SPACE.
001230*
001240 01  LIGNE-DETAIL.
001250     05  FILLER            PIC X(01)     VALUE SPACE.
001260     05  LD-NUMERO         PIC X(04).
001270     05  FILLER            PIC X(03)     VALUE SPACE.
001280     05  LD-NOM            PIC X(25).
001290     05  FILLER            PIC X(01)     VALUE SPACE.
001300     05  LD-TELEPHONE      PIC X(10).
001310     05  FILLER            PIC X(01)     VALUE SPACE.
001320     05  LD-AVIS           PIC X(11).
001330     05  FILLER            PIC X(01)     VALUE SPACE.
001340     05  LD-SITUATION      PIC X(45).
001350*
001360 01  LIGNE-BILAN.
001370     05  FILLER            PIC X(01)     VALUE SPACE.
001380     05  FILLER            PIC X(12)     VALUE 'RETOURS   : '.
001390     05  LB-NB-RETOURS     PIC ZZZ9.
001400     05  FILLER            PIC X(05)     VALUE SPACE.
001410     05  FILLER            PIC X(12)     VALUE 'MARQUES   : '.
001420     05  LB-NB-MARQUES     PIC ZZZ9.
001430     05  FILLER            PIC X(05)     VALUE SPACE.
001440     05  FILLER            PIC X(12)     VALUE 'DEJA      : '.
001450     05  LB-NB-DEJA        PIC ZZZ9.
001460     05  FILLER            PIC X(05)     VALUE SPACE.
001470     05  FILLER            PIC X(12)     VALUE 'CANDIDATS : '.
001480     05  LB-NB-CANDIDATS   PIC ZZZ9.
001490     05  FILLER            PIC X(05)     VALUE SPACE.
001500     05  FILLER            PIC X(13)     VALUE 'INAPPARIES : '.
001510     05  LB-NB-INAPPARIES  PIC ZZZ9.
001520*
001522*   ZONE D'ECHANGE DU MODULE DE SCELLEMENT SCELAUD
001524     COPY SCELCA.
001526*
001530 PROCEDURE DIVISION.
001540 0000-MAINLINE.
001550*----------------*
001560     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001570     PERFORM 2000-TRAITE-RETOURS THRU 2000-EXIT.
001580     PERFORM 8000-BILAN          THRU 8000-EXIT.
001590     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001600     IF WS-NB-INAPPARIES > ZERO
001610        MOVE 4 TO RETURN-CODE
001620     END-IF.
001630     STOP RUN.
001640*
001650*****************************************************************
001660*  1000  -  OUVERTURE DES FICHIERS                              *
001670*****************************************************************
001680 1000-INITIALISATION.
001690*--------------------*
001700     ACCEPT WS-DATE-JOUR  FROM DATE YYYYMMDD.
001710     ACCEPT WS-HEURE-JOUR FROM TIME.
001720     OPEN INPUT  RETOUR-FILE.
001730     OPEN I-O    FSMS03-FILE.
001740     IF WS-FSMS-STATUS NOT = '00'
001750        PERFORM 9500-ERREUR-FSMS THRU 9500-EXIT
001760     END-IF.
001770     OPEN I-O    FSTAG03-FILE.
001780     OPEN I-O    FAUDIT03-FILE.
001785     OPEN I-O    FCTL03-FILE.
001790     OPEN OUTPUT RAPPORT-FILE.
001800 1000-EXIT.
001810     EXIT.
001820*
001830*****************************************************************
001840*  2000  -  LECTURE DES RETOURS, UN PAR MESSAGE EN ECHEC        *
001850*****************************************************************
001860 2000-TRAITE-RETOURS.
001870*--------------------*
001880     MOVE 'N' TO WS-EOF.
001890     READ RETOUR-FILE
001900         AT END MOVE 'Y' TO WS-EOF
001910     END-READ.
001920     PERFORM UNTIL FIN-FICHIER
001930        IF SR-REFERENCE NOT = SPACE
001940           ADD 1 TO WS-NB-RETOURS
001950           PERFORM 3000-TRAITE-RETOUR THRU 3000-EXIT
001960        END-IF
001970        READ RETOUR-FILE
001980            AT END MOVE 'Y' TO WS-EOF
001990        END-READ
002000     END-PERFORM.
002010 2000-EXIT.
002020     EXIT.
002030*
002040*****************************************************************
002050*  3000  -  RETOUR : ENTREE DU JOURNAL PASSEE EN ECHEC, PUIS    *
002060*            MARQUAGE DU PORTABLE DU STAGIAIRE                  *
002070*****************************************************************
002080 3000-TRAITE-RETOUR.
002090*-------------------*
002100     MOVE SPACES       TO LD-NUMERO LD-NOM LD-AVIS.
002110     MOVE SR-TELEPHONE TO LD-TELEPHONE.
002120     MOVE SR-REFERENCE TO SM-CLE.
002130     READ FSMS03-FILE.
002140     IF WS-FSMS-STATUS = '23'
002150        MOVE SR-REFERENCE(2:4) TO LD-NUMERO
002160        MOVE 'RETOUR SANS ENVOI CONNU' TO LD-SITUATION
002170        PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT
002180        ADD 1 TO WS-NB-INAPPARIES
002190        GO TO 3000-EXIT
002200     END-IF.
002210     IF WS-FSMS-STATUS NOT = '00'
002220        PERFORM 9500-ERREUR-FSMS THRU 9500-EXIT
002230     END-IF.
002240     MOVE SM-NUMERO    TO LD-NUMERO.
002250     MOVE SM-TELEPHONE TO LD-TELEPHONE.
002260     EVALUATE TRUE
002270       WHEN SM-RAPPEL-DEBUT MOVE 'DEBUT'      TO LD-AVIS
002280       WHEN SM-OFFRE        MOVE 'OFFRE'      TO LD-AVIS
002290       WHEN SM-ANNULATION   MOVE 'ANNULATION' TO LD-AVIS
002300       WHEN SM-ABSENCE      MOVE 'ABSENCE'    TO LD-AVIS
002310     END-EVALUATE.
002320     IF NOT SM-ECHEC
002330        MOVE 'F'          TO SM-ETAT
002340        MOVE SR-CODE      TO SM-CODE-RETOUR
002350        MOVE WS-DATE-JOUR TO SM-DATE-RETOUR
002360        REWRITE E-SMS
002370        IF WS-FSMS-STATUS NOT = '00'
002380           PERFORM 9500-ERREUR-FSMS THRU 9500-EXIT
002390        END-IF
002400     END-IF.
002410*   OFFRE : LE DESTINATAIRE EST UN CANDIDAT DE LA LISTE D'ATTENTE,
002420*   SANS INDICATEUR - SON NUMERO EST A CORRIGER SUR INF7CI3
002430     IF SM-OFFRE
002440        MOVE SPACES TO LD-SITUATION
002450        STRING 'CANDIDAT - NUMERO A CORRIGER (' SR-CODE ')'
002460               DELIMITED BY SIZE INTO LD-SITUATION
002470        PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT
002480        ADD 1 TO WS-NB-CANDIDATS
002490        GO TO 3000-EXIT
002500     END-IF.
002510     PERFORM 3200-MARQUE THRU 3200-EXIT.
002520 3000-EXIT.
002530     EXIT.
002540*
002550*****************************************************************
002560*  3200  -  MARQUAGE DU PORTABLE DU STAGIAIRE, S'IL EST TOUJOURS*
002570*            CELUI DE L'ENVOI (UN NUMERO CORRIGE ENTRE-TEMPS    *
002580*            N'EST PAS TOUCHE), AVEC TRACE 'M' DANS LA PISTE    *
002590*            D'AUDIT (IMAGES AVANT/APRES)                       *
002600*****************************************************************
002610 3200-MARQUE.
002620*------------*
002630     MOVE SM-NUMERO TO E-NUMERO.
002640     READ FSTAG03-FILE.
002650     IF WS-FSTAG-STATUS = '23'
002660        MOVE 'STAGIAIRE SUPPRIME DEPUIS L''ENVOI' TO LD-SITUATION
002670        PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT
002680        ADD 1 TO WS-NB-DEJA
002690        GO TO 3200-EXIT
002700     END-IF.
002710     IF WS-FSTAG-STATUS NOT = '00'
002720        PERFORM 9510-ERREUR-FSTAG THRU 9510-EXIT
002730     END-IF.
002740     MOVE E-NOM TO LD-NOM.
002750     IF E-TELPOR NOT = SM-TELEPHONE
002760        MOVE 'PORTABLE DEJA CORRIGE' TO LD-SITUATION
002770        PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT
002780        ADD 1 TO WS-NB-DEJA
002790        GO TO 3200-EXIT
002800     END-IF.
002810     IF E-TELPOR-INVALIDE = 'O'
002820        ADD 1 TO WS-NB-DEJA
002830        GO TO 3200-EXIT
002840     END-IF.
002850     MOVE E-STAGIAIRE        TO WS-IMAGE-AVANT.
002860     MOVE 'O'                TO E-TELPOR-INVALIDE.
002870     MOVE WS-DATE-JOUR       TO E-DATE-MAJ.
002880     MOVE WS-HEURE-JOUR(1:6) TO E-HEURE-MAJ.
002890     ADD 1 TO E-COMPTEUR-MAJ.
002900     REWRITE E-STAGIAIRE.
002910     IF WS-FSTAG-STATUS NOT = '00'
002920        PERFORM 9510-ERREUR-FSTAG THRU 9510-EXIT
002930     END-IF.
002940     MOVE E-NUMERO           TO AK-NUMERO.
002950     MOVE WS-DATE-JOUR       TO AK-DATE.
002960     MOVE WS-HEURE-JOUR(1:6) TO AK-HEURE.
002970     MOVE 'M'                TO AK-ACTION.
002980     MOVE 'BAT'              TO AK-OPERATEUR.
002990     MOVE 'BTCH'             TO AK-TERMINAL.
003000     MOVE WS-IMAGE-AVANT     TO AK-IMAGE-AVANT.
003010     MOVE E-STAGIAIRE        TO AK-IMAGE-APRES.
003020     PERFORM 3210-ECRIT-AUDIT THRU 3210-EXIT.
003060     MOVE SPACES TO LD-SITUATION.
003070     STRING 'MARQUE INVALIDE (' SR-CODE ')'
003080            DELIMITED BY SIZE INTO LD-SITUATION.
003090     PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT.
003091     ADD 1 TO WS-NB-MARQUES.
003092 3200-EXIT.
003093     EXIT.
003094*
003095*****************************************************************
003096*  3210  -  ECRITURE SCELLEE D'UNE ENTREE D'AUDIT : RANG         *
003097*            SUIVANT ET EMPREINTE DU DERNIER MAILLON LUS         *
003098*            DANS LA TETE DE CHAINE ('AUDCHAIN' DE FCTL03),      *
003099*            EMPREINTES CALCULEES PAR SCELAUD - LA TETE          *
003100*            N'AVANCE QUE SUR UNE ENTREE ECRITE (UN DOUBLON      *
003101*            DE CLE NE CONSOMME PAS DE RANG)                     *
003102*****************************************************************
003103 3210-ECRIT-AUDIT.
003104*-----------------*
003105     MOVE 'AUDCHAIN' TO CT-CLE.
003106     READ FCTL03-FILE.
003107     MOVE WS-FCTL-STATUS TO WS-CHAINE-STATUS.
003108     EVALUATE WS-FCTL-STATUS
003109         WHEN '00'
003110             COMPUTE AK-SEQUENCE = CT-SEQUENCE-EVT + 1
003111             MOVE CT-EMPREINTE TO AK-EMPREINTE-PREC
003112         WHEN '23'
003113             MOVE 1            TO AK-SEQUENCE
003114             MOVE ZERO         TO AK-EMPREINTE-PREC
003115         WHEN OTHER
003116             PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
003117     END-EVALUATE.
003118     MOVE ZERO              TO AK-EMPREINTE-IMAGES.
003119     MOVE ZERO              TO AK-EMPREINTE.
003120     MOVE ZERO              TO AK-NUMERO-ORIGINE.
003121     MOVE SPACE             TO AK-ANONYMISE.
003122     MOVE E-AUDIT           TO SC-ENTREE.
003123     CALL 'SCELAUD' USING SCELAUD-COMMAREA.
003124     MOVE SC-CALC-IMAGES    TO AK-EMPREINTE-IMAGES.
003125     MOVE SC-CALC-EMPREINTE TO AK-EMPREINTE.
003126     WRITE E-AUDIT.
003127     IF WS-FAUDIT-STATUS NOT = '00' AND NOT = '22'
003128        PERFORM 9520-ERREUR-FAUDIT THRU 9520-EXIT
003129     END-IF.
003130     IF WS-FAUDIT-STATUS = '00'
003131        IF WS-CHAINE-STATUS = '23'
003132           MOVE SPACES     TO E-CONTROLE
003133           MOVE 'AUDCHAIN' TO CT-CLE
003134           MOVE ZERO       TO CT-SEQUENCE
003135           MOVE 'T'        TO CT-ETAT
003136        END-IF
003137        MOVE AK-SEQUENCE  TO CT-SEQUENCE-EVT
003138        MOVE AK-EMPREINTE TO CT-EMPREINTE
003139        MOVE AK-DATE      TO CT-DATE
003140        MOVE AK-HEURE     TO CT-HEURE
003141        IF WS-CHAINE-STATUS = '00'
003142           REWRITE E-CONTROLE
003143        ELSE
003144           WRITE E-CONTROLE
003145        END-IF
003146        IF WS-FCTL-STATUS NOT = '00'
003147           PERFORM 9530-ERREUR-FCTL THRU 9530-EXIT
003148        END-IF
003149     END-IF.
003150 3210-EXIT.
003151     EXIT.
003152*
003153*****************************************************************
003154*  8000  -  BILAN DU PASSAGE                                    *
003160*****************************************************************
003170 8000-BILAN.
003180*-----------*
003190     IF WS-PAGE-COMPTEUR = ZERO
003200        PERFORM 2500-NOUVELLE-PAGE THRU 2500-EXIT
003210     END-IF.
003220     WRITE RAPPORT-REC FROM LIGNE-VIDE  AFTER ADVANCING 2.
003230     MOVE WS-NB-RETOURS    TO LB-NB-RETOURS.
003240     MOVE WS-NB-MARQUES    TO LB-NB-MARQUES.
003250     MOVE WS-NB-DEJA       TO LB-NB-DEJA.
003260     MOVE WS-NB-CANDIDATS  TO LB-NB-CANDIDATS.
003270     MOVE WS-NB-INAPPARIES TO LB-NB-INAPPARIES.
003280     WRITE RAPPORT-REC FROM LIGNE-BILAN AFTER ADVANCING 1.
003290 8000-EXIT.
003300     EXIT.
003310*
003320*****************************************************************
003330*  2400  -  IMPRESSION D'UNE LIGNE, AVEC SAUT DE PAGE AUTOMATIQUE
003340*****************************************************************
003350 2400-IMPRIME-LIGNE.
003360*------------------*
003370     IF WS-PAGE-COMPTEUR = ZERO
003380        OR WS-LIGNE-COMPTEUR > WS-LIGNES-PAGE
003390        PERFORM 2500-NOUVELLE-PAGE THRU 2500-EXIT
003400     END-IF.
003410     WRITE RAPPORT-REC FROM LIGNE-DETAIL AFTER ADVANCING 1.
003420     ADD 1 TO WS-LIGNE-COMPTEUR.
003430 2400-EXIT.
003440     EXIT.
003450*
003460 2500-NOUVELLE-PAGE.
003470*------------------*
003480     ADD 1 TO WS-PAGE-COMPTEUR.
003490     MOVE WS-PAGE-COMPTEUR TO LE1-PAGE.
003500     WRITE RAPPORT-REC FROM LIGNE-ENTETE1 AFTER ADVANCING PAGE.
003510     WRITE RAPPORT-REC FROM LIGNE-ENTETE2 AFTER ADVANCING 2.
003520     WRITE RAPPORT-REC FROM LIGNE-VIDE    AFTER ADVANCING 1.
003530     MOVE ZERO TO WS-LIGNE-COMPTEUR.
003540 2500-EXIT.
003550     EXIT.
003560*
003570*****************************************************************
003580*  9500  -  ERREURS D'ENTREE/SORTIE - LE CODE STATUT EST TRACE  *
003590*            ET LE TRAITEMENT EST INTERROMPU                    *
003600*****************************************************************
003610 9500-ERREUR-FSMS.
003620*-----------------*
003630     DISPLAY 'IMPSMS - ERREUR E/S FSMS03 - CODE STATUT '
003640             WS-FSMS-STATUS.
003650     MOVE 16 TO RETURN-CODE.
003660     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003670     STOP RUN.
003680 9500-EXIT.
003690     EXIT.
003700*
003710 9510-ERREUR-FSTAG.
003720*------------------*
003730     DISPLAY 'IMPSMS - ERREUR E/S FSTAG03 - CODE STATUT '
003740             WS-FSTAG-STATUS.
003750     MOVE 16 TO RETURN-CODE.
003760     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003770     STOP RUN.
003780 9510-EXIT.
003790     EXIT.
003800*
003810 9520-ERREUR-FAUDIT.
003820*-------------------*
003830     DISPLAY 'IMPSMS - ERREUR E/S FAUDIT03 - CODE STATUT '
003840             WS-FAUDIT-STATUS.
003850     MOVE 16 TO RETURN-CODE.
003860     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003870     STOP RUN.
003880 9520-EXIT.
003890     EXIT.
003891*
003892 9530-ERREUR-FCTL.
003893*-----------------*
003894     DISPLAY 'IMPSMS - ERREUR E/S FCTL03 - CODE STATUT '
003895             WS-FCTL-STATUS.
003896     MOVE 16 TO RETURN-CODE.
003897     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003898     STOP RUN.
003899 9530-EXIT.
003900     EXIT.
003901*
003910*****************************************************************
003920*  9000  -  FERMETURE DES FICHIERS                              *
003930*****************************************************************
003940 9000-TERMINAISON.
003950*-----------------*
003960     CLOSE RETOUR-FILE.
003970     CLOSE FSMS03-FILE.
003980     CLOSE FSTAG03-FILE.
003990     CLOSE FAUDIT03-FILE.
003995     CLOSE FCTL03-FILE.
004000     CLOSE RAPPORT-FILE.
004010 9000-EXIT.
004020     EXIT.
