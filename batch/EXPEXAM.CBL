000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EXPEXAM.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  EXPEXAM  -  FICHIER DES INSCRIPTIONS AUX EXAMENS DE           *
000090*               CERTIFICATION POUR UN CENTRE D'EXAMEN EXTERNE    *
000100*               (CARTE SYSIN : CODE DU CENTRE) - UN ENTETE, UNE  *
000110*               LIGNE 'I' PAR INSCRIPTION ET 'D' PAR DESINSCRIP- *
000120*               TION A TRANSMETTRE (FEXAM03), UNE FIN AVEC LES   *
000130*               COMPTES - L'IDENTIFIANT DE CANDIDAT DU CENTRE    *
000140*               EST PORTE QUAND IL EST CONNU (FXREF03, SYSTEME   *
000150*               = CODE DU CENTRE) - LES ENTREES TRANSMISES       *
000160*               PASSENT A L'ETAT T (INSCRIPTION) OU A (ANNULEE)  *
000170*               - RC=4 SI UN STAGIAIRE EST INTROUVABLE           *
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
000280     SELECT FEXAM03-FILE   ASSIGN TO FEXAM03
000290            ORGANIZATION   INDEXED
000300            ACCESS MODE    SEQUENTIAL
000310            RECORD KEY     EX-CLE
000320            FILE STATUS    WS-FEXAM-STATUS.
000330     SELECT FSTAG03-FILE   ASSIGN TO FSTAG03
000340            ORGANIZATION   INDEXED
000350            ACCESS MODE    RANDOM
000360            RECORD KEY     E-NUMERO
000370            FILE STATUS    WS-FSTAG-STATUS.
000380     SELECT FSTAGFIN-FILE  ASSIGN TO FSTAGFIN
000390            ORGANIZATION   INDEXED
000400            ACCESS MODE    RANDOM
000410            RECORD KEY     FN-NUMERO
000420            FILE STATUS    WS-FFIN-STATUS.
000430     SELECT FXREF03-FILE   ASSIGN TO FXREF03
000440            ORGANIZATION   INDEXED
000450            ACCESS MODE    DYNAMIC
000460            RECORD KEY     XR-CLE
000470            FILE STATUS    WS-FXREF-STATUS.
000480     SELECT SYSIN-FILE     ASSIGN TO SYSIN
000490            ORGANIZATION   LINE SEQUENTIAL.
000500     SELECT EXAMINS-FILE   ASSIGN TO EXAMINS
000510            ORGANIZATION   LINE SEQUENTIAL.
000520     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000530            ORGANIZATION   LINE SEQUENTIAL.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  FEXAM03-FILE.
000580*   INSCRIPTIONS AUX EXAMENS DE CERTIFICATION EXTERNES
000590     COPY FEXAM.
000600 FD  FSTAG03-FILE.
000610     COPY FSTAG.
000620 FD  FSTAGFIN-FILE.
000630     COPY FSTAGFIN.
000640 FD  FXREF03-FILE.
000650*   TABLE DE CORRESPONDANCE DES IDENTIFIANTS EXTERNES
000660     COPY FXREF.
000670 FD  SYSIN-FILE
000680     RECORDING MODE F.
000690 01  SYSIN-REC.
000700     05  SI-CENTRE         PIC X(08).
000710     05  FILLER            PIC X(72).
000720 FD  EXAMINS-FILE
000730     RECORDING MODE F.
000740 01  EXAMINS-REC           PIC X(160).
000750 FD  RAPPORT-FILE
000760     RECORDING MODE F.
000770 01  RAPPORT-REC           PIC X(133).
000780*
000790 WORKING-STORAGE SECTION.
000800 77  WS-FEXAM-STATUS       PIC X(02).
000810 77  WS-FSTAG-STATUS       PIC X(02).
000820 77  WS-FFIN-STATUS        PIC X(02).
000830 77  WS-FXREF-STATUS       PIC X(02).
000840 77  WS-EOF                PIC X(01)     VALUE 'N'.
000850     88  FIN-FICHIER                     VALUE 'Y'.
000860 77  WS-CENTRE             PIC X(08)     VALUE SPACE.
000870 77  WS-DATE-JOUR          PIC 9(08).
000880 77  WS-TROUVE             PIC X(01).
000890 77  WS-NB-INSCRITS        PIC 9(06) COMP VALUE ZERO.
000900 77  WS-NB-DESINSCRITS     PIC 9(06) COMP VALUE ZERO.
000910 77  WS-NB-INTROUVABLES    PIC 9(06) COMP VALUE ZERO.
000920 77  WS-NB-ED              PIC ZZZZZ9.
000930*   IDENTIFIANTS DE CANDIDAT ATTRIBUES PAR LE CENTRE (FXREF03,
000940*   SYSTEME = CODE DU CENTRE), PAR NUMERO DE STAGIAIRE
000950 01  WS-IDEXT-TABLE.
000960     05  WS-IDEXT          PIC X(20) OCCURS 9999 TIMES.
000970 01  LIGNE                 PIC X(133).
000980*
000990*   FORMAT D'ECHANGE DU CENTRE D'EXAMEN : ENTETE 'E', UNE LIGNE
001000*   PAR CANDIDAT ('I' INSCRIPTION, 'D' DESINSCRIPTION), FIN 'F'
001010 01  EXAM-ENTETE.
001020     05  XE-TYPE           PIC X(01)     VALUE 'E'.
001030     05  XE-CENTRE         PIC X(08).
001040     05  FILLER            PIC X(01)     VALUE SPACE.
001050     05  XE-DATE           PIC 9(08).
001060     05  FILLER            PIC X(01)     VALUE SPACE.
001070     05  XE-EMETTEUR       PIC X(08)     VALUE 'TPSTAG'.
001080     05  FILLER            PIC X(133)    VALUE SPACE.
001090*
001100 01  EXAM-DETAIL.
001110     05  XD-TYPE           PIC X(01).
001120     05  XD-SESSION-EXAM   PIC X(10).
001130     05  FILLER            PIC X(01)     VALUE SPACE.
001140     05  XD-CERTIF         PIC X(10).
001150     05  FILLER            PIC X(01)     VALUE SPACE.
001160*   DATE D'EXAMEN AAAAMMJJ
001170     05  XD-DATE-EXAMEN    PIC 9(08).
001180     05  FILLER            PIC X(01)     VALUE SPACE.
001190*   NOTRE NUMERO DE CANDIDAT, ET CELUI DU CENTRE S'IL EST CONNU
001200*   (A BLANC AVANT LE PREMIER ECHANGE)
001210     05  XD-NUMERO         PIC 9(04).
001220     05  FILLER            PIC X(01)     VALUE SPACE.
001230     05  XD-ID-CENTRE      PIC X(20).
001240     05  FILLER            PIC X(01)     VALUE SPACE.
001250     05  XD-NOM            PIC X(25).
001260     05  FILLER            PIC X(01)     VALUE SPACE.
001270     05  XD-PRENOM         PIC X(25).
001280     05  FILLER            PIC X(01)     VALUE SPACE.
001290*   DATE DE NAISSANCE JJMMAAAA
001300     05  XD-DATE-NAISS     PIC 9(08).
001310     05  FILLER            PIC X(01)     VALUE SPACE.
001320     05  XD-EMAIL          PIC X(40).
001330     05  FILLER            PIC X(01)     VALUE SPACE.
001340*
001350 01  EXAM-FIN.
001360     05  XF-TYPE           PIC X(01)     VALUE 'F'.
001370     05  XF-NB-INSCRITS    PIC 9(06).
001380     05  FILLER            PIC X(01)     VALUE SPACE.
001390     05  XF-NB-DESINSCRITS PIC 9(06).
001400     05  FILLER            PIC X(146)    VALUE SPACE.
001410*
001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440*----------------*
001450     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001460     PERFORM 2000-TRAITEMENT     THRU 2000-EXIT.
001470     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001480     IF WS-NB-INTROUVABLES > ZERO
001490        MOVE 4 TO RETURN-CODE
001500     END-IF.
001510     STOP RUN.
001520*
001530*****************************************************************
001540*  1000  -  LECTURE DU CODE CENTRE, OUVERTURES, CHARGEMENT DES   *
001550*            IDENTIFIANTS DU CENTRE ET ECRITURE DE L'ENTETE      *
001560*****************************************************************
001570 1000-INITIALISATION.
001580*--------------------*
001590     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001600     OPEN INPUT  SYSIN-FILE.
001610     READ SYSIN-FILE
001620         AT END     CONTINUE
001630         NOT AT END MOVE SI-CENTRE TO WS-CENTRE
001640     END-READ.
001650     CLOSE SYSIN-FILE.
001660     IF WS-CENTRE = SPACE
001670        DISPLAY 'EXPEXAM - CODE CENTRE ABSENT DE LA CARTE SYSIN'
001680        MOVE 8 TO RETURN-CODE
001690        STOP RUN
001700     END-IF.
001710     OPEN I-O    FEXAM03-FILE.
001720     IF WS-FEXAM-STATUS NOT = '00'
001730        PERFORM 9500-ERREUR-FEXAM THRU 9500-EXIT
001740     END-IF.
001750     OPEN INPUT  FSTAG03-FILE.
001760     OPEN INPUT  FSTAGFIN-FILE.
001770     OPEN INPUT  FXREF03-FILE.
001780     OPEN OUTPUT EXAMINS-FILE.
001790     OPEN OUTPUT RAPPORT-FILE.
001800     PERFORM 1300-CHARGE-XREF THRU 1300-EXIT.
001810     MOVE WS-CENTRE    TO XE-CENTRE.
001820     MOVE WS-DATE-JOUR TO XE-DATE.
001830     WRITE EXAMINS-REC FROM EXAM-ENTETE.
001840     MOVE SPACE TO LIGNE.
001850     STRING ' INSCRIPTIONS TRANSMISES AU CENTRE D''EXAMEN '
001860            WS-CENTRE DELIMITED BY SIZE INTO LIGNE.
001870     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING PAGE.
001880     MOVE SPACE TO LIGNE.
001890     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
001900 1000-EXIT.
001910     EXIT.
001920*
001930*****************************************************************
001940*  1300  -  CHARGEMENT DES IDENTIFIANTS DE CANDIDAT DU CENTRE    *
001950*            (FXREF03, SYSTEME = CODE DU CENTRE) DANS UNE TABLE  *
001960*            PAR NUMERO DE STAGIAIRE                             *
001970*****************************************************************
001980 1300-CHARGE-XREF.
001990*-----------------*
002000     MOVE SPACES TO WS-IDEXT-TABLE.
002010     MOVE WS-CENTRE  TO XR-SYSTEME.
002020     MOVE LOW-VALUES TO XR-ID-EXTERNE.
002030     START FXREF03-FILE KEY >= XR-CLE.
002040     IF WS-FXREF-STATUS NOT = '00'
002050        GO TO 1300-EXIT
002060     END-IF.
002070     READ FXREF03-FILE NEXT.
002080     PERFORM UNTIL WS-FXREF-STATUS NOT = '00'
002090             OR XR-SYSTEME NOT = WS-CENTRE
002100        IF XR-NUMERO > ZERO
002110           MOVE XR-ID-EXTERNE TO WS-IDEXT(XR-NUMERO)
002120        END-IF
002130        READ FXREF03-FILE NEXT
002140     END-PERFORM.
002150 1300-EXIT.
002160     EXIT.
002170*
002180*****************************************************************
002190*  2000  -  PARCOURS DE FEXAM03 : LES INSCRIPTIONS DU CENTRE A   *
002200*            TRANSMETTRE (ETAT I) ET LES DESINSCRIPTIONS (ETAT   *
002210*            D) SONT ECRITES ET MARQUEES TRANSMISES              *
002220*****************************************************************
002230 2000-TRAITEMENT.
002240*----------------*
002250     MOVE 'N' TO WS-EOF.
002260     READ FEXAM03-FILE NEXT
002270         AT END MOVE 'Y' TO WS-EOF
002280     END-READ.
002290     IF NOT FIN-FICHIER AND WS-FEXAM-STATUS NOT = '00'
002300        PERFORM 9500-ERREUR-FEXAM THRU 9500-EXIT
002310     END-IF.
002320     PERFORM UNTIL FIN-FICHIER
002330        IF EX-CENTRE = WS-CENTRE
002340           AND (EX-A-TRANSMETTRE OR EX-DESINSCRIPTION)
002350           PERFORM 2100-TRANSMET THRU 2100-EXIT
002360        END-IF
002370        READ FEXAM03-FILE NEXT
002380            AT END MOVE 'Y' TO WS-EOF
002390        END-READ
002400        IF NOT FIN-FICHIER AND WS-FEXAM-STATUS NOT = '00'
002410           PERFORM 9500-ERREUR-FEXAM THRU 9500-EXIT
002420        END-IF
002430     END-PERFORM.
002440 2000-EXIT.
002450     EXIT.
002460*
002470*****************************************************************
002480*  2100  -  LIGNE DU CANDIDAT (IDENTITE DANS FSTAG03 PUIS        *
002490*            FSTAGFIN) ET PASSAGE DE L'ENTREE A L'ETAT TRANSMIS  *
002500*            - UN STAGIAIRE INTROUVABLE RESTE A TRANSMETTRE      *
002510*****************************************************************
002520 2100-TRANSMET.
002530*---------------*
002540     PERFORM 2300-IDENTITE THRU 2300-EXIT.
002550     IF WS-TROUVE NOT = 'O'
002560        MOVE SPACE TO LIGNE
002570        STRING ' STAGIAIRE INTROUVABLE : ' EX-NUMERO
002580               ' - SESSION D''EXAMEN ' EX-SESSION-EXAM
002590               ' NON TRANSMISE' DELIMITED BY SIZE INTO LIGNE
002600        WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1
002610        ADD 1 TO WS-NB-INTROUVABLES
002620        GO TO 2100-EXIT
002630     END-IF.
002640     IF EX-A-TRANSMETTRE
002650        MOVE 'I' TO XD-TYPE
002660        MOVE 'T' TO EX-ETAT
002670        ADD 1 TO WS-NB-INSCRITS
002680     ELSE
002690        MOVE 'D' TO XD-TYPE
002700        MOVE 'A' TO EX-ETAT
002710        ADD 1 TO WS-NB-DESINSCRITS
002720     END-IF.
002730     MOVE EX-SESSION-EXAM       TO XD-SESSION-EXAM.
002740     MOVE EX-CERTIF             TO XD-CERTIF.
002750     MOVE EX-DATE-EXAMEN        TO XD-DATE-EXAMEN.
002760     MOVE EX-NUMERO             TO XD-NUMERO.
002770     MOVE WS-IDEXT(EX-NUMERO)   TO XD-ID-CENTRE.
002780     WRITE EXAMINS-REC FROM EXAM-DETAIL.
002790     MOVE WS-DATE-JOUR TO EX-DATE-TRANSMIS.
002800     REWRITE E-EXAMEN.
002810     IF WS-FEXAM-STATUS NOT = '00'
002820        PERFORM 9500-ERREUR-FEXAM THRU 9500-EXIT
002830     END-IF.
002840     MOVE SPACE TO LIGNE.
002850     STRING ' ' XD-TYPE ' ' EX-NUMERO ' ' XD-NOM ' '
002860            XD-PRENOM ' ' EX-SESSION-EXAM ' ' EX-CERTIF
002870            DELIMITED BY SIZE INTO LIGNE.
002880     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
002890 2100-EXIT.
002900     EXIT.
002910*
002920*****************************************************************
002930*  2300  -  IDENTITE DU CANDIDAT : FSTAG03 PUIS FSTAGFIN (LES    *
002940*            EXAMENS SE TIENNENT SOUVENT APRES LA FIN DE STAGE)  *
002950*****************************************************************
002960 2300-IDENTITE.
002970*--------------*
002980     MOVE 'N' TO WS-TROUVE.
002990     MOVE EX-NUMERO TO E-NUMERO.
003000     READ FSTAG03-FILE.
003010     IF WS-FSTAG-STATUS = '00'
003020        MOVE 'O'          TO WS-TROUVE
003030        MOVE E-NOM        TO XD-NOM
003040        MOVE E-PRENOM     TO XD-PRENOM
003050        MOVE E-DATE-NAISS TO XD-DATE-NAISS
003060        MOVE E-EMAIL      TO XD-EMAIL
003070     ELSE
003080        MOVE EX-NUMERO TO FN-NUMERO
003090        READ FSTAGFIN-FILE
003100        IF WS-FFIN-STATUS = '00'
003110           MOVE 'O'           TO WS-TROUVE
003120           MOVE FN-NOM        TO XD-NOM
003130           MOVE FN-PRENOM     TO XD-PRENOM
003140           MOVE FN-DATE-NAISS TO XD-DATE-NAISS
003150           MOVE FN-EMAIL      TO XD-EMAIL
003160        END-IF
003170     END-IF.
003180 2300-EXIT.
003190     EXIT.
003200*
003210*****************************************************************
003220*  9000  -  FIN DU FICHIER, BILAN ET FERMETURE DES FICHIERS      *
003230*****************************************************************
003240 9000-TERMINAISON.
003250*-----------------*
003260     MOVE WS-NB-INSCRITS    TO XF-NB-INSCRITS.
003270     MOVE WS-NB-DESINSCRITS TO XF-NB-DESINSCRITS.
003280     WRITE EXAMINS-REC FROM EXAM-FIN.
003290     MOVE SPACE TO LIGNE.
003300     MOVE WS-NB-INSCRITS TO WS-NB-ED.
003310     STRING ' INSCRIPTIONS TRANSMISES   : ' WS-NB-ED
003320            DELIMITED BY SIZE INTO LIGNE.
003330     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 2.
003340     MOVE SPACE TO LIGNE.
003350     MOVE WS-NB-DESINSCRITS TO WS-NB-ED.
003360     STRING ' DESINSCRIPTIONS TRANSMISES: ' WS-NB-ED
003370            DELIMITED BY SIZE INTO LIGNE.
003380     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003390     MOVE SPACE TO LIGNE.
003400     MOVE WS-NB-INTROUVABLES TO WS-NB-ED.
003410     STRING ' STAGIAIRES INTROUVABLES   : ' WS-NB-ED
003420            DELIMITED BY SIZE INTO LIGNE.
003430     WRITE RAPPORT-REC FROM LIGNE AFTER ADVANCING 1.
003440     CLOSE FEXAM03-FILE.
003450     CLOSE FSTAG03-FILE.
003460     CLOSE FSTAGFIN-FILE.
003470     CLOSE FXREF03-FILE.
003480     CLOSE EXAMINS-FILE.
003490     CLOSE RAPPORT-FILE.
003500 9000-EXIT.
003510     EXIT.
003520*
003530*****************************************************************
003540*  9500  -  ERREUR D'ENTREE/SORTIE SUR FEXAM03 - LE CODE STATUT  *
003550*            EST TRACE ET LE TRAITEMENT EST INTERROMPU           *
003560*****************************************************************
003570 9500-ERREUR-FEXAM.
003580*------------------*
003590     DISPLAY 'EXPEXAM - ERREUR E/S FEXAM03 - CODE STATUT '
003600             WS-FEXAM-STATUS.
003610     MOVE 16 TO RETURN-CODE.
003620     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
003630     STOP RUN.
003640 9500-EXIT.
003650     EXIT.
