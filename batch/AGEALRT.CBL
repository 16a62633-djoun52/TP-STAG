000060 DATE-COMPILED.
000070*****************************************************************
000080*  AGEALRT  -  ALERTE DES STAGIAIRES PROCHES DE LA LIMITE D'AGE  *
000090*               (FSTAGEXT) - SIGNALE CEUX QUI ATTEIGNENT OU VONT *
000100*               BIENTOT ATTEINDRE LA BORNE AGE-MAX (AGELIM.cpy)  *
000102*               ET PASSE A 'M' LE LIEN DE REPRESENTATION LEGALE  *
000104*               (FRLEG03) DE CEUX QUI ATTEIGNENT LA MAJORITE -   *
000106*               LES LIENS A CLORE SONT LISTES EN SECONDE PARTIE  *
000110*****************************************************************
000120*  HISTORIQUE DES MODIFICATIONS                                 *
000130*  09/08/2026  SE  CREATION DU PROGRAMME                        *
000132*  22/08/2026  SE  RC=4 QUAND DES ALERTES SONT RELEVEES         *
000134*  15/10/2026  SE  MAJORITE ATTEINTE : LIEN FRLEG03 PASSE A 'M' *
000136*                  ET LISTE DES LIENS A CLORE (RC=4 SI LISTE)   *
000137*  15/10/2026  SE  LECTURE DE L'EXTRAIT DE NUIT FSTAGEXT (AGE   *
000138*                  CALCULE PAR EXTNUIT), FSTAG03 EN ACCES DIRECT*
000140*****************************************************************
000150 ENVIRONMENT DIVISION.
000160 CONFIGURATION SECTION.
000180 OBJECT-COMPUTER. IBM-390.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000202     SELECT EXTRAIT-FILE   ASSIGN TO FSTAGEXT
000204            ORGANIZATION   LINE SEQUENTIAL
000206            FILE STATUS    WS-FEXT-STATUS.
000210     SELECT FSTAG03-FILE   ASSIGN TO FSTAG03
000220            ORGANIZATION   INDEXED
000230            ACCESS MODE    RANDOM
000240            RECORD KEY     E-NUMERO
000250            FILE STATUS    WS-FSTAG-STATUS.
000251     SELECT FRLEG03-FILE   ASSIGN TO FRLEG03
000252            ORGANIZATION   INDEXED
000253            ACCESS MODE    DYNAMIC
000254            RECORD KEY     RL-NUMERO
000255            FILE STATUS    WS-FRLEG-STATUS.
000260     SELECT RAPPORT-FILE   ASSIGN TO RAPPORT
000270            ORGANIZATION   LINE SEQUENTIAL.
000280*
000290 DATA DIVISION.
000300 FILE SECTION.
000301 FD  EXTRAIT-FILE
000302     RECORDING MODE F.
000303*   EXTRAIT ENRICHI DES STAGIAIRES (AGE A LA DATE D'EXTRACTION)
000304     COPY FEXTR.
000305*
000310 FD  FSTAG03-FILE.
000320*   DESCRIPTION DU FICHIER KSD DES STAGIAIRES
000330     COPY FSTAG.
000332*
000334 FD  FRLEG03-FILE.
000336*   DESCRIPTION DU FICHIER KSD DES REPRESENTANTS LEGAUX
000338     COPY FRLEG.
000340*
000350 FD  RAPPORT-FILE
000360     RECORDING MODE F.
000400*   BORNES D'AGE ADMISES A L'INSCRIPTION - LA BORNE HAUTE SERT
000410*   AUSSI DE REFERENCE POUR CETTE ALERTE
000420     COPY AGELIM.
000425 77  WS-FEXT-STATUS        PIC X(02).
000430 77  WS-FSTAG-STATUS       PIC X(02).
000431 77  WS-FRLEG-STATUS       PIC X(02).
000432 77  WS-EOF-FRLEG          PIC X(01).
000433*   LIENS PASSES A 'M' CE JOUR, LIENS A CLORE (TOUS LES 'M')
000434 77  WS-NB-MAJEURS         PIC 9(04) COMP VALUE ZERO.
000435 77  WS-NB-A-CLORE         PIC 9(04) COMP VALUE ZERO.
000436 77  WS-HEURE-JOUR         PIC 9(08).
000440 77  WS-EOF                PIC X(01)     VALUE 'N'.
000450     88  FIN-FICHIER                     VALUE 'Y'.
000460 77  WS-PAGE-COMPTEUR      PIC 9(04) COMP VALUE ZERO.
000480 77  WS-LIGNES-PAGE        PIC 9(02) COMP VALUE 55.
000490 77  WS-NB-ALERTES         PIC 9(04) COMP VALUE ZERO.
000500 77  WS-SEUIL-ALERTE       PIC 99.
000510*   DATE DU JOUR (DATE D'ETAT DES LIENS PASSES A 'M')
000520 77  WS-DATE-JOUR          PIC 9(08).
000580 77  WS-DATE-NAISS-TMP     PIC 9(08).
000590*
000600 01  LIGNE-ENTETE1.
001040*
001050 01  LIGNE-AUCUNE-ALERTE   PIC X(133).
001060*
001061 01  LIGNE-ENTETE4.
001062     05  FILLER            PIC X(01)     VALUE SPACE.
001063     05  FILLER            PIC X(40)
001064            VALUE 'LIENS DE REPRESENTATION LEGALE A CLORE'.
001065     05  FILLER            PIC X(60)     VALUE SPACE.
001066     05  FILLER            PIC X(05)     VALUE 'PAGE '.
001067     05  LE4-PAGE          PIC ZZZ9.
001068*
001069 01  LIGNE-ENTETE5.
001070     05  FILLER            PIC X(01)     VALUE SPACE.
001071     05  FILLER            PIC X(04)     VALUE 'NUM.'.
001072     05  FILLER            PIC X(03)     VALUE SPACE.
001073     05  FILLER            PIC X(25)     VALUE 'NOM'.
001074     05  FILLER            PIC X(01)     VALUE SPACE.
001075     05  FILLER            PIC X(25)     VALUE 'PRENOM'.
001076     05  FILLER            PIC X(01)     VALUE SPACE.
001077     05  FILLER            PIC X(40)
001078            VALUE 'REPRESENTANT LEGAL'.
001079     05  FILLER            PIC X(01)     VALUE SPACE.
001080     05  FILLER            PIC X(14)     VALUE 'MAJEUR DEPUIS'.
001081*
001082 01  LIGNE-DETAIL2.
001083     05  FILLER            PIC X(01)     VALUE SPACE.
001084     05  LD2-NUMERO        PIC 9(04).
001085     05  FILLER            PIC X(03)     VALUE SPACE.
001086     05  LD2-NOM           PIC X(25).
001087     05  FILLER            PIC X(01)     VALUE SPACE.
001088     05  LD2-PRENOM        PIC X(25).
001089     05  FILLER            PIC X(01)     VALUE SPACE.
001090     05  LD2-REPRESENTANT  PIC X(40).
001091     05  FILLER            PIC X(01)     VALUE SPACE.
001092     05  LD2-DATE-ETAT     PIC X(10).
001093*
001094 PROCEDURE DIVISION.
001095 0000-MAINLINE.
001096*----------------*
001100     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001110     PERFORM 2000-TRAITEMENT     THRU 2000-EXIT.
001115     PERFORM 3000-LIENS-A-CLORE  THRU 3000-EXIT.
001120     PERFORM 9000-TERMINAISON    THRU 9000-EXIT.
001122*   RC=4 DES QU'UN STAGIAIRE ATTEINT LE SEUIL D'ALERTE, POUR
001123*   QUE LA CHAINE DE NUIT PUISSE REAGIR ; DE MEME QUAND DES LIENS
001124*   DE REPRESENTATION LEGALE SONT A CLORE
001125     IF WS-NB-ALERTES > ZERO OR WS-NB-A-CLORE > ZERO
001127        MOVE 4 TO RETURN-CODE
001128     END-IF.
001130     STOP RUN.
001180 1000-INITIALISATION.
001190*--------------------*
001200     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001235     ACCEPT WS-HEURE-JOUR FROM TIME.
001240     SUBTRACT 1 FROM AGE-MAX GIVING WS-SEUIL-ALERTE.
001245     OPEN INPUT  EXTRAIT-FILE.
001250     OPEN INPUT  FSTAG03-FILE.
001255     OPEN I-O    FRLEG03-FILE.
001260     OPEN OUTPUT RAPPORT-FILE.
001270     MOVE ZERO TO WS-PAGE-COMPTEUR WS-LIGNE-COMPTEUR
001280                  WS-NB-ALERTES.
001300     EXIT.
001310*
001320*****************************************************************
001327*  2000  -  PARCOURS DE L'EXTRAIT, EDITION DES STAGIAIRES DONT   *
001334*            L'AGE EXACT (CALCULE PAR EXTNUIT) ATTEINT OU DEPASSE*
001341*            LE SEUIL D'ALERTE                                   *
001350*****************************************************************
001360 2000-TRAITEMENT.
001370*----------------*
001380     MOVE 'N' TO WS-EOF.
001390     READ EXTRAIT-FILE
001400         AT END MOVE 'Y' TO WS-EOF
001410     END-READ.
001411     IF NOT FIN-FICHIER AND WS-FEXT-STATUS NOT = '00'
001412        PERFORM 9520-ERREUR-EXTRAIT THRU 9520-EXIT
001413     END-IF.
001420     PERFORM UNTIL FIN-FICHIER
001430        MOVE EX-STAGIAIRE TO E-STAGIAIRE
001440        IF EX-AGE >= WS-SEUIL-ALERTE
001450           MOVE E-NUMERO     TO LD-NUMERO
001460           MOVE E-NOM        TO LD-NOM
001470           MOVE E-PRENOM     TO LD-PRENOM
001480           MOVE E-DATE-NAISS TO WS-DATE-NAISS-TMP
001490           PERFORM 2300-FORMATE-DATE THRU 2300-EXIT
001500           MOVE EX-AGE       TO LD-AGE
001510           PERFORM 2400-IMPRIME-LIGNE THRU 2400-EXIT
001520           ADD 1 TO WS-NB-ALERTES
001530        END-IF
001534        IF EX-AGE >= AGE-MAJORITE
001538           PERFORM 2200-MAJORITE THRU 2200-EXIT
001542        END-IF
001546        READ EXTRAIT-FILE
001550            AT END MOVE 'Y' TO WS-EOF
001560        END-READ
001561        IF NOT FIN-FICHIER AND WS-FEXT-STATUS NOT = '00'
001562           PERFORM 9520-ERREUR-EXTRAIT THRU 9520-EXIT
001563        END-IF
001570     END-PERFORM.
001580     IF WS-NB-ALERTES = ZERO
001650 2000-EXIT.
001660     EXIT.
001670*
001813*****************************************************************
001814*  2200  -  STAGIAIRE MAJEUR : SON LIEN DE REPRESENTATION LEGALE *
001815*            ENCORE ACTIF (FRLEG03) PASSE A 'M' (LIEN A CLORE)   *
001816*****************************************************************
001817 2200-MAJORITE.
001818*--------------*
001819     MOVE E-NUMERO TO RL-NUMERO.
001820     READ FRLEG03-FILE.
001821     IF WS-FRLEG-STATUS = '23'
001822        GO TO 2200-EXIT
001823     END-IF.
001824     IF WS-FRLEG-STATUS NOT = '00'
001825        PERFORM 9510-ERREUR-FRLEG THRU 9510-EXIT
001826     END-IF.
001827     IF NOT RL-ACTIF
001828        GO TO 2200-EXIT
001829     END-IF.
001830     MOVE 'M'                TO RL-ETAT.
001831     MOVE WS-DATE-JOUR       TO RL-DATE-ETAT RL-DATE-MAJ.
001832     MOVE WS-HEURE-JOUR(1:6) TO RL-HEURE-MAJ.
001833     MOVE 'BAT'              TO RL-MAJ-PAR.
001834     REWRITE E-REPRESENTANT.
001835     IF WS-FRLEG-STATUS NOT = '00'
001836        PERFORM 9510-ERREUR-FRLEG THRU 9510-EXIT
001837     END-IF.
001838     ADD 1 TO WS-NB-MAJEURS.
001839 2200-EXIT.
001840     EXIT.
001841*
001842*****************************************************************
001850*  2300  -  MISE EN FORME JJ/MM/AAAA DE LA DATE DE NAISSANCE     *
001860*****************************************************************
001870 2300-FORMATE-DATE.
002210     EXIT.
002220*
002221*****************************************************************
002222*  3000  -  SECONDE PARTIE : LIENS DE REPRESENTATION LEGALE A    *
002223*            CLORE (ETAT 'M', Y COMPRIS CEUX SIGNALES LES JOURS  *
002224*            PRECEDENTS ET PAS ENCORE CLOS A L'ECRAN INFYCI3)    *
002225*****************************************************************
002226 3000-LIENS-A-CLORE.
002227*-------------------*
002228     MOVE ZERO TO WS-LIGNE-COMPTEUR.
002229     PERFORM 3500-NOUVELLE-PAGE THRU 3500-EXIT.
002230     MOVE 'N'  TO WS-EOF-FRLEG.
002231     MOVE ZERO TO RL-NUMERO.
002232     START FRLEG03-FILE KEY >= RL-NUMERO.
002233     IF WS-FRLEG-STATUS NOT = '00'
002234        MOVE 'Y' TO WS-EOF-FRLEG
002235     END-IF.
002236     PERFORM UNTIL WS-EOF-FRLEG = 'Y'
002237        READ FRLEG03-FILE NEXT
002238            AT END MOVE 'Y' TO WS-EOF-FRLEG
002239        END-READ
002240        IF WS-EOF-FRLEG NOT = 'Y'
002241           IF WS-FRLEG-STATUS NOT = '00'
002242              PERFORM 9510-ERREUR-FRLEG THRU 9510-EXIT
002243           END-IF
002244           IF RL-MAJEUR
002245              PERFORM 3100-LIGNE-A-CLORE THRU 3100-EXIT
002246           END-IF
002247        END-IF
002248     END-PERFORM.
002249     IF WS-NB-A-CLORE = ZERO
002250        MOVE SPACE TO LIGNE-AUCUNE-ALERTE
002251        MOVE 'AUCUN LIEN DE REPRESENTATION LEGALE A CLORE'
002252             TO LIGNE-AUCUNE-ALERTE(2:43)
002253        WRITE RAPPORT-REC FROM LIGNE-AUCUNE-ALERTE
002254             AFTER ADVANCING 1
002255     END-IF.
002256 3000-EXIT.
002257     EXIT.
002258*
002259*****************************************************************
002260*  3100  -  LIGNE D'UN LIEN A CLORE (NOM DU STAGIAIRE LU DANS    *
002261*            FSTAG03, BLANC S'IL N'Y FIGURE PLUS)                *
002262*****************************************************************
002263 3100-LIGNE-A-CLORE.
002264*-------------------*
002265     MOVE RL-NUMERO TO E-NUMERO LD2-NUMERO.
002266     READ FSTAG03-FILE.
002267     IF WS-FSTAG-STATUS = '00'
002268        MOVE E-NOM    TO LD2-NOM
002269        MOVE E-PRENOM TO LD2-PRENOM
002270     ELSE
002271        IF WS-FSTAG-STATUS NOT = '23'
002272           PERFORM 9500-ERREUR-FSTAG THRU 9500-EXIT
002273        END-IF
002274        MOVE SPACES   TO LD2-NOM LD2-PRENOM
002275     END-IF.
002276     MOVE SPACES TO LD2-REPRESENTANT.
002277     STRING RL-PRENOM DELIMITED BY SPACE ' '
002278            RL-NOM    DELIMITED BY SIZE INTO LD2-REPRESENTANT.
002279     MOVE SPACES TO LD2-DATE-ETAT.
002280     STRING RL-DATE-ETAT(7:2) '/' RL-DATE-ETAT(5:2) '/'
002281            RL-DATE-ETAT(1:4)
002282            DELIMITED BY SIZE INTO LD2-DATE-ETAT.
002283     IF WS-LIGNE-COMPTEUR > WS-LIGNES-PAGE
002284        PERFORM 3500-NOUVELLE-PAGE THRU 3500-EXIT
002285     END-IF.
002286     WRITE RAPPORT-REC FROM LIGNE-DETAIL2 AFTER ADVANCING 1.
002287     ADD 1 TO WS-LIGNE-COMPTEUR.
002288     ADD 1 TO WS-NB-A-CLORE.
002289 3100-EXIT.
002290     EXIT.
002291*
002292 3500-NOUVELLE-PAGE.
002293*------------------*
002294     ADD 1 TO WS-PAGE-COMPTEUR.
002295     MOVE WS-PAGE-COMPTEUR TO LE4-PAGE.
002296     WRITE RAPPORT-REC FROM LIGNE-ENTETE4 AFTER ADVANCING PAGE.
002297     WRITE RAPPORT-REC FROM LIGNE-ENTETE5 AFTER ADVANCING 2.
002298     WRITE RAPPORT-REC FROM LIGNE-VIDE    AFTER ADVANCING 1.
002299     MOVE ZERO TO WS-LIGNE-COMPTEUR.
002300 3500-EXIT.
002301     EXIT.
002302*
002303*****************************************************************
002304*  9500  -  ERREUR D'ENTREE/SORTIE SUR FSTAG03 - LE CODE STATUT  *
002305*            EST TRACE ET LE TRAITEMENT EST INTERROMPU           *
002306*****************************************************************
002307 9500-ERREUR-FSTAG.
002308*------------------*
002309     DISPLAY 'AGEALRT - ERREUR E/S FSTAG03 - CODE STATUT '
002310             WS-FSTAG-STATUS.
002311     MOVE 16 TO RETURN-CODE.
002312     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
002313     STOP RUN.
002314 9500-EXIT.
002315     EXIT.
002316*
002317*****************************************************************
002318*  9510  -  ERREUR D'ENTREE/SORTIE SUR FRLEG03                   *
002319*****************************************************************
002329 9510-ERREUR-FRLEG.
002339*------------------*
002349     DISPLAY 'AGEALRT - ERREUR E/S FRLEG03 - CODE STATUT '
002359             WS-FRLEG-STATUS.
002369     MOVE 16 TO RETURN-CODE.
002379     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
002389     STOP RUN.
002399 9510-EXIT.
002409     EXIT.
002419*
002429*****************************************************************
002439*  9520  -  ERREUR D'ENTREE/SORTIE SUR L'EXTRAIT FSTAGEXT        *
002449*****************************************************************
002459 9520-ERREUR-EXTRAIT.
002469*--------------------*
002479     DISPLAY 'AGEALRT - ERREUR E/S FSTAGEXT - CODE STATUT '
002489             WS-FEXT-STATUS.
002499     MOVE 16 TO RETURN-CODE.
002509     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
002519     STOP RUN.
002529 9520-EXIT.
002539     EXIT.
002549*
002559*****************************************************************
002569*  9000  -  FERMETURE DES FICHIERS                               *
002579*****************************************************************
002589 9000-TERMINAISON.
002599*-----------------*
002609     CLOSE EXTRAIT-FILE.
002619     CLOSE FSTAG03-FILE.
002629     CLOSE FRLEG03-FILE.
002639     CLOSE RAPPORT-FILE.
002649 9000-EXIT.
002659     EXIT.
