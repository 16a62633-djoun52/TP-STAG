000160*****************************************************************
000170*  HISTORIQUE DES MODIFICATIONS                                 *
000180*  22/08/2026  SE  CREATION DU PROGRAMME                        *
000185*  15/10/2026  SE  NIVEAU 3 (REGISTRE DES ADAPTATIONS) ADMIS    *
000187*  15/10/2026  SE  ENREGISTREMENT 100 OCTETS, RECERTIF. A BLANC *
000188*  15/10/2026  SE  SITES DE RATTACHEMENT SUR LA CARTE           *
000190*****************************************************************
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000350 FILE SECTION.
000360 FD  SYSIN-FILE
000370     RECORDING MODE F.
000380*   UNE CARTE PAR OPERATEUR : IDENTIFIANT, NOM, NIVEAU 1/2/3,
000385*   DROIT TOUS SITES (O = SIEGE) ET JUSQU'A DEUX SITES DE
000387*   RATTACHEMENT - LES CARTES DOIVENT ETRE EN ORDRE D'IDENTIFIANT
000400*   (CHARGEMENT SEQUENTIEL DU KSDS)
000410 01  SYSIN-REC.
000420     05  SI-OPERATEUR      PIC X(03).
000430     05  FILLER            PIC X(01).
000440     05  SI-NOM            PIC X(25).
000450     05  FILLER            PIC X(01).
000460     05  SI-NIVEAU         PIC X(01).
000461     05  FILLER            PIC X(01).
000462     05  SI-TOUS-SITES     PIC X(01).
000463     05  FILLER            PIC X(01).
000464     05  SI-SITE-1         PIC X(20).
000465     05  FILLER            PIC X(01).
000466     05  SI-SITE-2         PIC X(20).
000470     05  FILLER            PIC X(05).
000480*
000490 FD  FOPER03-FILE.
000500*   DESCRIPTION DU FICHIER KSD DES HABILITATIONS
000980     END-READ.
000990     PERFORM UNTIL FIN-FICHIER
001000        IF SI-OPERATEUR NOT = SPACE
001010           AND (SI-NIVEAU = '1' OR SI-NIVEAU = '2'
001015                OR SI-NIVEAU = '3')
001017           MOVE SPACES       TO E-OPERATEUR
001020           MOVE SI-OPERATEUR TO OP-CLE
001030           MOVE SI-NOM       TO OP-NOM
001040           MOVE SI-NIVEAU    TO OP-NIV
001050           MOVE WS-DATE-EDIT TO OP-DATE-MAJ
001060           MOVE 'BAT'        TO OP-MAJ-PAR
001061           IF SI-TOUS-SITES = 'O'
001062              MOVE 'O'       TO OP-TOUS-SITES
001063           END-IF
001064           MOVE SI-SITE-1    TO OP-SITE(1)
001065           MOVE SI-SITE-2    TO OP-SITE(2)
001066           IF NOT OP-SIEGE AND SI-SITE-1 = SPACE
001067              AND SI-SITE-2 = SPACE
001068              DISPLAY 'LDOPER - OPERATEUR SANS SITE, AUCUN '
001069                      'STAGIAIRE VISIBLE : ' SI-OPERATEUR
001070           END-IF
001071           WRITE E-OPERATEUR
001080           IF WS-FOPER-STATUS = '00'
001090              ADD 1 TO WS-NB-CHARGES
001100           ELSE
