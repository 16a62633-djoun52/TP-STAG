000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SCELAUD.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  SCELAUD  -  SCELLEMENT COMMUN DES ENTREES DE LA PISTE D'AUDIT *
000090*               FAUDIT03 : CALCULE L'EMPREINTE DES IMAGES AVANT/ *
000100*               APRES PUIS CELLE DU MAILLON, QUI ENCHAINE        *
000110*               L'EMPREINTE DU MAILLON PRECEDENT, LE RANG, LA    *
000120*               CLE, L'ACTION, L'OPERATEUR, LE TERMINAL ET       *
000130*               L'EMPREINTE DES IMAGES - DEUX CLES DE HACHAGE    *
000140*               POLYNOMIAL INDEPENDANTES (MODULO DEUX NOMBRES    *
000150*               PREMIERS VOISINS DE 10**9) FORMENT UNE EMPREINTE *
000160*               DE 18 CHIFFRES - APPELE PAR AUDIT3 ET LES BATCHS *
000170*               ECRIVAINS (SCELLEMENT), PAR CHKAUDIT ET REPLAY   *
000180*               (CONTROLE) : LE MEME CALCUL DONNE PARTOUT LE MEME*
000190*               RESULTAT - ZONE D'ECHANGE CF SCELCA.cpy          *
000200*****************************************************************
000210*  HISTORIQUE DES MODIFICATIONS                                 *
000220*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-390.
000270 OBJECT-COMPUTER. IBM-390.
000280*
000290 DATA DIVISION.
000300 WORKING-STORAGE SECTION.
000310 77  WS-IND                PIC S9(04) COMP.
000320 77  WS-LG                 PIC S9(04) COMP.
000330*   ACCUMULATEURS DES DEUX CLES ET PRODUIT INTERMEDIAIRE
000340 77  WS-H1                 PIC 9(18) COMP.
000350 77  WS-H2                 PIC 9(18) COMP.
000360 77  WS-PRODUIT            PIC 9(18) COMP.
000370 77  WS-QUOTIENT           PIC 9(18) COMP.
000380*   PARAMETRES DU HACHAGE - NE JAMAIS LES CHANGER : TOUTE LA
000390*   PISTE DEJA SCELLEE DEVIENDRAIT INVERIFIABLE
000400 77  PREMIER-1             PIC 9(09) COMP VALUE 999999937.
000410 77  PREMIER-2             PIC 9(09) COMP VALUE 999999929.
000420 77  MULTIPLE-1            PIC 9(05) COMP VALUE 257.
000430 77  MULTIPLE-2            PIC 9(05) COMP VALUE 65599.
000440 77  GRAINE-1              PIC 9(09) COMP VALUE 314159265.
000450 77  GRAINE-2              PIC 9(09) COMP VALUE 271828182.
000460*   VALEUR NUMERIQUE D'UN OCTET (DEMI-MOT BINAIRE DONT L'OCTET
000470*   DE POIDS FORT EST A LOW-VALUE)
000480 01  WS-OCTET-ZONE.
000490     05  FILLER            PIC X(01).
000500     05  WS-OCTET          PIC X(01).
000510 01  WS-OCTET-VAL REDEFINES WS-OCTET-ZONE
000520                           PIC 9(04) COMP.
000530*   TAMPON HACHE : IMAGES, PUIS DONNEES DU MAILLON
000540 01  WS-TAMPON             PIC X(690).
000550 01  WS-MAILLON.
000560     05  WM-EMPREINTE-PREC PIC X(18).
000570     05  WM-SEQUENCE       PIC X(09).
000580     05  WM-NUMERO         PIC X(04).
000590     05  WM-HORODATAGE     PIC X(14).
000600     05  WM-ACTION         PIC X(01).
000610     05  WM-OPERATEUR      PIC X(03).
000620     05  WM-TERMINAL       PIC X(04).
000630     05  WM-EMPREINTE-IMAGES
000640                           PIC X(18).
000650*
000660 LINKAGE SECTION.
000670*   ZONE D'ECHANGE (CF SCELCA.cpy)
000680     COPY SCELCA.
000690*
000700 PROCEDURE DIVISION USING SCELAUD-COMMAREA.
000710 0000-MAINLINE.
000720*----------------*
000730*   EMPREINTE DES IMAGES AVANT + APRES
000740     MOVE SC-IMAGES TO WS-TAMPON.
000750     MOVE 690       TO WS-LG.
000760     PERFORM 1000-HACHE THRU 1000-EXIT.
000770     COMPUTE SC-CALC-IMAGES = WS-H1 * 1000000000 + WS-H2.
000780*   EMPREINTE DU MAILLON - UNE ENTREE REPORTEE PAR FUSSTAG EST
000790*   SCELLEE SOUS SON NUMERO D'ORIGINE, DES IMAGES ANONYMISEES
000800*   PAR EFFRGPD SOUS L'EMPREINTE RANGEE AU SCELLEMENT
000810     MOVE SC-EMPREINTE-PREC TO WM-EMPREINTE-PREC.
000820     MOVE SC-SEQUENCE       TO WM-SEQUENCE.
000830     MOVE SC-NUMERO         TO WM-NUMERO.
000840     IF SC-NUMERO-ORIGINE NUMERIC
000850        AND SC-NUMERO-ORIGINE NOT = ZERO
000860        MOVE SC-NUMERO-ORIGINE TO WM-NUMERO
000870     END-IF.
000880     MOVE SC-HORODATAGE     TO WM-HORODATAGE.
000890     MOVE SC-ACTION         TO WM-ACTION.
000900     MOVE SC-OPERATEUR      TO WM-OPERATEUR.
000910     MOVE SC-TERMINAL       TO WM-TERMINAL.
000920     IF SC-ANONYMISE = 'O'
000930        MOVE SC-EMPREINTE-IMAGES TO WM-EMPREINTE-IMAGES
000940     ELSE
000950        MOVE SC-CALC-IMAGES TO WM-EMPREINTE-IMAGES
000960     END-IF.
000970     MOVE WS-MAILLON        TO WS-TAMPON.
000980     MOVE LENGTH OF WS-MAILLON TO WS-LG.
000990     PERFORM 1000-HACHE THRU 1000-EXIT.
001000     COMPUTE SC-CALC-EMPREINTE = WS-H1 * 1000000000 + WS-H2.
001010     GOBACK.
001020*
001030*****************************************************************
001040*  1000  -  HACHAGE DES WS-LG PREMIERS OCTETS DU TAMPON : CHAQUE *
001050*            CLE EST MULTIPLIEE PAR SON MULTIPLICATEUR, AUGMENTEE*
001060*            DE LA VALEUR DE L'OCTET PUIS REDUITE MODULO SON     *
001070*            NOMBRE PREMIER                                      *
001080*****************************************************************
001090 1000-HACHE.
001100*-----------*
001110     MOVE GRAINE-1 TO WS-H1.
001120     MOVE GRAINE-2 TO WS-H2.
001130     PERFORM 1100-OCTET THRU 1100-EXIT
001140         VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > WS-LG.
001150 1000-EXIT.
001160     EXIT.
001170*
001180 1100-OCTET.
001190*-----------*
001200     MOVE LOW-VALUE TO WS-OCTET-ZONE.
001210     MOVE WS-TAMPON(WS-IND:1) TO WS-OCTET.
001220     COMPUTE WS-PRODUIT = WS-H1 * MULTIPLE-1 + WS-OCTET-VAL + 1.
001230     DIVIDE WS-PRODUIT BY PREMIER-1
001240         GIVING WS-QUOTIENT REMAINDER WS-H1.
001250     COMPUTE WS-PRODUIT = WS-H2 * MULTIPLE-2 + WS-OCTET-VAL
001260                        + WS-IND.
001270     DIVIDE WS-PRODUIT BY PREMIER-2
001280         GIVING WS-QUOTIENT REMAINDER WS-H2.
001290 1100-EXIT.
001300     EXIT.
