000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EVTSTAG.
000030 AUTHOR.        SERVICE ETUDES.
000040 INSTALLATION.  SITE FORMATION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  EVTSTAG  -  MISE EN FORME COMMUNE DE L'EVENEMENT PUBLIE SUR  *
000090*               LA FILE SORTANTE POUR CHAQUE MISE A JOUR DE LA  *
000100*               FICHE STAGIAIRE (CREATION, MODIFICATION,        *
000110*               CHANGEMENT DE STATUT, SUPPRESSION, RESTAURATION,*
000120*               FIN DE STAGE) - APPELE PAR AUDIT3 EN TEMPS REEL *
000130*               ET PAR EXPEVT (MISES A JOUR BATCH, REJEU D'UNE  *
000140*               PLAGE DE NUMEROS) : LE MEME MESSAGE EST DONC    *
000150*               REPRODUIT A L'IDENTIQUE A PARTIR DES IMAGES DE  *
000160*               LA PISTE D'AUDIT - ZONE D'ECHANGE CF EVTCA.cpy  *
000170*****************************************************************
000180*  HISTORIQUE DES MODIFICATIONS                                 *
000190*  15/10/2026  SE  CREATION DU PROGRAMME                        *
000200*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. IBM-390.
000240 OBJECT-COMPUTER. IBM-390.
000250*
000260 DATA DIVISION.
000270 WORKING-STORAGE SECTION.
000280 77  WS-IND                PIC S9(04) COMP.
000290 77  WS-NB                 PIC S9(04) COMP.
000300 77  WS-POS                PIC S9(04) COMP.
000310 77  WS-LG                 PIC S9(04) COMP.
000320*   CHAMPS PUBLIES : NOM CONVENU AVEC LES ABONNES, POSITION ET
000330*   LONGUEUR DANS L'IMAGE E-STAGIAIRE (FSTAG.cpy) - A TENIR A
000340*   JOUR AVEC LA COPY - IBAN ET BIC NE FORMENT QU'UN CHAMP 'RIB'
000350*   DONT LA VALEUR N'EST JAMAIS PUBLIEE
000360 01  CHAMP-TABLE.
000370     05  FILLER PIC X(13) VALUE 'NOM     00525'.
000380     05  FILLER PIC X(13) VALUE 'PRENOM  03025'.
000390     05  FILLER PIC X(13) VALUE 'ADR1    05530'.
000400     05  FILLER PIC X(13) VALUE 'ADR2    08530'.
000410     05  FILLER PIC X(13) VALUE 'CODEP   11505'.
000420     05  FILLER PIC X(13) VALUE 'VILLE   12030'.
000430     05  FILLER PIC X(13) VALUE 'TELDOM  15010'.
000440     05  FILLER PIC X(13) VALUE 'TELPOR  16010'.
000450     05  FILLER PIC X(13) VALUE 'DATENAIS17008'.
000460     05  FILLER PIC X(13) VALUE 'EMAIL   17840'.
000470     05  FILLER PIC X(13) VALUE 'DATEDEB 21808'.
000480     05  FILLER PIC X(13) VALUE 'DATEFIN 22608'.
000490     05  FILLER PIC X(13) VALUE 'SESSION 23410'.
000500     05  FILLER PIC X(13) VALUE 'TELURG  24410'.
000510     05  FILLER PIC X(13) VALUE 'STATUT  25401'.
000520     05  FILLER PIC X(13) VALUE 'MOTIFSUS25520'.
000530     05  FILLER PIC X(13) VALUE 'RIB     29345'.
000540     05  FILLER PIC X(13) VALUE 'CONSMAIL33801'.
000550     05  FILLER PIC X(13) VALUE 'CONSTIER33901'.
000560     05  FILLER PIC X(13) VALUE 'EMAILINV34001'.
000570     05  FILLER PIC X(13) VALUE 'DIPLOME 34101'.
000580     05  FILLER PIC X(13) VALUE 'TELPINV 34201'.
000590 01  CHAMP-TBL REDEFINES CHAMP-TABLE.
000600     05  TB-CHAMP          OCCURS 22 TIMES.
000610         10  TB-NOM        PIC X(08).
000620         10  TB-POSITION   PIC 9(03).
000630         10  TB-LONGUEUR   PIC 9(02).
000640 77  CHAMP-MAX             PIC S9(04) COMP VALUE 22.
000650*   POSITION DU STATUT ET DU CONSENTEMENT TIERS DANS L'IMAGE
000660 77  POS-STATUT            PIC S9(04) COMP VALUE 254.
000670 77  POS-CONSENT-TIERS     PIC S9(04) COMP VALUE 339.
000680*
000690 LINKAGE SECTION.
000700*   ZONE D'ECHANGE (CF EVTCA.cpy)
000710     COPY EVTCA.
000720*
000730 PROCEDURE DIVISION USING EVTSTAG-COMMAREA.
000740 0000-MAINLINE.
000750*----------------*
000760     MOVE SPACES       TO EC-MESSAGE.
000770     MOVE EC-SEQUENCE  TO EM-SEQUENCE.
000780     MOVE EC-NUMERO    TO EM-NUMERO.
000790     MOVE EC-ACTION    TO EM-TYPE.
000800     MOVE EC-DATE      TO EM-DATE.
000810     MOVE EC-HEURE     TO EM-HEURE.
000820     MOVE EC-ORIGINE   TO EM-ORIGINE.
000830     MOVE ZERO         TO WS-NB.
000840*   UNE MODIFICATION QUI CHANGE LE STATUT EST PUBLIEE COMME
000850*   CHANGEMENT DE STATUT ('S'), AVEC LES AUTRES CHAMPS CHANGES
000860     IF EC-ACTION = 'M'
000870        AND EC-IMAGE-AVANT(POS-STATUT:1)
000880            NOT = EC-IMAGE-APRES(POS-STATUT:1)
000890        MOVE 'S' TO EM-TYPE
000900     END-IF.
000910*   SUPPRESSION ET FIN DE STAGE : ENTETE SEUL ; OPPOSITION A LA
000920*   TRANSMISSION AUX TIERS : ENTETE SEUL EGALEMENT
000930     IF (EC-ACTION = 'C' OR = 'M' OR = 'R')
000940        AND EC-IMAGE-APRES(POS-CONSENT-TIERS:1) NOT = 'N'
000950        PERFORM 1000-CHAMP THRU 1000-EXIT
000960            VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > CHAMP-MAX
000970     END-IF.
000980     MOVE WS-NB TO EM-NB-CHAMPS.
000990     COMPUTE EC-LONGUEUR = 31 + WS-NB * 48.
001000     GOBACK.
001010*
001020*****************************************************************
001030*  1000  -  UN CHAMP : PUBLIE S'IL A CHANGE (MODIFICATION) OU   *
001040*            S'IL EST RENSEIGNE (CREATION, RESTAURATION)        *
001050*****************************************************************
001060 1000-CHAMP.
001070*-----------*
001080     MOVE TB-POSITION(WS-IND) TO WS-POS.
001090     MOVE TB-LONGUEUR(WS-IND) TO WS-LG.
001100     IF EC-ACTION = 'M'
001110        IF EC-IMAGE-AVANT(WS-POS:WS-LG)
001120           = EC-IMAGE-APRES(WS-POS:WS-LG)
001130           GO TO 1000-EXIT
001140        END-IF
001150     ELSE
001160        IF EC-IMAGE-APRES(WS-POS:WS-LG) = SPACES
001170           OR EC-IMAGE-APRES(WS-POS:WS-LG) = ZEROS
001180           GO TO 1000-EXIT
001190        END-IF
001200     END-IF.
001210     ADD 1 TO WS-NB.
001220     MOVE TB-NOM(WS-IND) TO EM-NOM-CHAMP(WS-NB).
001230     IF TB-NOM(WS-IND) = 'RIB'
001240        IF EC-IMAGE-APRES(WS-POS:WS-LG) = SPACES
001250           MOVE 'SUPPRIME' TO EM-VALEUR(WS-NB)
001260        ELSE
001270           MOVE 'RENSEIGNE (VALEUR NON PUBLIEE)'
001280                TO EM-VALEUR(WS-NB)
001290        END-IF
001300     ELSE
001310        MOVE EC-IMAGE-APRES(WS-POS:WS-LG) TO EM-VALEUR(WS-NB)
001320     END-IF.
001330 1000-EXIT.
001340     EXIT.
