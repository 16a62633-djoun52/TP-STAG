       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITE3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 C-R                     PIC S9(8) COMP.
       01 SPERR                   PIC X(8) VALUE 'SPERR3  '.
       01 MON-FICHIER-OPR         PIC X(8) VALUE 'FOPER03 '.
       01 MON-FICHIER-SES         PIC X(8) VALUE 'FSESS03 '.
      *   CODE RESP CICS NOTAUTH, CATALOGUE 'ACCES INTERDIT' PAR SPERR3
       01 WS-RESP-REFUS           PIC S9(8) COMP VALUE 70.
       77 WS-IND                  PIC 9.
      *   COMMAREA DU SERVICE D'ERREUR SPERR3
       COPY SPERRCA.
      *   ENREGISTREMENT DU FICHIER DES HABILITATIONS
       COPY FOPER.
      *   ENREGISTREMENT DU FICHIER DES SESSIONS
       COPY FSESS.

       LINKAGE SECTION.
      *   COMMAREA DU SERVICE (CF SITECA.cpy) - LE NOM DFHCOMMAREA
      *   EST OBLIGATOIRE ICI, C'EST LUI QUE CICS ADRESSE SUR LA
      *   COMMAREA(SITE-COMMAREA) DU LINK DE L'APPELANT
       01  DFHCOMMAREA.
           05  ST-PROGRAMME        PIC X(8).
           05  ST-FICHIER          PIC X(8).
           05  ST-OPERATION        PIC X(8).
           05  ST-SESSION          PIC X(10).
           05  ST-SITE             PIC X(20).
           05  ST-JOURNAL          PIC X(1).
           05  ST-AUTORISE         PIC X(1).
               88  ST-ACCES-AUTORISE           VALUE 'O'.
           05  ST-MESSAGE          PIC X(40).

       PROCEDURE DIVISION.
       00000-INIT-PROGRAMME.
      *---------------------*
      *  CLOISONNEMENT PAR SITE : UN OPERATEUR NE VOIT ET NE MET A
      *  JOUR QUE LES STAGIAIRES DONT LA SESSION SE TIENT SUR L'UN DE
      *  SES SITES (FOPER03, TENU PAR INFBCI3) ; LES OPERATEURS DU
      *  SIEGE ONT LE DROIT TOUS SITES - UN STAGIAIRE SANS SESSION OU
      *  DONT LA SESSION EST INCONNUE N'EST VISIBLE QUE DU SIEGE
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE 'N'    TO ST-AUTORISE
           MOVE SPACES TO ST-MESSAGE
           PERFORM 10000-LECTURE-OPERATEUR
           IF NOT ST-ACCES-AUTORISE
              PERFORM 20000-CONTROLE-SITE
           END-IF
           IF NOT ST-ACCES-AUTORISE AND ST-JOURNAL = 'O'
              PERFORM 80000-APPEL-SPERR
           END-IF
           EXEC CICS RETURN END-EXEC
           .

      *  OPERATEUR CONNECTE (EIBOPID) - INCONNU = AUCUN SITE ; SI LE
      *  FICHIER EST INDISPONIBLE LE CONTROLE EST LEVE, COMME LE MENU
      *  SE REPLIE ALORS SUR LA TABLE OPRTAB POUR NE PAS BLOQUER
      *  L'EXPLOITATION
       10000-LECTURE-OPERATEUR.
      *------------------------*
           MOVE EIBOPID TO OP-CLE
           EXEC CICS READ FILE  (MON-FICHIER-OPR)
                          RIDFLD(OP-CLE)
                          INTO  (E-OPERATEUR)
                          RESP  (C-R)
           END-EXEC
           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               IF OP-SIEGE
                  MOVE 'O' TO ST-AUTORISE
               END-IF
             WHEN DFHRESP(NOTFND)
               MOVE SPACES TO OP-SITES
             WHEN OTHER
               MOVE 'O' TO ST-AUTORISE
           END-EVALUATE
           .

      *  SITE DE LA SESSION PUIS COMPARAISON AUX SITES DE L'OPERATEUR
       20000-CONTROLE-SITE.
      *--------------------*
           IF ST-SITE = SPACES OR ST-SITE = LOW-VALUES
              MOVE SPACES TO ST-SITE
              IF ST-SESSION NOT = SPACES
                 AND ST-SESSION NOT = LOW-VALUES
                 MOVE ST-SESSION TO S-CODE
                 EXEC CICS READ FILE  (MON-FICHIER-SES)
                                RIDFLD(S-CODE)
                                INTO  (E-SESSION)
                                RESP  (C-R)
                 END-EXEC
                 IF C-R = DFHRESP(NORMAL)
                    MOVE S-SITE TO ST-SITE
                 END-IF
              END-IF
           END-IF
           IF ST-SITE = SPACES
              MOVE 'ACCES RESERVE AU SIEGE (SITE INCONNU)'
                   TO ST-MESSAGE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 2
              IF OP-SITE(WS-IND) = ST-SITE
                 MOVE 'O' TO ST-AUTORISE
              END-IF
           END-PERFORM
           IF NOT ST-ACCES-AUTORISE
              STRING 'ACCES REFUSE - SITE ' ST-SITE
                     DELIMITED BY SIZE INTO ST-MESSAGE
           END-IF
           .

      *  LE REFUS EST JOURNALISE PAR LE SERVICE D'ERREUR CENTRAL
      *  (TD ERRL, CONSOLE INFGCI3, RAPPORT RPTERR) AU NOM DU
      *  PROGRAMME APPELANT, AVEC LE CODE NOTAUTH - MEILLEUR EFFORT
       80000-APPEL-SPERR.
      *------------------*
           MOVE WS-RESP-REFUS TO SP-RESP
           MOVE ST-PROGRAMME  TO SP-PROGRAMME
           MOVE ST-FICHIER    TO SP-FICHIER
           MOVE ST-OPERATION  TO SP-OPERATION
           MOVE SPACES        TO SP-LIBELLE
           EXEC CICS LINK PROGRAM (SPERR)
                          COMMAREA(SPERR-COMMAREA)
                          LENGTH  (LENGTH OF SPERR-COMMAREA)
                          RESP    (C-R)
           END-EXEC
           .
