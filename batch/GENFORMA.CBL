000220*****************************************************************
000230*  HISTORIQUE DES MODIFICATIONS                                 *
000240*  02/09/2026  SE  CREATION DU PROGRAMME                        *
000245*  15/10/2026  SE  INDICATEUR DE PORTABLE EN ECHEC EFFACE       *
000247*  15/10/2026  SE  OPERATEUR SUR 100 OCTETS (RECERTIFICATION) *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
001230 FD  FOROPER-FILE.
001240 01  E-FORM-OPERATEUR.
001250     05  FR-CLE            PIC X(3).
001260     05  FILLER            PIC X(97).
001270 FD  FCTL03-FILE.
001280     COPY FCTL.
001290 FD  FORCTL-FILE.
002120                       E-EMAIL
002130        MOVE ZERO   TO E-DATE-NAISS
002140        MOVE SPACE  TO E-EMAIL-INVALIDE
002145                       E-TELPOR-INVALIDE
002150        MOVE E-STAGIAIRE TO E-FORM-STAGIAIRE
002160        WRITE E-FORM-STAGIAIRE
002170        IF WS-FORM-STATUS NOT = '00'
