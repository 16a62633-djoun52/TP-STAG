          05 FILLER PIC X(8) VALUE 'FBULL03 '.
          05 FILLER PIC X(8) VALUE 'FHELP03 '.
          05 FILLER PIC X(8) VALUE 'FRELA03 '.
          05 FILLER PIC X(8) VALUE 'FENTR03 '.
          05 FILLER PIC X(8) VALUE 'FPLAC03 '.
          05 FILLER PIC X(8) VALUE 'FTROP03 '.
          05 FILLER PIC X(8) VALUE 'FREGU03 '.
          05 FILLER PIC X(8) VALUE 'FVERS03 '.
          05 FILLER PIC X(8) VALUE 'FANNU03 '.
          05 FILLER PIC X(8) VALUE 'FRLEG03 '.
          05 FILLER PIC X(8) VALUE 'FEVTS03 '.
          05 FILLER PIC X(8) VALUE 'FAVER03 '.
          05 FILLER PIC X(8) VALUE 'FCONG03 '.
          05 FILLER PIC X(8) VALUE 'FFRAI03 '.
          05 FILLER PIC X(8) VALUE 'FNUIT03 '.
          05 FILLER PIC X(8) VALUE 'FRAPP03 '.
          05 FILLER PIC X(8) VALUE 'FCTL03  '.
       01 FICHIER-TBL REDEFINES FICHIER-TABLE.
          05 FIC-NOM PIC X(8) OCCURS 42 TIMES.
       77 FICHIER-MAX             PIC 99 VALUE 42.
       01 MESSAGE-TXT             PIC X(79).
       01 MESSAGE-ALERTE          PIC X(79).
       01 MON-FICHIER-CTL         PIC X(8) VALUE 'FCTL03  '.
