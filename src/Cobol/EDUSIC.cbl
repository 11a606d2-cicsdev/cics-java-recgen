      *----------------------------------------------------------------*
      *       EDUSIC.cpy                                               *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Copy book defining one 80-byte control card    *
      *                 of the EDUSIM01 what-if simulation (DD         *
      *                 EDUSIMC). The candidate starts as the live     *
      *                 EDUPRFF profile and EDURNG bands; the cards    *
      *                 carry only the change being proposed:          *
      *                   DATE yyyymmdd - the date suspensions are     *
      *                        judged as of (default: today);          *
      *                   PRF  check-id state expiry - set one         *
      *                        EDUPRFF entry, as ECFM would;           *
      *                   RNG  BINDIGIT|PKDCOMMA low high warn-low     *
      *                        warn-high - replace one field's bands,  *
      *                        each value 15 digits with 3 implied     *
      *                        decimals (BINDIGIT takes the whole      *
      *                        part).                                  *
      *                 A card with '*' in column 1 is a comment.      *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*

       01  EDU-SIMULATION-CARD.
           03  SIC-CARD-TYPE              PIC X(4).
               88 SIC-CARD-DATE           VALUE 'DATE'.
               88 SIC-CARD-PROFILE        VALUE 'PRF '.
               88 SIC-CARD-RANGE          VALUE 'RNG '.
           03  FILLER                     PIC X.
           03  SIC-CARD-DATA              PIC X(75).
           03  SIC-DATE-DATA REDEFINES SIC-CARD-DATA.
               05 SIC-RUN-DATE            PIC 9(8).
               05 FILLER                  PIC X(67).
           03  SIC-PROFILE-DATA REDEFINES SIC-CARD-DATA.
               05 SIC-CHECK-ID            PIC X(8).
               05 FILLER                  PIC X.
               05 SIC-STATE               PIC X.
               05 FILLER                  PIC X.
               05 SIC-EXPIRY-DATE         PIC 9(8).
               05 FILLER                  PIC X(56).
           03  SIC-RANGE-DATA REDEFINES SIC-CARD-DATA.
               05 SIC-RANGE-ID            PIC X(8).
                  88 SIC-RANGE-BINARY-DIGIT VALUE 'BINDIGIT'.
                  88 SIC-RANGE-PKD-COMMA  VALUE 'PKDCOMMA'.
               05 FILLER                  PIC X.
               05 SIC-LOW                 PIC 9(12)V9(3).
               05 FILLER                  PIC X.
               05 SIC-HIGH                PIC 9(12)V9(3).
               05 FILLER                  PIC X.
               05 SIC-WARN-LOW            PIC 9(12)V9(3).
               05 FILLER                  PIC X.
               05 SIC-WARN-HIGH           PIC 9(12)V9(3).
               05 FILLER                  PIC X(3).

      *----------------------------------------------------------------*
