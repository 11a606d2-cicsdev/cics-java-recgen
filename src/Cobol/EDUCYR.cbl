      *----------------------------------------------------------------*
      *       EDUCYR.cpy                                               *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Copy book defining one 80-byte control card    *
      *                 of EDUCYC01, the cycle control display (DD     *
      *                 EDUCYCC). The only card is                     *
      *                   RSET provider feed-date sequence partition   *
      *                        run-date step operator reason           *
      *                 - reset one step of one cycle on EDUCYCF so    *
      *                 it may run again; the cycle is given exactly   *
      *                 as the display prints it ('*ONLINE*' day       *
      *                 000000 00 for an online day). Operator and     *
      *                 reason are both required and are kept on the   *
      *                 ledger. A card with '*' in column 1 is a       *
      *                 comment.                                       *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*

       01  EDU-CYCLE-RESET-CARD.
           03  CYR-CARD-TYPE              PIC X(4).
               88 CYR-CARD-RESET          VALUE 'RSET'.
           03  FILLER                     PIC X.
           03  CYR-PROVIDER-ID            PIC X(8).
           03  FILLER                     PIC X.
           03  CYR-FEED-DATE              PIC X(8).
           03  FILLER                     PIC X.
           03  CYR-FILE-SEQUENCE          PIC X(6).
           03  FILLER                     PIC X.
           03  CYR-PARTITION-ID           PIC X(2).
           03  FILLER                     PIC X.
           03  CYR-RUN-DATE               PIC X(8).
           03  FILLER                     PIC X.
           03  CYR-STEP-PROGRAM           PIC X(8).
           03  FILLER                     PIC X.
           03  CYR-OPERATOR               PIC X(8).
           03  FILLER                     PIC X.
           03  CYR-REASON                 PIC X(20).

      *----------------------------------------------------------------*
