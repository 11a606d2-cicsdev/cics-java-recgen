      *----------------------------------------------------------------*
      *       EDUMAP5.cpy                                              *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Symbolic map for map EDUMAP5 of mapset         *
      *                 EDUMSET, as produced by assembling             *
      *                 EDUMSET.bms with DFHMSD/DFHMDI/DFHMDF          *
      *                 (LANG=COBOL). Used by EDUTRCQ, the ETRC        *
      *                 natural-key trace inquiry transaction.         *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*

       01  EDUMAP5I.
           02  FILLER                      PIC X(12).
           02  NSTF5L                      PIC S9(4)      COMP.
           02  NSTF5F                      PIC X.
           02  FILLER REDEFINES NSTF5F.
               03 NSTF5A                   PIC X.
           02  NSTF5I                      PIC X(0018).
           02  ACCF5L                      PIC S9(4)      COMP.
           02  ACCF5F                      PIC X.
           02  FILLER REDEFINES ACCF5F.
               03 ACCF5A                   PIC X.
           02  ACCF5I                      PIC X(0010).
           02  EFDF5L                      PIC S9(4)      COMP.
           02  EFDF5F                      PIC X.
           02  FILLER REDEFINES EFDF5F.
               03 EFDF5A                   PIC X.
           02  EFDF5I                      PIC X(0008).
           02  HDR5L                       PIC S9(4)      COMP.
           02  HDR5F                       PIC X.
           02  FILLER REDEFINES HDR5F.
               03 HDR5A                    PIC X.
           02  HDR5I                       PIC X(0079).
           02  DTL5G OCCURS 14 TIMES.
               03 DTL5L                    PIC S9(4)      COMP.
               03 DTL5F                    PIC X.
               03 FILLER REDEFINES DTL5F.
                  04 DTL5A                 PIC X.
               03 DTL5I                    PIC X(0079).
           02  MSG5L                       PIC S9(4)      COMP.
           02  MSG5F                       PIC X.
           02  FILLER REDEFINES MSG5F.
               03 MSG5A                    PIC X.
           02  MSG5I                       PIC X(0079).

       01  EDUMAP5O REDEFINES EDUMAP5I.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(0003).
           02  NSTF5O                      PIC X(0018).
           02  FILLER                      PIC X(0003).
           02  ACCF5O                      PIC X(0010).
           02  FILLER                      PIC X(0003).
           02  EFDF5O                      PIC X(0008).
           02  FILLER                      PIC X(0003).
           02  HDR5O                       PIC X(0079).
           02  DTL5H OCCURS 14 TIMES.
               03 FILLER                   PIC X(0003).
               03 DTL5O                    PIC X(0079).
           02  FILLER                      PIC X(0003).
           02  MSG5O                       PIC X(0079).

      *----------------------------------------------------------------*
