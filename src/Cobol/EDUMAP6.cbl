      *----------------------------------------------------------------*
      *       EDUMAP6.cpy                                              *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Symbolic map for map EDUMAP6 of mapset         *
      *                 EDUMSET, as produced by assembling             *
      *                 EDUMSET.bms with DFHMSD/DFHMDI/DFHMDF          *
      *                 (LANG=COBOL). Used by EDUHOLD, the EHLD        *
      *                 volume-held feed release transaction.          *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*

       01  EDUMAP6I.
           02  FILLER                      PIC X(12).
           02  STAF6L                      PIC S9(4)      COMP.
           02  STAF6F                      PIC X.
           02  FILLER REDEFINES STAF6F.
               03 STAF6A                   PIC X.
           02  STAF6I                      PIC X(0001).
           02  HDR6L                       PIC S9(4)      COMP.
           02  HDR6F                       PIC X.
           02  FILLER REDEFINES HDR6F.
               03 HDR6A                    PIC X.
           02  HDR6I                       PIC X(0079).
           02  DTL6G OCCURS 12 TIMES.
               03 DTL6L                    PIC S9(4)      COMP.
               03 DTL6F                    PIC X.
               03 FILLER REDEFINES DTL6F.
                  04 DTL6A                 PIC X.
               03 DTL6I                    PIC X(0079).
           02  LINE6L                      PIC S9(4)      COMP.
           02  LINE6F                      PIC X.
           02  FILLER REDEFINES LINE6F.
               03 LINE6A                   PIC X.
           02  LINE6I                      PIC X(0001).
           02  ACT6L                       PIC S9(4)      COMP.
           02  ACT6F                       PIC X.
           02  FILLER REDEFINES ACT6F.
               03 ACT6A                    PIC X.
           02  ACT6I                       PIC X(0001).
           02  NOTE6L                      PIC S9(4)      COMP.
           02  NOTE6F                      PIC X.
           02  FILLER REDEFINES NOTE6F.
               03 NOTE6A                   PIC X.
           02  NOTE6I                      PIC X(0030).
           02  MSG6L                       PIC S9(4)      COMP.
           02  MSG6F                       PIC X.
           02  FILLER REDEFINES MSG6F.
               03 MSG6A                    PIC X.
           02  MSG6I                       PIC X(0079).

       01  EDUMAP6O REDEFINES EDUMAP6I.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(0003).
           02  STAF6O                      PIC X(0001).
           02  FILLER                      PIC X(0003).
           02  HDR6O                       PIC X(0079).
           02  DTL6H OCCURS 12 TIMES.
               03 FILLER                   PIC X(0003).
               03 DTL6O                    PIC X(0079).
           02  FILLER                      PIC X(0003).
           02  LINE6O                      PIC X(0001).
           02  FILLER                      PIC X(0003).
           02  ACT6O                       PIC X(0001).
           02  FILLER                      PIC X(0003).
           02  NOTE6O                      PIC X(0030).
           02  FILLER                      PIC X(0003).
           02  MSG6O                       PIC X(0079).

      *----------------------------------------------------------------*
