      *----------------------------------------------------------------*
      *       EDUMAP4.cpy                                              *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Symbolic map for map EDUMAP4 of mapset        *
      *                 EDUMSET, as produced by assembling             *
      *                 EDUMSET.bms with DFHMSD/DFHMDI/DFHMDF          *
      *                 (LANG=COBOL). Used by EDUCFM, the ECFM         *
      *                 control-file maintenance transaction.          *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*

       01  EDUMAP4I.
           02  FILLER                      PIC X(12).
           02  FILF4L                      PIC S9(4)      COMP.
           02  FILF4F                      PIC X.
           02  FILLER REDEFINES FILF4F.
               03 FILF4A                   PIC X.
           02  FILF4I                      PIC X(0008).
           02  ACTF4L                      PIC S9(4)      COMP.
           02  ACTF4F                      PIC X.
           02  FILLER REDEFINES ACTF4F.
               03 ACTF4A                   PIC X.
           02  ACTF4I                      PIC X(0001).
           02  KEYF4L                      PIC S9(4)      COMP.
           02  KEYF4F                      PIC X.
           02  FILLER REDEFINES KEYF4F.
               03 KEYF4A                   PIC X.
           02  KEYF4I                      PIC X(0010).
           02  LB14L                       PIC S9(4)      COMP.
           02  LB14F                       PIC X.
           02  FILLER REDEFINES LB14F.
               03 LB14A                    PIC X.
           02  LB14I                       PIC X(0020).
           02  VL14L                       PIC S9(4)      COMP.
           02  VL14F                       PIC X.
           02  FILLER REDEFINES VL14F.
               03 VL14A                    PIC X.
           02  VL14I                       PIC X(0028).
           02  PV14L                       PIC S9(4)      COMP.
           02  PV14F                       PIC X.
           02  FILLER REDEFINES PV14F.
               03 PV14A                    PIC X.
           02  PV14I                       PIC X(0026).
           02  LB24L                       PIC S9(4)      COMP.
           02  LB24F                       PIC X.
           02  FILLER REDEFINES LB24F.
               03 LB24A                    PIC X.
           02  LB24I                       PIC X(0020).
           02  VL24L                       PIC S9(4)      COMP.
           02  VL24F                       PIC X.
           02  FILLER REDEFINES VL24F.
               03 VL24A                    PIC X.
           02  VL24I                       PIC X(0028).
           02  PV24L                       PIC S9(4)      COMP.
           02  PV24F                       PIC X.
           02  FILLER REDEFINES PV24F.
               03 PV24A                    PIC X.
           02  PV24I                       PIC X(0026).
           02  LB34L                       PIC S9(4)      COMP.
           02  LB34F                       PIC X.
           02  FILLER REDEFINES LB34F.
               03 LB34A                    PIC X.
           02  LB34I                       PIC X(0020).
           02  VL34L                       PIC S9(4)      COMP.
           02  VL34F                       PIC X.
           02  FILLER REDEFINES VL34F.
               03 VL34A                    PIC X.
           02  VL34I                       PIC X(0028).
           02  PV34L                       PIC S9(4)      COMP.
           02  PV34F                       PIC X.
           02  FILLER REDEFINES PV34F.
               03 PV34A                    PIC X.
           02  PV34I                       PIC X(0026).
           02  LB44L                       PIC S9(4)      COMP.
           02  LB44F                       PIC X.
           02  FILLER REDEFINES LB44F.
               03 LB44A                    PIC X.
           02  LB44I                       PIC X(0020).
           02  VL44L                       PIC S9(4)      COMP.
           02  VL44F                       PIC X.
           02  FILLER REDEFINES VL44F.
               03 VL44A                    PIC X.
           02  VL44I                       PIC X(0028).
           02  PV44L                       PIC S9(4)      COMP.
           02  PV44F                       PIC X.
           02  FILLER REDEFINES PV44F.
               03 PV44A                    PIC X.
           02  PV44I                       PIC X(0026).
           02  LB54L                       PIC S9(4)      COMP.
           02  LB54F                       PIC X.
           02  FILLER REDEFINES LB54F.
               03 LB54A                    PIC X.
           02  LB54I                       PIC X(0020).
           02  VL54L                       PIC S9(4)      COMP.
           02  VL54F                       PIC X.
           02  FILLER REDEFINES VL54F.
               03 VL54A                    PIC X.
           02  VL54I                       PIC X(0028).
           02  PV54L                       PIC S9(4)      COMP.
           02  PV54F                       PIC X.
           02  FILLER REDEFINES PV54F.
               03 PV54A                    PIC X.
           02  PV54I                       PIC X(0026).
           02  LB64L                       PIC S9(4)      COMP.
           02  LB64F                       PIC X.
           02  FILLER REDEFINES LB64F.
               03 LB64A                    PIC X.
           02  LB64I                       PIC X(0020).
           02  VL64L                       PIC S9(4)      COMP.
           02  VL64F                       PIC X.
           02  FILLER REDEFINES VL64F.
               03 VL64A                    PIC X.
           02  VL64I                       PIC X(0028).
           02  PV64L                       PIC S9(4)      COMP.
           02  PV64F                       PIC X.
           02  FILLER REDEFINES PV64F.
               03 PV64A                    PIC X.
           02  PV64I                       PIC X(0026).
           02  PND4L                       PIC S9(4)      COMP.
           02  PND4F                       PIC X.
           02  FILLER REDEFINES PND4F.
               03 PND4A                    PIC X.
           02  PND4I                       PIC X(0079).
           02  MSG4L                       PIC S9(4)      COMP.
           02  MSG4F                       PIC X.
           02  FILLER REDEFINES MSG4F.
               03 MSG4A                    PIC X.
           02  MSG4I                       PIC X(0079).

       01  EDUMAP4O REDEFINES EDUMAP4I.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(0003).
           02  FILF4O                      PIC X(0008).
           02  FILLER                      PIC X(0003).
           02  ACTF4O                      PIC X(0001).
           02  FILLER                      PIC X(0003).
           02  KEYF4O                      PIC X(0010).
           02  FILLER                      PIC X(0003).
           02  LB14O                       PIC X(0020).
           02  FILLER                      PIC X(0003).
           02  VL14O                       PIC X(0028).
           02  FILLER                      PIC X(0003).
           02  PV14O                       PIC X(0026).
           02  FILLER                      PIC X(0003).
           02  LB24O                       PIC X(0020).
           02  FILLER                      PIC X(0003).
           02  VL24O                       PIC X(0028).
           02  FILLER                      PIC X(0003).
           02  PV24O                       PIC X(0026).
           02  FILLER                      PIC X(0003).
           02  LB34O                       PIC X(0020).
           02  FILLER                      PIC X(0003).
           02  VL34O                       PIC X(0028).
           02  FILLER                      PIC X(0003).
           02  PV34O                       PIC X(0026).
           02  FILLER                      PIC X(0003).
           02  LB44O                       PIC X(0020).
           02  FILLER                      PIC X(0003).
           02  VL44O                       PIC X(0028).
           02  FILLER                      PIC X(0003).
           02  PV44O                       PIC X(0026).
           02  FILLER                      PIC X(0003).
           02  LB54O                       PIC X(0020).
           02  FILLER                      PIC X(0003).
           02  VL54O                       PIC X(0028).
           02  FILLER                      PIC X(0003).
           02  PV54O                       PIC X(0026).
           02  FILLER                      PIC X(0003).
           02  LB64O                       PIC X(0020).
           02  FILLER                      PIC X(0003).
           02  VL64O                       PIC X(0028).
           02  FILLER                      PIC X(0003).
           02  PV64O                       PIC X(0026).
           02  FILLER                      PIC X(0003).
           02  PND4O                       PIC X(0079).
           02  FILLER                      PIC X(0003).
           02  MSG4O                       PIC X(0079).

      *----------------------------------------------------------------*
