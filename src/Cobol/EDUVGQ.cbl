      *----------------------------------------------------------------*
      *       EDUVGQ.cpy                                               *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Copy book defining the question put to, and    *
      *                 the answer returned by, EDUVGT, the volume     *
      *                 gate judgement EDUBAT1 and EDUSPLT share. The  *
      *                 caller fills the band from the provider's      *
      *                 EDUVTLF row, then:                             *
      *                   'C' - clears the volume history;             *
      *                   'A' - adds VGQ-DAY-VOLUME, one day's         *
      *                         PST-READ-COUNT, to it. Days are added  *
      *                         oldest first; once VGQ-SAMPLE-DAYS are *
      *                         held the oldest drops out, so only the *
      *                         most recent days count;                *
      *                   'J' - judges VGQ-RECORD-COUNT, the trailer   *
      *                         count, against the average of the days *
      *                         held, returning the average, the band  *
      *                         limits and the verdict.                *
      *                 VGQ-RETURN-CODE is zero, or 8 for an unknown   *
      *                 function or a band outside its ranges.         *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*

       01  EDU-VOLUME-GATE-REQUEST.
           03  VGQ-FUNCTION               PIC X.
               88 VGQ-CLEAR-HISTORY       VALUE 'C'.
               88 VGQ-ADD-DAY             VALUE 'A'.
               88 VGQ-JUDGE-FEED          VALUE 'J'.
           03  VGQ-SAMPLE-DAYS            PIC 9(2).
           03  VGQ-MIN-SAMPLES            PIC 9(2).
           03  VGQ-LOW-PERCENT            PIC 9(3).
           03  VGQ-HIGH-PERCENT           PIC 9(4).
           03  VGQ-DAY-VOLUME             PIC 9(8).
           03  VGQ-RECORD-COUNT           PIC 9(9).
           03  VGQ-SAMPLE-COUNT           PIC S9(4)  COMP.
           03  VGQ-SAMPLE-VOLUME OCCURS 30 TIMES
                                          PIC S9(8)  COMP.
           03  VGQ-AVERAGE-COUNT          PIC 9(9).
           03  VGQ-LOW-LIMIT              PIC 9(9).
           03  VGQ-HIGH-LIMIT             PIC 9(9).
           03  VGQ-VERDICT                PIC X.
               88 VGQ-IN-BAND             VALUE 'P'.
               88 VGQ-BELOW-BAND          VALUE 'L'.
               88 VGQ-ABOVE-BAND          VALUE 'H'.
               88 VGQ-NOT-GATED           VALUE 'N'.
           03  VGQ-RETURN-CODE            PIC S9(4)  COMP.

      *----------------------------------------------------------------*
