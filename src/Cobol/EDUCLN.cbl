      *----------------------------------------------------------------*
      *       EDUCLN.cpy                                               *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Copy book defining the in-storage business-    *
      *                 day calendar of one region that every EDUBDAY  *
      *                 caller passes: the EDUCALF records it read for *
      *                 CLN-REGION-ID, in key (date) order. EDUBDAY    *
      *                 does no file I/O of its own, exactly as        *
      *                 EDUVAL takes the EDUPRO profile table. An      *
      *                 empty table (count zero) leaves the plain      *
      *                 Monday-to-Friday rule.                         *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*

       01  EDU-CALENDAR-TABLE.
           03  CLN-REGION-ID              PIC X(2).
           03  CLN-ENTRY-COUNT            PIC S9(4)  COMP.
           03  CLN-ENTRY OCCURS 500 TIMES.
               05 CLN-DATE                PIC 9(8).
               05 CLN-DAY-TYPE            PIC X.

      *----------------------------------------------------------------*
