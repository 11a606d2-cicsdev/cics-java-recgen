      *----------------------------------------------------------------*
      *       EDUBDQ.cpy                                               *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Copy book defining the question put to, and    *
      *                 the answer returned by, EDUBDAY against the    *
      *                 EDUCLN calendar the caller passes with it:     *
      *                   'D' - is BDQ-FROM-DATE a business day, and   *
      *                         which day of the week (1 = Monday      *
      *                         through 7 = Sunday) is it;             *
      *                   'P' - the last business day before           *
      *                         BDQ-FROM-DATE, into BDQ-RESULT-DATE,   *
      *                         with the calendar days back to it in   *
      *                         BDQ-CALENDAR-DAYS;                     *
      *                   'C' - how many business days fall after      *
      *                         BDQ-FROM-DATE up to and including      *
      *                         BDQ-TO-DATE, into BDQ-DAY-COUNT (zero  *
      *                         when BDQ-TO-DATE is not later). A day  *
      *                         of 00 in BDQ-FROM-DATE stands for the  *
      *                         last day of the month before, so the   *
      *                         count from YYYYMM00 is a date's        *
      *                         business-day number in its month.      *
      *                 BDQ-RETURN-CODE is zero, or 8 when a date      *
      *                 given is not a valid YYYYMMDD.                 *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*

       01  EDU-BUSINESS-DAY-REQUEST.
           03  BDQ-FUNCTION               PIC X.
               88 BDQ-CHECK-DAY           VALUE 'D'.
               88 BDQ-PRIOR-BUSINESS-DAY  VALUE 'P'.
               88 BDQ-COUNT-BUSINESS-DAYS VALUE 'C'.
           03  BDQ-FROM-DATE              PIC 9(8).
           03  BDQ-TO-DATE                PIC 9(8).
           03  BDQ-RESULT-DATE            PIC 9(8).
           03  BDQ-BUSINESS-DAY           PIC X.
               88 BDQ-IS-BUSINESS-DAY     VALUE 'Y'.
               88 BDQ-NOT-BUSINESS-DAY    VALUE 'N'.
           03  BDQ-DAY-OF-WEEK            PIC 9.
           03  BDQ-DAY-COUNT              PIC S9(8)  COMP.
           03  BDQ-CALENDAR-DAYS          PIC S9(8)  COMP.
           03  BDQ-RETURN-CODE            PIC S9(4)  COMP.

      *----------------------------------------------------------------*
