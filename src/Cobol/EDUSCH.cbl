      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  02 / 09 / 2026                                *
      *       VERSION :  1.1                                           *
      *                                                                *
      *       MISSION : Copy book defining one record of the EDUSCHF  *
      *                 expected-feed schedule (VSAM KSDS keyed on     *
      *                 NOT arrive finally has something watching for  *
      *                 it.                                            *
      *       HISTORY :                                                *
      *        15/10/26  RC  SCH-REGION-ID: the EDUCALF calendar       *
      *                      region whose holidays the provider keeps. *
      *                      Blank means the house calendar ('HQ').    *
      *----------------------------------------------------------------*

       01  EDU-SCHEDULE-RECORD.
               05 SCH-EXPECTED-DAY OCCURS 7 TIMES
                                          PIC X.
           03  SCH-CUTOFF-TIME            PIC 9(4).
           03  SCH-REGION-ID              PIC X(2).

      *----------------------------------------------------------------*
