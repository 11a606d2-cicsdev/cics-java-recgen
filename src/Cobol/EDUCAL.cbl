      *----------------------------------------------------------------*
      *       EDUCAL.cpy                                               *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Copy book defining one record of the EDUCALF   *
      *                 business-day calendar (VSAM KSDS keyed on      *
      *                 CAL-KEY, region then date). Monday to Friday   *
      *                 are business days and Saturday and Sunday are  *
      *                 not, unless the region's calendar says         *
      *                 otherwise: an 'H' record makes a weekday a     *
      *                 holiday, a 'B' record makes a weekend day a    *
      *                 working day. The regions are the ones EDUSCHF  *
      *                 assigns each provider (SCH-REGION-ID); region  *
      *                 'HQ' is the house calendar the repair desk and *
      *                 the trend reports run on, and the one a        *
      *                 provider without a region of its own follows.  *
      *                 EDUCALLD builds it, ECFM maintains it, and     *
      *                 EDUBDAY answers the business-day questions     *
      *                 against it.                                    *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*

       01  EDU-CALENDAR-RECORD.
           03  CAL-KEY.
               05 CAL-REGION-ID           PIC X(2).
                  88 CAL-REGION-HOUSE     VALUE 'HQ'.
               05 CAL-DATE                PIC 9(8).
           03  CAL-DAY-TYPE               PIC X.
               88 CAL-DAY-HOLIDAY         VALUE 'H'.
               88 CAL-DAY-BUSINESS        VALUE 'B'.
           03  CAL-DESCRIPTION            PIC X(20).

      *----------------------------------------------------------------*
