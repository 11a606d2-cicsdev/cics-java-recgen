      *----------------------------------------------------------------*
      *       EDUVTL.cpy                                               *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Copy book defining one record of the EDUVTLF   *
      *                 volume tolerance control file (VSAM KSDS keyed *
      *                 on provider id) the EDUBAT1/EDUSPLT volume     *
      *                 gate works from. A feed whose trailer record   *
      *                 count falls below VTL-LOW-PERCENT, or above    *
      *                 VTL-HIGH-PERCENT, of the provider's average    *
      *                 daily volume over its last VTL-SAMPLE-DAYS     *
      *                 days on EDUPSTF is held for ops to release or  *
      *                 reject. A provider with no row of its own      *
      *                 takes the '*DEFAULT' row; with neither it is   *
      *                 not gated. Fewer than VTL-MIN-SAMPLES days of  *
      *                 history (a new provider) is not gated either,  *
      *                 and a percentage of zero switches that side of *
      *                 the band off. EDUVTLLD builds it, ECFM         *
      *                 maintains it.                                  *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*

       01  EDU-VOLUME-TOLERANCE-RECORD.
           03  VTL-PROVIDER-ID            PIC X(8).
               88 VTL-DEFAULT-BAND        VALUE '*DEFAULT'.
           03  VTL-SAMPLE-DAYS            PIC 9(2).
           03  VTL-MIN-SAMPLES            PIC 9(2).
           03  VTL-LOW-PERCENT            PIC 9(3).
           03  VTL-HIGH-PERCENT           PIC 9(4).
           03  VTL-DESCRIPTION            PIC X(20).

      *----------------------------------------------------------------*
