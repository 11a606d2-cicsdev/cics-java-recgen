      *----------------------------------------------------------------*
      *       EDUADT.cpy                                               *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Copy book defining one record of the EDUADTF   *
      *                 account day-total file (VSAM KSDS keyed on     *
      *                 account and date): the running total of        *
      *                 PACKED-DIGIT-WITH-COMMA accepted for one V2    *
      *                 ACCOUNT-ID on one day, across every feed       *
      *                 EDUBAT1 validates (dated by the feed date)     *
      *                 and every EDUPGM call (dated by the day it     *
      *                 came in). Both add to it as they accept a      *
      *                 record and hold the next record against        *
      *                 ACM-DAILY-LIMIT on EDUACMF; a record the limit *
      *                 turns away is counted here but adds nothing    *
      *                 to the total. The limit and tolerance in force *
      *                 at the last update ride along for EDURPT07,    *
      *                 the end-of-day near-limit report.              *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*

       01  EDU-ACCOUNT-DAY-TOTAL-RECORD.
           03  ADT-RECORD-KEY.
               05 ADT-ACCOUNT-ID          PIC X(10).
               05 ADT-TOTAL-DATE          PIC 9(8).
           03  ADT-DAY-TOTAL              PIC 9(13)V9(3).
           03  ADT-RECORD-COUNT           PIC 9(7).
      *    Records accepted with the +23 warning (over the limit but
      *    inside its tolerance), and records rejected -23.
           03  ADT-WARNED-COUNT           PIC 9(5).
           03  ADT-REJECTED-COUNT         PIC 9(5).
           03  ADT-DAILY-LIMIT            PIC 9(12)V9(3).
           03  ADT-LIMIT-TOLERANCE        PIC 9(3).
           03  ADT-LAST-SOURCE            PIC X.
               88 ADT-LAST-FROM-BATCH     VALUE 'B'.
               88 ADT-LAST-FROM-ONLINE    VALUE 'O'.

      *----------------------------------------------------------------*
