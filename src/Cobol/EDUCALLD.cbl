      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * One-time (or rebuild-from-scratch) batch load of the EDUCALF   *
      * VSAM KSDS that carries the business-day calendar of each       *
      * region: the weekday holidays ('H') and the working weekend     *
      * days ('B') that depart from the plain Monday-to-Friday rule.   *
      * EDUBAT1's header date check, the EFCK cutoff check and the     *
      * EDURPT02 and EDURPT05 reports all count business days against  *
      * it through EDUBDAY. Day-to-day additions (next year's bank     *
      * holidays) are made online through ECFM, the same as for the    *
      * other control files; this seed only gives a new system its    *
      * first calendar.                                                *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'Load utility for the business-day calendar file'
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "EDUCALLD".
       Author.        "R. Castellano".
       DATE-WRITTEN.   15/10/2026.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-zSeries.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDUCALF ASSIGN TO EDUCALF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  EDUCALF
           RECORD CONTAINS 31 CHARACTERS.
           COPY EDUCAL.

       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
              05 pic x(10)   value 'EDUCALLD: '.

       01 WS-VARIABLES.
           03 WS-FILE-STATUS                  PIC X(02).

       01 EDU-CALENDAR-SEED-TABLE.
           03 EDU-CALENDAR-ENTRY OCCURS 10 TIMES
                                 INDEXED BY CAL-IDX.
              05 SEED-REGION-ID               PIC X(2).
              05 SEED-DATE                    PIC 9(8).
              05 SEED-DAY-TYPE                PIC X.
              05 SEED-DESCRIPTION             PIC X(20).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PROGRAM          section.
      D    DISPLAY NN 'Starting'.

           PERFORM LOAD-SEED-TABLE.
           PERFORM OPEN-OUTPUT-FILE.
           PERFORM WRITE-CALENDAR-RECORDS.
           PERFORM CLOSE-OUTPUT-FILE.

      D    DISPLAY NN 'Ending'.
           STOP RUN.

      * One line per day that departs from Monday-to-Friday: 'H' for
      * a weekday holiday, 'B' for a weekend day worked. HQ is the
      * house calendar; UK and US are the provider regions EDUSCHLD
      * assigns. EDUCALF's SELECT opens it ACCESS MODE SEQUENTIAL, so
      * these rows must stay in ascending region-then-date order.
       LOAD-SEED-TABLE       section.

           MOVE 'HQ'                   TO SEED-REGION-ID(01)
           MOVE 20261225               TO SEED-DATE(01)
           MOVE 'H'                    TO SEED-DAY-TYPE(01)
           MOVE 'CHRISTMAS DAY'        TO SEED-DESCRIPTION(01)
           MOVE 'HQ'                   TO SEED-REGION-ID(02)
           MOVE 20261228               TO SEED-DATE(02)
           MOVE 'H'                    TO SEED-DAY-TYPE(02)
           MOVE 'BOXING DAY (SUBST)'   TO SEED-DESCRIPTION(02)
           MOVE 'HQ'                   TO SEED-REGION-ID(03)
           MOVE 20270101               TO SEED-DATE(03)
           MOVE 'H'                    TO SEED-DAY-TYPE(03)
           MOVE 'NEW YEARS DAY'        TO SEED-DESCRIPTION(03)
           MOVE 'UK'                   TO SEED-REGION-ID(04)
           MOVE 20260831               TO SEED-DATE(04)
           MOVE 'H'                    TO SEED-DAY-TYPE(04)
           MOVE 'SUMMER BANK HOLIDAY'  TO SEED-DESCRIPTION(04)
           MOVE 'UK'                   TO SEED-REGION-ID(05)
           MOVE 20261225               TO SEED-DATE(05)
           MOVE 'H'                    TO SEED-DAY-TYPE(05)
           MOVE 'CHRISTMAS DAY'        TO SEED-DESCRIPTION(05)
           MOVE 'UK'                   TO SEED-REGION-ID(06)
           MOVE 20261228               TO SEED-DATE(06)
           MOVE 'H'                    TO SEED-DAY-TYPE(06)
           MOVE 'BOXING DAY (SUBST)'   TO SEED-DESCRIPTION(06)
           MOVE 'UK'                   TO SEED-REGION-ID(07)
           MOVE 20270101               TO SEED-DATE(07)
           MOVE 'H'                    TO SEED-DAY-TYPE(07)
           MOVE 'NEW YEARS DAY'        TO SEED-DESCRIPTION(07)
           MOVE 'US'                   TO SEED-REGION-ID(08)
           MOVE 20261126               TO SEED-DATE(08)
           MOVE 'H'                    TO SEED-DAY-TYPE(08)
           MOVE 'THANKSGIVING'         TO SEED-DESCRIPTION(08)
           MOVE 'US'                   TO SEED-REGION-ID(09)
           MOVE 20261225               TO SEED-DATE(09)
           MOVE 'H'                    TO SEED-DAY-TYPE(09)
           MOVE 'CHRISTMAS DAY'        TO SEED-DESCRIPTION(09)
           MOVE 'US'                   TO SEED-REGION-ID(10)
           MOVE 20270101               TO SEED-DATE(10)
           MOVE 'H'                    TO SEED-DAY-TYPE(10)
           MOVE 'NEW YEARS DAY'        TO SEED-DESCRIPTION(10).

       OPEN-OUTPUT-FILE      section.

           OPEN OUTPUT EDUCALF.
           IF WS-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN FAILED, FILE STATUS = ' WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-CALENDAR-RECORDS section.

           PERFORM WRITE-ONE-CALENDAR-RECORD
               VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX IS GREATER THAN 10.

       WRITE-ONE-CALENDAR-RECORD section.

           MOVE SEED-REGION-ID(CAL-IDX)    TO CAL-REGION-ID
           MOVE SEED-DATE(CAL-IDX)         TO CAL-DATE
           MOVE SEED-DAY-TYPE(CAL-IDX)     TO CAL-DAY-TYPE
           MOVE SEED-DESCRIPTION(CAL-IDX)  TO CAL-DESCRIPTION

           WRITE EDU-CALENDAR-RECORD.

           IF WS-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'WRITE FAILED, FILE STATUS = ' WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       CLOSE-OUTPUT-FILE      section.

           CLOSE EDUCALF.
      *----------------------------------------------------------------*
