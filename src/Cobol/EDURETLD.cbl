      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *       HISTORY :                                                *
      *        15/10/26  EDUTRCF arrival trace seeded at 400 days.     *
      *        15/10/26  EDUADTF account day totals seeded at 100      *
      *                  days.                                         *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * One-time (or rebuild-from-scratch) batch load of the EDURETF   *
      * VSAM KSDS that tells the EDUHSK01 housekeeping job how long    *
      * each register and history file keeps its records. Changes to   *
      * a retention period are made online through ECFM afterwards,    *
      * where shortening one needs a second user's approval; this      *
      * seed only gives a new system its first set of rules.           *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'Load utility for the retention control file'
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "EDURETLD".
       Author.        "R. Castellano".
       DATE-WRITTEN.   15/10/2026.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-zSeries.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDURETF ASSIGN TO EDURETF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RET-KEY
               FILE STATUS IS WS-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  EDURETF
           RECORD CONTAINS 35 CHARACTERS.
           COPY EDURET.

       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
              05 pic x(10)   value 'EDURETLD: '.

       01 WS-VARIABLES.
           03 WS-FILE-STATUS                  PIC X(02).

       01 EDU-RETENTION-SEED-TABLE.
           03 EDU-RETENTION-ENTRY OCCURS 9 TIMES
                                 INDEXED BY RET-IDX.
              05 SEED-FILE-ID                 PIC X(8).
              05 SEED-RECORD-CLASS            PIC X(2).
              05 SEED-RETAIN-DAYS             PIC 9(5).
              05 SEED-DESCRIPTION             PIC X(20).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PROGRAM          section.
      D    DISPLAY NN 'Starting'.

           PERFORM LOAD-SEED-TABLE.
           PERFORM OPEN-OUTPUT-FILE.
           PERFORM WRITE-RETENTION-RECORDS.
           PERFORM CLOSE-OUTPUT-FILE.

      D    DISPLAY NN 'Ending'.
           STOP RUN.

      * One line per rule, in calendar days. The correction log is
      * kept for the auditors' seven years; the feed and duplicate
      * registers for thirteen months so a feed resent after a year
      * is still caught; provider statistics and the run log for the
      * same thirteen months the trend reports look back over, the
      * arrival trace as long as the registers it explains;
      * extracted repair records ('X') for six months - open and
      * corrected ones are never removed, whatever a rule says; the
      * account day totals for a quarter, enough for EDURPT07 to be
      * rerun over any recent day.
      * EDURETF's SELECT opens it ACCESS MODE SEQUENTIAL, so these
      * rows must stay in ascending file-then-class order.
       LOAD-SEED-TABLE       section.

           MOVE 'EDUADTF '             TO SEED-FILE-ID(01)
           MOVE SPACES                 TO SEED-RECORD-CLASS(01)
           MOVE 00100                  TO SEED-RETAIN-DAYS(01)
           MOVE 'ACCOUNT DAY TOTALS'   TO SEED-DESCRIPTION(01)
           MOVE 'EDUCORF '             TO SEED-FILE-ID(02)
           MOVE SPACES                 TO SEED-RECORD-CLASS(02)
           MOVE 02555                  TO SEED-RETAIN-DAYS(02)
           MOVE 'CORRECTION LOG'       TO SEED-DESCRIPTION(02)
           MOVE 'EDUDUPF '             TO SEED-FILE-ID(03)
           MOVE SPACES                 TO SEED-RECORD-CLASS(03)
           MOVE 00400                  TO SEED-RETAIN-DAYS(03)
           MOVE 'DUPLICATE REGISTER'   TO SEED-DESCRIPTION(03)
           MOVE 'EDUFIDF '             TO SEED-FILE-ID(04)
           MOVE SPACES                 TO SEED-RECORD-CLASS(04)
           MOVE 00400                  TO SEED-RETAIN-DAYS(04)
           MOVE 'FEED REGISTER'        TO SEED-DESCRIPTION(04)
           MOVE 'EDUHISTF'             TO SEED-FILE-ID(05)
           MOVE SPACES                 TO SEED-RECORD-CLASS(05)
           MOVE 01100                  TO SEED-RETAIN-DAYS(05)
           MOVE 'AUDIT HISTORY'        TO SEED-DESCRIPTION(05)
           MOVE 'EDUPSTF '             TO SEED-FILE-ID(06)
           MOVE SPACES                 TO SEED-RECORD-CLASS(06)
           MOVE 00400                  TO SEED-RETAIN-DAYS(06)
           MOVE 'PROVIDER STATISTICS'  TO SEED-DESCRIPTION(06)
           MOVE 'EDUREJF '             TO SEED-FILE-ID(07)
           MOVE 'X '                   TO SEED-RECORD-CLASS(07)
           MOVE 00180                  TO SEED-RETAIN-DAYS(07)
           MOVE 'EXTRACTED REPAIRS'    TO SEED-DESCRIPTION(07)
           MOVE 'EDURUNF '             TO SEED-FILE-ID(08)
           MOVE SPACES                 TO SEED-RECORD-CLASS(08)
           MOVE 00400                  TO SEED-RETAIN-DAYS(08)
           MOVE 'BATCH RUN LOG'        TO SEED-DESCRIPTION(08)
           MOVE 'EDUTRCF '             TO SEED-FILE-ID(09)
           MOVE SPACES                 TO SEED-RECORD-CLASS(09)
           MOVE 00400                  TO SEED-RETAIN-DAYS(09)
           MOVE 'ARRIVAL TRACE'        TO SEED-DESCRIPTION(09).

       OPEN-OUTPUT-FILE      section.

           OPEN OUTPUT EDURETF.
           IF WS-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN FAILED, FILE STATUS = ' WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-RETENTION-RECORDS section.

           PERFORM WRITE-ONE-RETENTION-RECORD
               VARYING RET-IDX FROM 1 BY 1
               UNTIL RET-IDX IS GREATER THAN 9.

       WRITE-ONE-RETENTION-RECORD section.

           MOVE SEED-FILE-ID(RET-IDX)      TO RET-FILE-ID
           MOVE SEED-RECORD-CLASS(RET-IDX) TO RET-RECORD-CLASS
           MOVE SEED-RETAIN-DAYS(RET-IDX)  TO RET-RETAIN-DAYS
           MOVE SEED-DESCRIPTION(RET-IDX)  TO RET-DESCRIPTION

           WRITE EDU-RETENTION-RECORD.

           IF WS-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'WRITE FAILED, FILE STATUS = ' WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       CLOSE-OUTPUT-FILE      section.

           CLOSE EDURETF.
      *----------------------------------------------------------------*
