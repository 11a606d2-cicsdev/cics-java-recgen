      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * One-time (or rebuild-from-scratch) batch load of the EDUVTLF   *
      * VSAM KSDS holding the feed volume tolerance bands the EDUBAT1  *
      * and EDUSPLT volume gate judges each feed's trailer record      *
      * count against. Only the '*DEFAULT' band every provider falls   *
      * back on is seeded; a provider needing a band of its own is     *
      * added online through ECFM afterwards, where widening a band    *
      * needs a second user's approval.                                *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'Load utility for the volume tolerance control file'
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "EDUVTLLD".
       Author.        "R. Castellano".
       DATE-WRITTEN.   15/10/2026.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-zSeries.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDUVTLF ASSIGN TO EDUVTLF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VTL-PROVIDER-ID
               FILE STATUS IS WS-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  EDUVTLF
           RECORD CONTAINS 39 CHARACTERS.
           COPY EDUVTL.

       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
              05 pic x(10)   value 'EDUVTLLD: '.

       01 WS-VARIABLES.
           03 WS-FILE-STATUS                  PIC X(02).

       01 EDU-TOLERANCE-SEED-TABLE.
           03 EDU-TOLERANCE-ENTRY OCCURS 1 TIMES
                                 INDEXED BY VTL-IDX.
              05 SEED-PROVIDER-ID             PIC X(8).
              05 SEED-SAMPLE-DAYS             PIC 9(2).
              05 SEED-MIN-SAMPLES             PIC 9(2).
              05 SEED-LOW-PERCENT             PIC 9(3).
              05 SEED-HIGH-PERCENT            PIC 9(4).
              05 SEED-DESCRIPTION             PIC X(20).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PROGRAM          section.
      D    DISPLAY NN 'Starting'.

           PERFORM LOAD-SEED-TABLE.
           PERFORM OPEN-OUTPUT-FILE.
           PERFORM WRITE-TOLERANCE-RECORDS.
           PERFORM CLOSE-OUTPUT-FILE.

      D    DISPLAY NN 'Ending'.
           STOP RUN.

      * The shop default: the last 20 days of a provider's history,
      * gated once at least 5 are on file, holding a feed with under
      * a quarter of the average or over three times it - wide
      * enough for month-end and holiday swings, tight enough for a
      * truncated or doubled file. EDUVTLF's SELECT opens it ACCESS
      * MODE SEQUENTIAL, so any rows added here must stay in
      * ascending provider order ('*' sorts first).
       LOAD-SEED-TABLE       section.

           MOVE '*DEFAULT'             TO SEED-PROVIDER-ID(01)
           MOVE 20                     TO SEED-SAMPLE-DAYS(01)
           MOVE 05                     TO SEED-MIN-SAMPLES(01)
           MOVE 025                    TO SEED-LOW-PERCENT(01)
           MOVE 0300                   TO SEED-HIGH-PERCENT(01)
           MOVE 'SHOP DEFAULT BAND'    TO SEED-DESCRIPTION(01).

       OPEN-OUTPUT-FILE      section.

           OPEN OUTPUT EDUVTLF.
           IF WS-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN FAILED, FILE STATUS = ' WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-TOLERANCE-RECORDS section.

           PERFORM WRITE-ONE-TOLERANCE-RECORD
               VARYING VTL-IDX FROM 1 BY 1
               UNTIL VTL-IDX IS GREATER THAN 1.

       WRITE-ONE-TOLERANCE-RECORD section.

           MOVE SEED-PROVIDER-ID(VTL-IDX)  TO VTL-PROVIDER-ID
           MOVE SEED-SAMPLE-DAYS(VTL-IDX)  TO VTL-SAMPLE-DAYS
           MOVE SEED-MIN-SAMPLES(VTL-IDX)  TO VTL-MIN-SAMPLES
           MOVE SEED-LOW-PERCENT(VTL-IDX)  TO VTL-LOW-PERCENT
           MOVE SEED-HIGH-PERCENT(VTL-IDX) TO VTL-HIGH-PERCENT
           MOVE SEED-DESCRIPTION(VTL-IDX)  TO VTL-DESCRIPTION

           WRITE EDU-VOLUME-TOLERANCE-RECORD.

           IF WS-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'WRITE FAILED, FILE STATUS = ' WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       CLOSE-OUTPUT-FILE      section.

           CLOSE EDUVTLF.
      *----------------------------------------------------------------*
