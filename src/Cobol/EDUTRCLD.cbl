      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * Appends the EDUTRCO arrival trace a finished EDUBAT1 run       *
      * wrote to the EDUTRCF VSAM KSDS the ETRC trace inquiry          *
      * browses by natural key. Runs as the step after EDUBAT1 (after  *
      * the last partition in the partitioned job), so an abended      *
      * run's trace is thrown away with its other outputs and never    *
      * reaches the file.                                              *
      *                                                                *
      * A restarted EDUBAT1 re-traces the records it re-reads since    *
      * its last checkpoint, under the same feed identity and record   *
      * numbers; the second copy finds the first already on file and   *
      * is counted, not loaded - the first decision on a record is     *
      * the one the trace keeps.                                       *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'Append the EDUTRCO arrival trace to EDUTRCF'
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "EDUTRCLD".
       Author.        "R. Castellano".
       DATE-WRITTEN.   15/10/2026.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-zSeries.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDUTRCO ASSIGN TO EDUTRCO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRCO-STATUS.

           SELECT EDUTRCF ASSIGN TO EDUTRCF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRC-RECORD-KEY
               FILE STATUS IS WS-TRCF-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  EDUTRCO
           RECORD CONTAINS 80 CHARACTERS.
       01  EDUTRCO-RECORD                     PIC X(80).

       FD  EDUTRCF
           RECORD CONTAINS 80 CHARACTERS.
           COPY EDUTRC.

       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
              05 pic x(10)   value 'EDUTRCLD: '.

       01 WS-VARIABLES.
           03 WS-TRCO-STATUS                  PIC X(02).
           03 WS-TRCF-STATUS                  PIC X(02).
           03 WS-MORE-RECORDS                 PIC X      VALUE 'Y'.
              88 WS-MORE-RECORDS-YES          VALUE 'Y'.
              88 WS-MORE-RECORDS-NO           VALUE 'N'.
           03 WS-READ-COUNT                   PIC S9(8)  COMP VALUE +0.
           03 WS-LOADED-COUNT                 PIC S9(8)  COMP VALUE +0.
           03 WS-ALREADY-COUNT                PIC S9(8)  COMP VALUE +0.
           03 WS-DISPLAY-COUNT                PIC -z(7)9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PROGRAM          section.
      D    DISPLAY NN 'Starting'.

           PERFORM OPEN-ALL-FILES.

           SET WS-MORE-RECORDS-YES TO TRUE.
           PERFORM READ-TRACE-RECORD.

           PERFORM LOAD-ONE-RECORD
               UNTIL WS-MORE-RECORDS-NO.

           PERFORM CLOSE-ALL-FILES.

           MOVE WS-READ-COUNT    TO WS-DISPLAY-COUNT
           DISPLAY NN 'TRACE RECORDS READ   : ' WS-DISPLAY-COUNT.
           MOVE WS-LOADED-COUNT  TO WS-DISPLAY-COUNT
           DISPLAY NN 'LOADED               : ' WS-DISPLAY-COUNT.
           MOVE WS-ALREADY-COUNT TO WS-DISPLAY-COUNT
           DISPLAY NN 'ALREADY ON EDUTRCF   : ' WS-DISPLAY-COUNT.

      D    DISPLAY NN 'Ending'.
           STOP RUN.

       OPEN-ALL-FILES        section.

           OPEN INPUT  EDUTRCO.
           IF WS-TRCO-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUTRCO FAILED, STATUS = '
                                                  WS-TRCO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Same never-loaded fallback as the EDUBAT1 registers: a
      *    brand-new trace file refuses an I-O open with status 35
      *    and is primed with OPEN OUTPUT on the very first load.
           OPEN I-O    EDUTRCF.
           IF WS-TRCF-STATUS IS EQUAL TO '35'
               OPEN OUTPUT EDUTRCF
           END-IF.
           IF WS-TRCF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUTRCF FAILED, STATUS = '
                                                  WS-TRCF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-TRACE-RECORD     section.

           READ EDUTRCO.

           IF WS-TRCO-STATUS IS EQUAL TO '10'
               SET WS-MORE-RECORDS-NO  TO TRUE
           ELSE
               IF WS-TRCO-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUTRCO FAILED, STATUS = '
                                                      WS-TRCO-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Duplicate key (22) is the restart re-trace described
      *    above; anything else is a real failure.
       LOAD-ONE-RECORD       section.

           ADD 1 TO WS-READ-COUNT.

           WRITE EDU-TRACE-RECORD FROM EDUTRCO-RECORD.
           EVALUATE WS-TRCF-STATUS
               WHEN '00'
                   ADD 1 TO WS-LOADED-COUNT
               WHEN '22'
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN OTHER
                   DISPLAY NN 'WRITE EDUTRCF FAILED, STATUS = '
                              WS-TRCF-STATUS ' KEY '
                              TRC-RECORD-KEY
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           PERFORM READ-TRACE-RECORD.

       CLOSE-ALL-FILES       section.

           CLOSE EDUTRCO.
           CLOSE EDUTRCF.
      *----------------------------------------------------------------*
