      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * Shared volume gate judgement. EDUBAT1 and EDUSPLT both hold a  *
      * feed whose trailer record count is out of line with what the   *
      * provider normally sends; both ask here, so a feed split into   *
      * partitions is judged exactly as an unsplit one would be. Like  *
      * EDUBDAY this program does no file I/O of its own: the caller   *
      * reads the provider's EDUVTLF band and its EDUPSTF history and  *
      * puts its question in EDUVGQ (see that copy book for the        *
      * functions).                                                    *
      *                                                                *
      * The band is drawn round the plain average of the days held:    *
      * LOW-PERCENT of it is the fewest records a feed may carry,      *
      * HIGH-PERCENT of it the most. A side whose percentage is zero   *
      * is not checked, and fewer days than MIN-SAMPLES means the      *
      * provider has no track record yet and the feed is not gated.    *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'Shared volume gate judgement'
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "EDUVGT".
       Author.        "R. Castellano".
       DATE-WRITTEN.   15/10/2026.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
              05 pic x(10)   value 'EDUVGT  : '.

       01 WS-VARIABLES.
           03 WS-SAMPLE-SUB                   PIC S9(4)  COMP.
           03 WS-VOLUME-TOTAL                 PIC S9(11) COMP-3.
           03 WS-LIMIT-WORK                   PIC S9(13) COMP-3.
      *    The history table holds at most this many days.
           03 WS-MAX-SAMPLES                  PIC S9(4)  COMP
                                               VALUE +30.

       LINKAGE SECTION.
           COPY EDUVGQ.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING EDU-VOLUME-GATE-REQUEST.

       MAIN-PROGRAM          section.

           MOVE ZERO  TO VGQ-RETURN-CODE.

           IF VGQ-SAMPLE-DAYS IS LESS THAN 1 OR
              VGQ-SAMPLE-DAYS IS GREATER THAN WS-MAX-SAMPLES
               MOVE 8 TO VGQ-RETURN-CODE
           ELSE
               EVALUATE TRUE
                   WHEN VGQ-CLEAR-HISTORY
                       MOVE ZERO TO VGQ-SAMPLE-COUNT
                   WHEN VGQ-ADD-DAY
                       PERFORM ADD-ONE-DAY
                   WHEN VGQ-JUDGE-FEED
                       PERFORM JUDGE-FEED-VOLUME
                   WHEN OTHER
                       MOVE 8 TO VGQ-RETURN-CODE
               END-EVALUATE
           END-IF.

           GOBACK.

      *    A full table drops its oldest day to make room, so what is
      *    left after the caller has added every day it found is the
      *    most recent SAMPLE-DAYS of them.
       ADD-ONE-DAY           section.

           IF VGQ-SAMPLE-COUNT IS NOT LESS THAN VGQ-SAMPLE-DAYS
               PERFORM SHIFT-ONE-SAMPLE
                   VARYING WS-SAMPLE-SUB FROM 2 BY 1
                   UNTIL WS-SAMPLE-SUB IS GREATER THAN VGQ-SAMPLE-COUNT
               MOVE VGQ-SAMPLE-DAYS TO VGQ-SAMPLE-COUNT
               SUBTRACT 1 FROM VGQ-SAMPLE-COUNT
           END-IF.

           ADD 1 TO VGQ-SAMPLE-COUNT.
           MOVE VGQ-DAY-VOLUME TO VGQ-SAMPLE-VOLUME(VGQ-SAMPLE-COUNT).

       SHIFT-ONE-SAMPLE      section.

           MOVE VGQ-SAMPLE-VOLUME(WS-SAMPLE-SUB)
             TO VGQ-SAMPLE-VOLUME(WS-SAMPLE-SUB - 1).

       JUDGE-FEED-VOLUME     section.

           MOVE ZERO TO VGQ-AVERAGE-COUNT
           MOVE ZERO TO VGQ-LOW-LIMIT
           MOVE ZERO TO VGQ-HIGH-LIMIT
           SET VGQ-NOT-GATED TO TRUE.

           IF VGQ-SAMPLE-COUNT IS GREATER THAN ZERO AND
              VGQ-SAMPLE-COUNT IS NOT LESS THAN VGQ-MIN-SAMPLES
               MOVE ZERO TO WS-VOLUME-TOTAL
               PERFORM ADD-ONE-SAMPLE
                   VARYING WS-SAMPLE-SUB FROM 1 BY 1
                   UNTIL WS-SAMPLE-SUB IS GREATER THAN VGQ-SAMPLE-COUNT
               DIVIDE WS-VOLUME-TOTAL BY VGQ-SAMPLE-COUNT
                   GIVING VGQ-AVERAGE-COUNT ROUNDED
               PERFORM DRAW-BAND-AND-DECIDE
           END-IF.

       ADD-ONE-SAMPLE        section.

           ADD VGQ-SAMPLE-VOLUME(WS-SAMPLE-SUB) TO WS-VOLUME-TOTAL.

      *    The low limit rounds down and the high limit up, so a feed
      *    exactly on either limit is in band.
       DRAW-BAND-AND-DECIDE  section.

           SET VGQ-IN-BAND TO TRUE.

           IF VGQ-LOW-PERCENT IS GREATER THAN ZERO
               MULTIPLY VGQ-AVERAGE-COUNT BY VGQ-LOW-PERCENT
                   GIVING WS-LIMIT-WORK
               DIVIDE WS-LIMIT-WORK BY 100 GIVING VGQ-LOW-LIMIT
               IF VGQ-RECORD-COUNT IS LESS THAN VGQ-LOW-LIMIT
                   SET VGQ-BELOW-BAND TO TRUE
               END-IF
           END-IF.

           IF VGQ-HIGH-PERCENT IS GREATER THAN ZERO
               MULTIPLY VGQ-AVERAGE-COUNT BY VGQ-HIGH-PERCENT
                   GIVING WS-LIMIT-WORK
               ADD 99 TO WS-LIMIT-WORK
               DIVIDE WS-LIMIT-WORK BY 100 GIVING VGQ-HIGH-LIMIT
                   ON SIZE ERROR
                       MOVE 999999999 TO VGQ-HIGH-LIMIT
               END-DIVIDE
               IF VGQ-RECORD-COUNT IS GREATER THAN VGQ-HIGH-LIMIT
                   SET VGQ-ABOVE-BAND TO TRUE
               END-IF
           END-IF.
      *----------------------------------------------------------------*
