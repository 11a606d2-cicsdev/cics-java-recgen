      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * Shared cycle control judgement. The steps that follow EDUBAT1  *
      * - EDUWRND, EDUHND01, EDURSBX and EDUREJLD for each feed cycle, *
      * EDUBAL01 and EDUARC01 for each online day - ask here before    *
      * they do any work whether they may run in the cycle, and tell   *
      * it what they did when they finish; EDUCYC01 asks here to reset *
      * a step for an operator. Like EDUVGT this program does no file  *
      * I/O of its own: the caller reads and writes the EDUCYCF record *
      * and puts its question in EDUCYQ (see that copy book for the    *
      * functions).                                                    *
      *                                                                *
      * The rules, one row per step in the table below:                *
      *   - a step that has completed in the cycle, or started and     *
      *     never finished, does not run again until it is reset;     *
      *   - a step left rerun due may simply be run again;             *
      *   - a step with a predecessor does not run until that          *
      *     predecessor has completed in the same cycle (EDUHND01 and  *
      *     EDURSBX behind EDUWRND, EDUREJLD behind EDURSBX, EDUARC01  *
      *     behind EDUBAL01) - every step but the first of its cycle.  *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'Shared cycle control judgement'
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "EDUCYG".
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
              05 pic x(10)   value 'EDUCYG  : '.

       01 WS-VARIABLES.
           03 WS-FOUND-SWITCH                 PIC X      VALUE 'N'.
              88 WS-FOUND-YES                 VALUE 'Y'.
              88 WS-FOUND-NO                  VALUE 'N'.
           03 WS-TODAY                        PIC 9(8).
           03 WS-TIME-RAW                     PIC X(8).
           03 WS-NOW-TIME                     PIC 9(6).
           03 WS-SLOT                         PIC S9(4)  COMP.
           03 WS-PRIOR-SLOT                   PIC S9(4)  COMP.
           03 WS-STATE-SLOT                   PIC S9(4)  COMP.
           03 WS-COUNT-SUB                    PIC S9(4)  COMP.
           03 WS-STATE-TEXT                   PIC X(12).

      *    The steps of each kind of cycle: program, cycle kind, its
      *    slot on the EDUCYC record and the slot that must have
      *    completed first (0 - none).
       01 WS-STEP-VALUES.
           03 FILLER                  PIC X(11) VALUE 'EDUWRND F10'.
           03 FILLER                  PIC X(11) VALUE 'EDUHND01F21'.
           03 FILLER                  PIC X(11) VALUE 'EDURSBX F31'.
           03 FILLER                  PIC X(11) VALUE 'EDUREJLDF43'.
           03 FILLER                  PIC X(11) VALUE 'EDUBAL01D10'.
           03 FILLER                  PIC X(11) VALUE 'EDUARC01D21'.
       01 WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
           03 WS-STEP-ENTRY OCCURS 6 TIMES
                             INDEXED BY STEP-IDX.
              05 WS-STEP-PROGRAM              PIC X(8).
              05 WS-STEP-KIND                 PIC X.
              05 WS-STEP-SLOT                 PIC 9.
              05 WS-STEP-PRIOR                PIC 9.

       LINKAGE SECTION.
           COPY EDUCYQ.
           COPY EDUCYC.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING EDU-CYCLE-GATE-REQUEST
                                EDU-CYCLE-RECORD.

       MAIN-PROGRAM          section.

           MOVE ZERO   TO CYQ-RETURN-CODE
           MOVE ZERO   TO CYQ-STEP-SLOT
           MOVE SPACES TO CYQ-MESSAGE
           SET CYQ-GO  TO TRUE.

           ACCEPT WS-TODAY    FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-NOW-TIME.

           SET WS-FOUND-NO TO TRUE.
           PERFORM SEARCH-ONE-STEP
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX IS GREATER THAN 6
                  OR WS-FOUND-YES.

           IF WS-FOUND-YES
      *        The VARYING clause has already stepped the index past
      *        the matching entry; step it back onto the match.
               SET STEP-IDX DOWN BY 1
               IF CYQ-BEGIN-STEP AND CYQ-NEW-CYCLE-YES
                   PERFORM LAY-OUT-NEW-CYCLE
               END-IF
               IF WS-STEP-KIND(STEP-IDX) IS EQUAL TO CYC-KIND
                   MOVE WS-STEP-SLOT(STEP-IDX)  TO WS-SLOT
                   MOVE WS-STEP-PRIOR(STEP-IDX) TO WS-PRIOR-SLOT
                   MOVE WS-SLOT                 TO CYQ-STEP-SLOT
                   PERFORM ANSWER-THE-REQUEST
               ELSE
                   MOVE 'STEP HAS NO SLOT IN THIS KIND OF CYCLE'
                                                    TO CYQ-MESSAGE
                   SET CYQ-REFUSED TO TRUE
                   MOVE 8 TO CYQ-RETURN-CODE
               END-IF
           ELSE
               MOVE 'PROGRAM IS NOT A CYCLE-CONTROLLED STEP'
                                                    TO CYQ-MESSAGE
               SET CYQ-REFUSED TO TRUE
               MOVE 8 TO CYQ-RETURN-CODE
           END-IF.

           GOBACK.

       SEARCH-ONE-STEP       section.

           IF WS-STEP-PROGRAM(STEP-IDX) IS EQUAL TO CYQ-PROGRAM-ID
               SET WS-FOUND-YES TO TRUE
           END-IF.

       ANSWER-THE-REQUEST    section.

           EVALUATE TRUE
               WHEN CYQ-BEGIN-STEP
                   PERFORM JUDGE-BEGIN-STEP
               WHEN CYQ-END-STEP
                   PERFORM RECORD-END-STEP
               WHEN CYQ-RESET-STEP
                   PERFORM RESET-ONE-STEP
               WHEN OTHER
                   MOVE 'UNKNOWN CYCLE CONTROL FUNCTION'
                                                    TO CYQ-MESSAGE
                   SET CYQ-REFUSED TO TRUE
                   MOVE 8 TO CYQ-RETURN-CODE
           END-EVALUATE.

      *    A cycle no step has run in yet: every slot of the kind the
      *    asking step belongs to is named and left not run.
       LAY-OUT-NEW-CYCLE     section.

           MOVE WS-STEP-KIND(STEP-IDX) TO CYC-KIND
           MOVE WS-TODAY               TO CYC-OPENED-DATE
           MOVE WS-NOW-TIME            TO CYC-OPENED-TIME

           PERFORM CLEAR-ONE-SLOT
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT IS GREATER THAN 4.

           PERFORM NAME-ONE-SLOT
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX IS GREATER THAN 6.

      *    Back onto the asking step for the judgement that follows.
           SET WS-FOUND-NO TO TRUE.
           PERFORM SEARCH-ONE-STEP
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX IS GREATER THAN 6
                  OR WS-FOUND-YES.
           SET STEP-IDX DOWN BY 1.

       CLEAR-ONE-SLOT        section.

           INITIALIZE CYC-STEP(WS-SLOT).

       NAME-ONE-SLOT         section.

           IF WS-STEP-KIND(STEP-IDX) IS EQUAL TO CYC-KIND
               MOVE WS-STEP-SLOT(STEP-IDX) TO WS-SLOT
               MOVE WS-STEP-PROGRAM(STEP-IDX)
                                   TO CYC-STEP-PROGRAM(WS-SLOT)
           END-IF.

      *    Refusals are judged in the order an operator would want to
      *    hear them: this step's own state first, then whether its
      *    predecessor is done.
       JUDGE-BEGIN-STEP      section.

           EVALUATE TRUE
               WHEN CYC-STEP-STARTED(WS-SLOT)
                   MOVE 'STARTED AND NEVER COMPLETED - RESET IT FIRST'
                                                    TO CYQ-MESSAGE
                   SET CYQ-REFUSED TO TRUE
               WHEN CYC-STEP-COMPLETED(WS-SLOT)
                   MOVE 'ALREADY COMPLETED THIS CYCLE - RESET IT FIRST'
                                                    TO CYQ-MESSAGE
                   SET CYQ-REFUSED TO TRUE
               WHEN WS-PRIOR-SLOT IS GREATER THAN ZERO AND
                    NOT CYC-STEP-COMPLETED(WS-PRIOR-SLOT)
                   MOVE WS-PRIOR-SLOT TO WS-STATE-SLOT
                   PERFORM SET-STATE-TEXT
                   STRING CYC-STEP-PROGRAM(WS-PRIOR-SLOT)
                          DELIMITED BY SPACE
                          ' HAS NOT COMPLETED IN THIS CYCLE ('
                          DELIMITED BY SIZE
                          WS-STATE-TEXT
                          DELIMITED BY '  '
                          ')'
                          DELIMITED BY SIZE INTO CYQ-MESSAGE
                   SET CYQ-REFUSED TO TRUE
               WHEN OTHER
                   SET CYC-STEP-STARTED(WS-SLOT) TO TRUE
                   IF CYC-STEP-RUNS(WS-SLOT) IS LESS THAN 99
                       ADD 1 TO CYC-STEP-RUNS(WS-SLOT)
                   END-IF
                   MOVE WS-TODAY    TO CYC-STEP-START-DATE(WS-SLOT)
                   MOVE WS-NOW-TIME TO CYC-STEP-START-TIME(WS-SLOT)
                   MOVE ZERO        TO CYC-STEP-END-DATE(WS-SLOT)
                   MOVE ZERO        TO CYC-STEP-END-TIME(WS-SLOT)
                   MOVE ZERO        TO CYC-STEP-RETURN-CODE(WS-SLOT)
                   PERFORM CLEAR-ONE-COUNT
                       VARYING WS-COUNT-SUB FROM 1 BY 1
                       UNTIL WS-COUNT-SUB IS GREATER THAN 3
           END-EVALUATE.

       CLEAR-ONE-COUNT       section.

           MOVE ZERO TO CYC-STEP-COUNT(WS-SLOT, WS-COUNT-SUB).

       RECORD-END-STEP       section.

           IF CYC-STEP-STARTED(WS-SLOT)
               CONTINUE
           ELSE
      *        Reset while it ran: what it did is still recorded,
      *        but the caller is told.
               MOVE 'STEP WAS NOT MARKED STARTED WHEN IT ENDED'
                                                    TO CYQ-MESSAGE
           END-IF.

           IF CYQ-OUTCOME-RERUN-DUE
               SET CYC-STEP-RERUN-DUE(WS-SLOT) TO TRUE
           ELSE
               SET CYC-STEP-COMPLETED(WS-SLOT) TO TRUE
           END-IF.

           MOVE WS-TODAY             TO CYC-STEP-END-DATE(WS-SLOT)
           MOVE WS-NOW-TIME          TO CYC-STEP-END-TIME(WS-SLOT)
           MOVE CYQ-STEP-RETURN-CODE TO CYC-STEP-RETURN-CODE(WS-SLOT)
           PERFORM TAKE-ONE-COUNT
               VARYING WS-COUNT-SUB FROM 1 BY 1
               UNTIL WS-COUNT-SUB IS GREATER THAN 3.

       TAKE-ONE-COUNT        section.

           MOVE CYQ-OUTPUT-COUNT(WS-COUNT-SUB)
             TO CYC-STEP-COUNT(WS-SLOT, WS-COUNT-SUB).

      *    The start, end and counts of the run being reset stay on
      *    the slot until the rerun replaces them; the reset stamp
      *    stays through the rerun.
       RESET-ONE-STEP        section.

           MOVE WS-SLOT TO WS-STATE-SLOT.
           PERFORM SET-STATE-TEXT.

           EVALUATE TRUE
               WHEN CYQ-RESET-BY IS EQUAL TO SPACES OR
                    CYQ-RESET-REASON IS EQUAL TO SPACES
                   MOVE 'A RESET NEEDS THE OPERATOR AND A REASON'
                                                    TO CYQ-MESSAGE
                   SET CYQ-REFUSED TO TRUE
               WHEN CYC-STEP-NOT-RUN(WS-SLOT)
                   MOVE 'NOTHING TO RESET - STEP HAS NOT RUN THIS CYCLE'
                                                    TO CYQ-MESSAGE
                   SET CYQ-REFUSED TO TRUE
               WHEN OTHER
                   STRING 'RESET - WAS ' DELIMITED BY SIZE
                          WS-STATE-TEXT  DELIMITED BY '  '
                          INTO CYQ-MESSAGE
                   SET CYC-STEP-NOT-RUN(WS-SLOT) TO TRUE
                   MOVE CYQ-RESET-BY     TO CYC-STEP-RESET-BY(WS-SLOT)
                   MOVE WS-TODAY         TO CYC-STEP-RESET-DATE(WS-SLOT)
                   MOVE WS-NOW-TIME      TO CYC-STEP-RESET-TIME(WS-SLOT)
                   MOVE CYQ-RESET-REASON
                                     TO CYC-STEP-RESET-REASON(WS-SLOT)
           END-EVALUATE.

       SET-STATE-TEXT        section.

           EVALUATE TRUE
               WHEN CYC-STEP-NOT-RUN(WS-STATE-SLOT)
                   MOVE 'NOT RUN'     TO WS-STATE-TEXT
               WHEN CYC-STEP-STARTED(WS-STATE-SLOT)
                   MOVE 'STARTED'     TO WS-STATE-TEXT
               WHEN CYC-STEP-COMPLETED(WS-STATE-SLOT)
                   MOVE 'COMPLETED'   TO WS-STATE-TEXT
               WHEN CYC-STEP-RERUN-DUE(WS-STATE-SLOT)
                   MOVE 'RERUN DUE'   TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN'     TO WS-STATE-TEXT
           END-EVALUATE.
      *----------------------------------------------------------------*
