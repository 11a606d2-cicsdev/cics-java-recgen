      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  22 / 08 / 2026                                *
      *       VERSION :  1.2                                           *
      *       HISTORY :                                                *
      *        15/10/26  RC  EDUAUDF records, and the EDUARCH copies   *
      *                      of them, grew from 40 to 41 bytes with    *
      *                      the account daily limit flag              *
      *                      (AUD-FLG-ACCOUNT-LIMIT).                  *
      *        15/10/26  RC  Cycle control: the archive runs under the *
      *                      EDUCYCF ledger in the online-day cycle    *
      *                      (PARM='YYYYMMDD', default today), only    *
      *                      once EDUBAL01 has completed that day in   *
      *                      balance, and once only without an         *
      *                      operator reset (abend U1609).             *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * Rerunnable: a summary record that already exists for the same  *
      * date and key is replaced, not duplicated.                      *
      *                                                                *
      * The archive is the second step of the online day's cycle on    *
      * the EDUCYCF cycle control ledger (see EDUCYG): the day comes   *
      * from PARM='YYYYMMDD', or is today when no PARM is given - the  *
      * same day EDUBAL01 proved - and the step is refused until that  *
      * proof has completed in balance. A clean archive completes the  *
      * step; one with a history write failure (the JCL then keeps     *
      * EDUAUDF) is left rerun due.                                    *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'End-of-day EDUAUDF archive and history condensation'
       IDENTIFICATION DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-RECORD-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT EDUCYCF ASSIGN TO EDUCYCF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCF-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  EDUAUDF
           RECORD CONTAINS 41 CHARACTERS.
           COPY EDUAUD.

       FD  EDUARCH
           RECORD CONTAINS 41 CHARACTERS.
       01  EDUARCH-RECORD                     PIC X(41).

       FD  EDUHISTF
           RECORD CONTAINS 39 CHARACTERS.
           COPY EDUHST.

       FD  EDUCYCF
           RECORD CONTAINS 500 CHARACTERS.
           COPY EDUCYC.

       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
           03 WS-AUDF-STATUS                  PIC X(02).
           03 WS-ARCH-STATUS                  PIC X(02).
           03 WS-HIST-STATUS                  PIC X(02).
           03 WS-CYCF-STATUS                  PIC X(02).
           03 WS-CYCF-FRESH                   PIC X      VALUE 'N'.
              88 WS-CYCF-FRESH-YES            VALUE 'Y'.
           03 WS-CYCLE-KEY.
              05 WS-CYCLE-IDENTITY            PIC X(24).
              05 WS-CYCLE-RUN-DATE            PIC 9(8).
           03 WS-REFUSE-CODE                  PIC S9(9)  COMP
                                               VALUE +1609.
           03 WS-ABEND-TIMING                 PIC S9(9)  COMP
                                               VALUE +1.
           03 WS-MORE-RECORDS                 PIC X     VALUE 'Y'.
              88 WS-MORE-RECORDS-YES          VALUE 'Y'.
              88 WS-MORE-RECORDS-NO           VALUE 'N'.
              05 WS-CODE-WARNED               PIC S9(8) COMP.
              05 WS-CODE-REJECTED             PIC S9(8) COMP.

           COPY EDUCYQ.

       LINKAGE SECTION.
       01 WS-PARM-AREA.
           03 WS-PARM-LEN                     PIC S9(4)  COMP.
           03 WS-PARM-TEXT                    PIC X(8).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PROGRAM          section.
      D    DISPLAY NN 'Starting'.

           PERFORM ESTABLISH-ARCHIVE-DATE.
           PERFORM BEGIN-CYCLE-STEP.
           PERFORM OPEN-ALL-FILES.
           PERFORM READ-AUDIT-RECORD.

           MOVE WS-ARCHIVED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY NN 'RECORDS ARCHIVED  : ' WS-DISPLAY-COUNT.

           IF WS-SUMMARY-DATE IS NOT EQUAL TO SPACES AND
              WS-SUMMARY-DATE IS NOT EQUAL TO WS-CYCLE-RUN-DATE
               DISPLAY NN 'AUDIT RECORDS ARE DATED ' WS-SUMMARY-DATE
                          ' - RUN UNDER THE CYCLE FOR '
                          WS-CYCLE-RUN-DATE
           END-IF.

           PERFORM END-CYCLE-STEP.

      D    DISPLAY NN 'Ending'.
           STOP RUN.

      *    The online day's cycle on the ledger, keyed as EDUBAL01
      *    keys it: '*ONLINE*' with the day in the feed-date place.
       ESTABLISH-ARCHIVE-DATE section.

           IF WS-PARM-LEN IS GREATER THAN OR EQUAL TO +8
               MOVE WS-PARM-TEXT(1:8) TO WS-CYCLE-RUN-DATE
           ELSE
               ACCEPT WS-CYCLE-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

           MOVE '*ONLINE*'        TO WS-CYCLE-IDENTITY(1:8).
           MOVE WS-CYCLE-RUN-DATE TO WS-CYCLE-IDENTITY(9:8).
           MOVE '00000000'        TO WS-CYCLE-IDENTITY(17:8).

       OPEN-ALL-FILES        section.

           OPEN INPUT  EDUAUDF.
           CLOSE EDUAUDF.
           CLOSE EDUARCH.
           CLOSE EDUHISTF.

      *----------------------------------------------------------------*
      *    Cycle control. The step is marked started on the EDUCYCF
      *    ledger before it touches anything else, so a second run in
      *    the same cycle, or a run ahead of its predecessor, is
      *    refused (the rules are EDUCYG's) with nothing processed.
      *    EDUCYC01 shows where every cycle stands and resets a step
      *    an operator means to run again.
      *----------------------------------------------------------------*
       BEGIN-CYCLE-STEP      section.

      *    A brand-new (never loaded) ledger refuses an I-O open with
      *    status 35; OPEN OUTPUT primes it with this first cycle.
           OPEN I-O    EDUCYCF.
           IF WS-CYCF-STATUS IS EQUAL TO '35'
               OPEN OUTPUT EDUCYCF
               SET WS-CYCF-FRESH-YES TO TRUE
           END-IF.
           IF WS-CYCF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUCYCF FAILED, STATUS = '
                                                  WS-CYCF-STATUS
               PERFORM ABEND-CYCLE-REFUSED
           END-IF.

           INITIALIZE EDU-CYCLE-GATE-REQUEST.
           SET CYQ-BEGIN-STEP TO TRUE.
           MOVE 'EDUARC01'        TO CYQ-PROGRAM-ID.
           PERFORM READ-CYCLE-RECORD.

           CALL 'EDUCYG' USING EDU-CYCLE-GATE-REQUEST
                               EDU-CYCLE-RECORD.

           DISPLAY NN 'CYCLE ' WS-CYCLE-IDENTITY
                      ' RUN DATE ' WS-CYCLE-RUN-DATE.
           IF CYQ-REFUSED
               DISPLAY NN 'STEP REFUSED - ' CYQ-MESSAGE
               CLOSE EDUCYCF
               PERFORM ABEND-CYCLE-REFUSED
           END-IF.

           IF CYQ-NEW-CYCLE-YES
               WRITE EDU-CYCLE-RECORD
           ELSE
               REWRITE EDU-CYCLE-RECORD
           END-IF.
           IF WS-CYCF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'UPDATE EDUCYCF FAILED, STATUS = '
                                                  WS-CYCF-STATUS
               CLOSE EDUCYCF
               PERFORM ABEND-CYCLE-REFUSED
           END-IF.

           CLOSE EDUCYCF.
           DISPLAY NN 'STEP MARKED STARTED IN THE CYCLE'.

      *    A cycle not on the ledger yet is new; EDUCYG lays it out.
       READ-CYCLE-RECORD     section.

           SET CYQ-NEW-CYCLE-NO TO TRUE.
           MOVE WS-CYCLE-KEY TO CYC-KEY.

           IF WS-CYCF-FRESH-YES
               SET CYQ-NEW-CYCLE-YES TO TRUE
           ELSE
               READ EDUCYCF
                   INVALID KEY
                       SET CYQ-NEW-CYCLE-YES TO TRUE
               END-READ
               IF CYQ-NEW-CYCLE-NO AND
                  WS-CYCF-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUCYCF FAILED, STATUS = '
                                                      WS-CYCF-STATUS
                   CLOSE EDUCYCF
                   PERFORM ABEND-CYCLE-REFUSED
               END-IF
           END-IF.

           IF CYQ-NEW-CYCLE-YES
               MOVE SPACES       TO EDU-CYCLE-RECORD
               MOVE WS-CYCLE-KEY TO CYC-KEY
           END-IF.

      *    The work is done by now, so a ledger that cannot be
      *    updated is reported rather than fatal: the slot stays
      *    started, and the next run is refused until an operator
      *    has looked.
       END-CYCLE-STEP        section.

           PERFORM TAKE-CYCLE-OUTCOME.

           OPEN I-O    EDUCYCF.
           IF WS-CYCF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUCYCF FAILED, STATUS = '
                                                  WS-CYCF-STATUS
               PERFORM CYCLE-END-NOT-RECORDED
           ELSE
               MOVE WS-CYCLE-KEY TO CYC-KEY
               READ EDUCYCF
               IF WS-CYCF-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUCYCF FAILED, STATUS = '
                                                      WS-CYCF-STATUS
                   PERFORM CYCLE-END-NOT-RECORDED
               ELSE
                   PERFORM RECORD-CYCLE-END
               END-IF
               CLOSE EDUCYCF
           END-IF.

       RECORD-CYCLE-END      section.

           SET CYQ-END-STEP TO TRUE.
           MOVE RETURN-CODE TO CYQ-STEP-RETURN-CODE.

           CALL 'EDUCYG' USING EDU-CYCLE-GATE-REQUEST
                               EDU-CYCLE-RECORD.
      *    The CALL leaves EDUCYG's return code behind; the step's
      *    own must be what the job sees.
           MOVE CYQ-STEP-RETURN-CODE TO RETURN-CODE.
           IF CYQ-MESSAGE IS NOT EQUAL TO SPACES
               DISPLAY NN CYQ-MESSAGE
           END-IF.

           REWRITE EDU-CYCLE-RECORD.
           IF WS-CYCF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'REWRITE EDUCYCF FAILED, STATUS = '
                                                  WS-CYCF-STATUS
               PERFORM CYCLE-END-NOT-RECORDED
           ELSE
               IF CYQ-OUTCOME-RERUN-DUE
                   DISPLAY NN 'STEP MARKED RERUN DUE IN THE CYCLE'
               ELSE
                   DISPLAY NN 'STEP MARKED COMPLETED IN THE CYCLE'
               END-IF
           END-IF.

       CYCLE-END-NOT-RECORDED section.

           DISPLAY NN 'STEP END NOT RECORDED ON EDUCYCF - CHECK '
                      'EDUCYC01 BEFORE THE NEXT STEP'.
           IF RETURN-CODE IS LESS THAN 8
               MOVE 8 TO RETURN-CODE
           END-IF.

       ABEND-CYCLE-REFUSED   section.

           DISPLAY NN 'CYCLE CONTROL REFUSED THE STEP - ABENDING, '
                      'NOTHING PROCESSED'.
           CALL 'CEE3ABD' USING WS-REFUSE-CODE WS-ABEND-TIMING.

      *    A history write failure ends the step RC 8, which keeps
      *    EDUAUDF (the JCL rebuilds it only after a clean archive);
      *    the archive may then simply be run again.
       TAKE-CYCLE-OUTCOME    section.

           IF RETURN-CODE IS EQUAL TO ZERO
               SET CYQ-OUTCOME-COMPLETE  TO TRUE
           ELSE
               SET CYQ-OUTCOME-RERUN-DUE TO TRUE
           END-IF.
           MOVE WS-ARCHIVED-COUNT TO CYQ-OUTPUT-COUNT(1).
           MOVE WS-TERM-COUNT     TO CYQ-OUTPUT-COUNT(2).
           MOVE WS-CODE-COUNT     TO CYQ-OUTPUT-COUNT(3).
      *----------------------------------------------------------------*
