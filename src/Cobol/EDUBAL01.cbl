      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  02 / 09 / 2026                                *
      *       VERSION :  1.2                                           *
      *       HISTORY :                                                *
      *        15/10/26  RC  EDUAUDF record grew from 40 to 41 bytes   *
      *                      with the account daily limit flag         *
      *                      (AUD-FLG-ACCOUNT-LIMIT).                  *
      *        15/10/26  RC  Cycle control: the proof runs under the   *
      *                      EDUCYCF ledger in the online-day cycle    *
      *                      of the balance date. In balance completes *
      *                      the step and lets EDUARC01 follow; out of *
      *                      balance leaves it rerun due. A completed  *
      *                      proof is not run again without an         *
      *                      operator reset (abend U1609).             *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * counts. Run after the online day closes and after a final      *
      * ESWP sweep, before EDUARC01 archives and empties EDUAUDF.      *
      *                                                                *
      * The proof is the first step of the online day's cycle on the   *
      * EDUCYCF cycle control ledger (identity '*ONLINE*' and the      *
      * balance date - see EDUCYG). EDUARC01 is refused for the day    *
      * until the proof has completed in balance; an out-of-balance    *
      * proof may be rerun once the cause is put right.                *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'Daily proof of processed/audited/published outcome counts'
       IDENTIFICATION DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-DATE
               FILE STATUS IS WS-BALF-STATUS.

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

       FD  EDUBALF
           RECORD CONTAINS 64 CHARACTERS.
           COPY EDUBAL.

       FD  EDUCYCF
           RECORD CONTAINS 500 CHARACTERS.
           COPY EDUCYC.

       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
       01 WS-VARIABLES.
           03 WS-AUDF-STATUS                  PIC X(02).
           03 WS-BALF-STATUS                  PIC X(02).
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
           03 WS-DISPLAY-COUNT                PIC -z(7)9.
           03 WS-DISPLAY-COUNT-2              PIC -z(7)9.

           COPY EDUCYQ.

       LINKAGE SECTION.
       01 WS-PARM-AREA.
           03 WS-PARM-LEN                     PIC S9(4)  COMP.
      D    DISPLAY NN 'Starting'.

           PERFORM ESTABLISH-BALANCE-DATE.
           PERFORM BEGIN-CYCLE-STEP.
           PERFORM READ-BALANCE-RECORD.
           PERFORM COUNT-AUDIT-RECORDS.
           PERFORM PRINT-BALANCE-REPORT.
           PERFORM PROVE-THE-COUNTS.
           PERFORM END-CYCLE-STEP.

      D    DISPLAY NN 'Ending'.
           STOP RUN.
               ACCEPT WS-BALANCE-DATE FROM DATE YYYYMMDD
           END-IF.

      *    The online day's cycle on the ledger: no feed, so the
      *    identity is '*ONLINE*' with the day in the feed-date place.
           MOVE '*ONLINE*'      TO WS-CYCLE-IDENTITY(1:8).
           MOVE WS-BALANCE-DATE TO WS-CYCLE-IDENTITY(9:8).
           MOVE '00000000'      TO WS-CYCLE-IDENTITY(17:8).
           MOVE WS-BALANCE-DATE TO WS-CYCLE-RUN-DATE.

      *    No balance record at all means EDUPGM processed nothing
      *    that day - proved below against the physical count, so a
      *    day of audit records with no counters still surfaces.
           IF RETURN-CODE IS EQUAL TO ZERO
               DISPLAY 'ALL COUNTS IN BALANCE'
           END-IF.

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
           MOVE 'EDUBAL01'        TO CYQ-PROGRAM-ID.
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

      *    Only a proof in balance lets the day's archive go ahead.
       TAKE-CYCLE-OUTCOME    section.

           IF RETURN-CODE IS EQUAL TO ZERO
               SET CYQ-OUTCOME-COMPLETE  TO TRUE
           ELSE
               SET CYQ-OUTCOME-RERUN-DUE TO TRUE
           END-IF.
           MOVE BAL-PROCESSED-COUNT TO CYQ-OUTPUT-COUNT(1).
           MOVE WS-PHYSICAL-COUNT   TO CYQ-OUTPUT-COUNT(2).
           MOVE BAL-PUBLISHED-COUNT TO CYQ-OUTPUT-COUNT(3).
      *----------------------------------------------------------------*
