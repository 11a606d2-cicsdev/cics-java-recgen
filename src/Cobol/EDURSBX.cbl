      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  22 / 08 / 2026                                *
      *       VERSION :  1.2                                           *
      *       HISTORY :                                                *
      *        22/08/26  RC  EDURSUB now carries the EDUCTL feed      *
      *                      envelope (header EREPAIR / run date /    *
      *                      on the repair record as it flips to 'X', *
      *                      for the EDURPT05 turnaround and bounce   *
      *                      reporting (EDURJF grew 136 to 178).       *
      *        15/10/26  RC  EDURJF grew 178 to 196 (natural key       *
      *                      for the ETRC trace inquiry); no logic     *
      *                      change.                                   *
      *        15/10/26  RC  Cycle control: the extract runs under the *
      *                      EDUCYCF ledger in the feed cycle of the   *
      *                      last EDUBAT1/EDUMRG run on EDURUNF,       *
      *                      behind a completed EDUWRND - once, or     *
      *                      again only after an operator              *
      *                      reset (abend U1609 otherwise); a run that *
      *                      holds corrections over is left rerun due, *
      *                      so EDUREJLD waits for the second extract. *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * trailer carrying the record count and the hash totals, built   *
      * by the same numeric-fields-only rule EDUBAT1 proves them by.   *
      *                                                                *
      * The extract is one step of the feed cycle on the EDUCYCF       *
      * cycle control ledger (see EDUCYG), refused until EDUWRND has   *
      * completed in the cycle. A clean run completes it;              *
      * a run that held corrections over leaves it rerun due, so the   *
      * second extract with the next PARM sequence may run without a   *
      * reset while EDUREJLD, which must follow a completed extract,   *
      * is refused until then.                                         *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'Extract corrected EDUREJF records to a resubmission feed'
       IDENTIFICATION DIVISION.
           SELECT EDURSUB ASSIGN TO EDURSUB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSUB-STATUS.

           SELECT EDURUNF ASSIGN TO EDURUNF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNF-STATUS.

           SELECT EDUCYCF ASSIGN TO EDUCYCF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCF-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  EDUREJF
           RECORD CONTAINS 196 CHARACTERS.
           COPY EDURJF.

       FD  EDURSUB
           COPY EDUCTL.
       01  EDURSUB-IMAGE                      PIC X(124).

       FD  EDURUNF
           RECORD CONTAINS 141 CHARACTERS.
           COPY EDURUN.

       FD  EDUCYCF
           RECORD CONTAINS 500 CHARACTERS.
           COPY EDUCYC.

       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
       01 WS-VARIABLES.
           03 WS-REJF-STATUS                  PIC X(02).
           03 WS-RSUB-STATUS                  PIC X(02).
           03 WS-RUNF-STATUS                  PIC X(02).
           03 WS-RUNF-EOF                     PIC X      VALUE 'N'.
              88 WS-RUNF-EOF-YES              VALUE 'Y'.
           03 WS-CYCLE-FOUND                  PIC X      VALUE 'N'.
              88 WS-CYCLE-FOUND-YES           VALUE 'Y'.
           03 WS-IDENTITY-FOUND               PIC X      VALUE 'N'.
              88 WS-IDENTITY-FOUND-YES        VALUE 'Y'.
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
           03 WS-MORE-RECORDS                 PIC X      VALUE 'Y'.
              88 WS-MORE-RECORDS-YES          VALUE 'Y'.
              88 WS-MORE-RECORDS-NO           VALUE 'N'.
                                               VALUE 0.
           03 WS-HASH-NUM-PART                PIC 9(16).

           COPY EDUCYQ.

       LINKAGE SECTION.
       01 WS-PARM-AREA.
           03 WS-PARM-LEN                     PIC S9(4)  COMP.
               END-IF
           END-IF.

           PERFORM FIND-FEED-CYCLE.
           PERFORM BEGIN-CYCLE-STEP.

           PERFORM OPEN-ALL-FILES.
           PERFORM READ-REPAIR-RECORD.

               END-IF
           END-IF.

           PERFORM END-CYCLE-STEP.

      D    DISPLAY NN 'Ending'.
           STOP RUN.


           CLOSE EDUREJF.
           CLOSE EDURSUB.

      *    The cycle is the feed the last EDUBAT1 (single stream) or
      *    EDUMRG (partitioned chain) run on the EDURUNF run log
      *    finished: the identity the last EDUBAT1 record carries,
      *    its partition put back to 00 (EDUMRG records none of its
      *    own), and the day that last run started - the same
      *    reading of the log EDUWRND and EDUHND01 make.
       FIND-FEED-CYCLE       section.

           OPEN INPUT EDURUNF.
           IF WS-RUNF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDURUNF FAILED, STATUS = '
                                                  WS-RUNF-STATUS
               DISPLAY NN 'NO FEED CYCLE TO RUN IN'
               PERFORM ABEND-CYCLE-REFUSED
           END-IF.

           PERFORM TAKE-ONE-RUN-RECORD
               UNTIL WS-RUNF-EOF-YES.

           CLOSE EDURUNF.

           IF WS-CYCLE-FOUND-YES AND WS-IDENTITY-FOUND-YES
               MOVE '00' TO WS-CYCLE-IDENTITY(23:2)
           ELSE
               DISPLAY NN 'NO EDUBAT1/EDUMRG RECORD ON EDURUNF - '
                          'NO FEED CYCLE TO RUN IN'
               PERFORM ABEND-CYCLE-REFUSED
           END-IF.

       TAKE-ONE-RUN-RECORD   section.

           READ EDURUNF
               AT END
                   SET WS-RUNF-EOF-YES TO TRUE
           END-READ.

           IF WS-RUNF-EOF-YES
               CONTINUE
           ELSE
               IF RUN-PROGRAM-ID IS EQUAL TO 'EDUBAT1 ' OR
                  RUN-PROGRAM-ID IS EQUAL TO 'EDUMRG  '
                   MOVE RUN-START-DATE     TO WS-CYCLE-RUN-DATE
                   SET WS-CYCLE-FOUND-YES  TO TRUE
               END-IF
               IF RUN-PROGRAM-ID IS EQUAL TO 'EDUBAT1 ' AND
                  RUN-FEED-IDENTITY IS NOT EQUAL TO SPACES
                   MOVE RUN-FEED-IDENTITY  TO WS-CYCLE-IDENTITY
                   SET WS-IDENTITY-FOUND-YES TO TRUE
               END-IF
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
           MOVE 'EDURSBX '        TO CYQ-PROGRAM-ID.
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

      *    Corrections held over mean a second extract is due in the
      *    same cycle before EDUREJLD may follow.
       TAKE-CYCLE-OUTCOME    section.

           IF WS-HELD-OVER-COUNT IS GREATER THAN ZERO
               SET CYQ-OUTCOME-RERUN-DUE TO TRUE
           ELSE
               SET CYQ-OUTCOME-COMPLETE  TO TRUE
           END-IF.
           MOVE WS-EXTRACTED-COUNT TO CYQ-OUTPUT-COUNT(1).
           MOVE WS-HELD-OVER-COUNT TO CYQ-OUTPUT-COUNT(2).
           MOVE ZERO               TO CYQ-OUTPUT-COUNT(3).
      *----------------------------------------------------------------*
