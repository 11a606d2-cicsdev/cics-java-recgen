      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  02 / 09 / 2026                                *
      *       VERSION :  1.1                                           *
      *       HISTORY :                                                *
      *        15/10/26  RC  Cycle control: the step marks itself      *
      *                      started, then completed with its output   *
      *                      counts, on the EDUCYCF ledger under the   *
      *                      feed cycle it works for, and abends U1609 *
      *                      without touching a file if it has already *
      *                      run in that cycle and not been reset.     *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * more than once in the run - so a provider whose data keeps     *
      * skirting the bands is visible, not just tolerated.             *
      *                                                                *
      * The step runs once per feed cycle - the feed the producing     *
      * run on EDURUNF finished - under the EDUCYCF cycle control      *
      * ledger (see EDUCYG); a rerun needs an operator's reset in      *
      * EDUCYC01 first.                                                *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'Disposition the EDUWRN warned records by warning code'
       IDENTIFICATION DIVISION.
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
           RECORD CONTAINS 141 CHARACTERS.
           COPY EDURUN.

       FD  EDUCYCF
           RECORD CONTAINS 500 CHARACTERS.
           COPY EDUCYC.

       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
              88 WS-RUNF-EOF-YES              VALUE 'Y'.
           03 WS-TOTALS-FOUND                 PIC X      VALUE 'N'.
              88 WS-TOTALS-FOUND-YES          VALUE 'Y'.
           03 WS-IDENTITY-FOUND               PIC X      VALUE 'N'.
              88 WS-IDENTITY-FOUND-YES        VALUE 'Y'.
           03 WS-MORE-RECORDS                 PIC X      VALUE 'Y'.
              88 WS-MORE-RECORDS-YES          VALUE 'Y'.
              88 WS-MORE-RECORDS-NO           VALUE 'N'.
                                               VALUE +1607.
           03 WS-ABEND-TIMING                 PIC S9(9)  COMP
                                               VALUE +1.
           03 WS-CYCF-STATUS                  PIC X(02).
           03 WS-CYCF-FRESH                   PIC X      VALUE 'N'.
              88 WS-CYCF-FRESH-YES            VALUE 'Y'.
           03 WS-CYCLE-KEY.
              05 WS-CYCLE-IDENTITY            PIC X(24).
              05 WS-CYCLE-RUN-DATE            PIC 9(8).
           03 WS-REFUSE-CODE                  PIC S9(9)  COMP
                                               VALUE +1609.

      *    Volumes by warning code, one row per distinct RESULT-CODE
      *    seen on the warned file.
              05 WS-KEY-VALUE                 PIC X(18).
              05 WS-KEY-TIMES                 PIC S9(8)  COMP.

           COPY EDUCYQ.

       01 WS-CODE-LINE.
           03 FILLER                  PIC X(5)  VALUE 'CODE '.
           03 RPT-CODE                PIC -z(4)9.
      D    DISPLAY NN 'Starting'.

           PERFORM TAKE-PRODUCER-TOTALS.
           PERFORM BEGIN-CYCLE-STEP.
           PERFORM OPEN-ALL-FILES.
           PERFORM COPY-ACCEPTED-STREAM.
           PERFORM PROCESS-WARNED-STREAM.
           PERFORM VERIFY-DISPOSITION-COUNTS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM PRINT-DISPOSITION-REPORT.
           PERFORM END-CYCLE-STEP.

      D    DISPLAY NN 'Ending'.
           STOP RUN.
      *    of exactly the files on EDUACCI/EDUWRNI. No usable run
      *    record means there is nothing to prove against, and the
      *    step refuses to guess - same stance EDUMRG takes on an
      *    empty EDUPARF. The same records name the cycle the step
      *    runs in: the feed identity the last EDUBAT1 record carries
      *    (partition put back to 00, as EDUHND01 does - EDUMRG
      *    records none) and the day the producing run started.
       TAKE-PRODUCER-TOTALS  section.

           OPEN INPUT EDURUNF.
               PERFORM ABEND-BAD-DISPOSITION
           END-IF.

           IF WS-IDENTITY-FOUND-YES
               MOVE '00' TO WS-CYCLE-IDENTITY(23:2)
           ELSE
               DISPLAY NN 'NO EDUBAT1 FEED IDENTITY ON EDURUNF - '
                          'NO FEED CYCLE TO RUN IN'
               PERFORM ABEND-CYCLE-REFUSED
           END-IF.

       TAKE-ONE-RUN-RECORD   section.

           READ EDURUNF
                  RUN-PROGRAM-ID IS EQUAL TO 'EDUMRG  '
                   MOVE RUN-ACCEPTED-COUNT TO WS-EXPECTED-ACCEPTED
                   MOVE RUN-WARNED-COUNT   TO WS-EXPECTED-WARNED
                   MOVE RUN-START-DATE     TO WS-CYCLE-RUN-DATE
                   SET WS-TOTALS-FOUND-YES TO TRUE
               END-IF
               IF RUN-PROGRAM-ID IS EQUAL TO 'EDUBAT1 ' AND
                  RUN-FEED-IDENTITY IS NOT EQUAL TO SPACES
                   MOVE RUN-FEED-IDENTITY  TO WS-CYCLE-IDENTITY
                   SET WS-IDENTITY-FOUND-YES TO TRUE
               END-IF
           END-IF.

      *    The clean acceptances pass straight through to the
               DISPLAY 'KEY ' WS-KEY-VALUE(KEY-IDX)
                       ' WARNED ' WS-DISPLAY-COUNT ' TIMES'
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
           MOVE 'EDUWRND '        TO CYQ-PROGRAM-ID.
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

      *    What the ledger keeps for the step: the combined accepted
      *    file, and the warned records released into it and held.
       TAKE-CYCLE-OUTCOME    section.

           SET CYQ-OUTCOME-COMPLETE TO TRUE.
           MOVE WS-COMBINED-COUNT TO CYQ-OUTPUT-COUNT(1).
           MOVE WS-RELEASED-COUNT TO CYQ-OUTPUT-COUNT(2).
           MOVE WS-HELD-COUNT     TO CYQ-OUTPUT-COUNT(3).
      *----------------------------------------------------------------*
