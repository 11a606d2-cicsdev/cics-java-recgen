      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  22 / 08 / 2026                                *
      *       VERSION :  1.5                                           *
      *       HISTORY :                                                *
      *        22/08/26  RC  Versioned payloads: V1 and V2 rejects    *
      *                      load with their record length carried on *
      *                      ('X') record is linked to it as a        *
      *                      bounced resubmission, with the resubmit  *
      *                      count carried forward.                    *
      *        15/10/26  RC  Each new reject is stamped with the       *
      *                      natural key it arrived under, for the     *
      *                      EDUREJF natural-key alternate index the   *
      *                      ETRC trace inquiry browses; the scan      *
      *                      fills the key in on any record loaded     *
      *                      before it existed.                        *
      *        15/10/26  RC  Cycle control: the load runs once per     *
      *                      feed cycle (the last EDUBAT1/EDUMRG run   *
      *                      on EDURUNF) under the EDUCYCF ledger,     *
      *                      behind a completed EDURSBX extract; a     *
      *                      second load of the same rejects is        *
      *                      refused (abend U1609) until an operator   *
      *                      resets the step. With no PARM the         *
      *                      provider comes from the cycle's feed; a   *
      *                      PARM naming another provider is refused.  *
      *        15/10/26  RC  A corrected or extracted V1 record given  *
      *                      its natural key by the scan gets the key  *
      *                      it arrived under (the old value of its    *
      *                      earliest NUMERIC-STRING correction on     *
      *                      EDUCORF), not the repaired one. PARM      *
      *                      '*NATKEY*' runs the one-time backfill     *
      *                      instead of a load: the blank keys on      *
      *                      EDUREJF, then those on EDUCORF from the   *
      *                      repair records they were made on.         *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * into the EDUREJF VSAM KSDS the EREP repair transaction         *
      * browses. Each reject gets the next sequential RJF-KEY above    *
      * whatever the file already holds, an open ('R') repair status,  *
      * the origin provider (the cycle feed's, which a PARM may only   *
      * confirm) and the load date. Before loading, the existing file  *
      * is scanned once: the highest key is found, and the extracted   *
      * ('X') records are indexed by natural key so a repair that has  *
      * come back through the resubmission feed and rejected AGAIN is  *
      * linked to its prior life (RJF-PRIOR-KEY, RJF-RESUBMIT-COUNT)   *
      * instead of entering as an anonymous fresh record. Run once per *
      * EDUBAT1 cycle; EDURPT05 answers the aging and bounce questions *
      * from what accumulates here.                                    *
      *                                                                *
      * The load is one step of the feed cycle on the EDUCYCF cycle    *
      * control ledger (see EDUCYG): it may not run until EDURSBX has  *
      * completed in the cycle, and it runs only once, because a       *
      * second load would append the same rejects again behind the     *
      * high key. A load that abended part way is left started; the    *
      * operator checks what reached EDUREJF before resetting it in    *
      * EDUCYC01.                                                      *
      *                                                                *
      * PARM '*NATKEY*' is the one-time backfill run once the natural  *
      * key was added to EDUREJF and EDUCORF: no rejects are loaded    *
      * and no cycle step is marked. Every EDUREJF record with a blank *
      * key is given the key it arrived under, as the scan of a load   *
      * does, and then every EDUCORF correction with a blank key takes *
      * the key of the repair record it was made on, so both files can *
      * be indexed by natural key.                                     *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'Append EDUREJ rejects to the EDUREJF repair file'
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJF-KEY
               FILE STATUS IS WS-REJF-STATUS.

           SELECT EDURUNF ASSIGN TO EDURUNF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNF-STATUS.

           SELECT EDUCORF ASSIGN TO EDUCORF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORF-STATUS.

           SELECT EDUCYCF ASSIGN TO EDUCYCF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCF-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       01  EDUREJ-IMAGE                       PIC X(124).

       FD  EDUREJF
           RECORD CONTAINS 196 CHARACTERS.
           COPY EDURJF.

       FD  EDURUNF
           RECORD CONTAINS 141 CHARACTERS.
           COPY EDURUN.

       FD  EDUCORF
           RECORD CONTAINS 128 CHARACTERS.
           COPY EDUCOR.

       FD  EDUCYCF
           RECORD CONTAINS 500 CHARACTERS.
           COPY EDUCYC.

       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
       01 WS-VARIABLES.
           03 WS-REJ-STATUS                   PIC X(02).
           03 WS-REJF-STATUS                  PIC X(02).
           03 WS-RUNF-STATUS                  PIC X(02).
           03 WS-CORF-STATUS                  PIC X(02).
           03 WS-CORF-EOF                     PIC X      VALUE 'N'.
              88 WS-CORF-EOF-YES              VALUE 'Y'.
              88 WS-CORF-EOF-NO               VALUE 'N'.
           03 WS-CORF-WARNED                  PIC X      VALUE 'N'.
              88 WS-CORF-WARNED-YES           VALUE 'Y'.
           03 WS-ARRIVAL-FOUND                PIC X      VALUE 'N'.
              88 WS-ARRIVAL-FOUND-YES         VALUE 'Y'.
              88 WS-ARRIVAL-FOUND-NO          VALUE 'N'.
           03 WS-RUN-MODE                     PIC X      VALUE 'L'.
              88 WS-RUN-MODE-LOAD             VALUE 'L'.
              88 WS-RUN-MODE-BACKFILL         VALUE 'B'.
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
           03 WS-REJ-RECLEN                   PIC 9(4)   COMP.
           03 WS-MORE-RECORDS                 PIC X      VALUE 'Y'.
              88 WS-MORE-RECORDS-YES          VALUE 'Y'.
           03 WS-HIGH-KEY                     PIC 9(8)   VALUE ZERO.
           03 WS-LOADED-COUNT                 PIC S9(8)  COMP VALUE +0.
           03 WS-BOUNCED-COUNT                PIC S9(8)  COMP VALUE +0.
           03 WS-FILLED-COUNT                 PIC S9(8)  COMP VALUE +0.
           03 WS-COR-FILLED-COUNT             PIC S9(8)  COMP VALUE +0.
           03 WS-COR-UNKEYED-COUNT            PIC S9(8)  COMP VALUE +0.
           03 WS-NATURAL-KEY                  PIC X(18).
           03 WS-DISPLAY-COUNT                PIC -z(7)9.

              05 WS-XKEY-RJF-KEY              PIC 9(8).
              05 WS-XKEY-RESUBMITS            PIC 9(2).

           COPY EDUCYQ.

       LINKAGE SECTION.
       01 WS-PARM-AREA.
           03 WS-PARM-LEN                     PIC S9(4)  COMP.
           03 WS-PARM-TEXT                    PIC X(8).
              88 WS-PARM-NATKEY-BACKFILL      VALUE '*NATKEY*'.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PROGRAM          section.
      D    DISPLAY NN 'Starting'.

           ACCEPT WS-LOAD-DATE FROM DATE YYYYMMDD.

      *    The one-time backfill is no load and no step of any feed
      *    cycle; it stays off the ledger.
           IF WS-PARM-LEN IS GREATER THAN ZERO AND
              WS-PARM-NATKEY-BACKFILL
               PERFORM BACKFILL-NATURAL-KEYS
      D        DISPLAY NN 'Ending'
               STOP RUN
           END-IF.

           PERFORM FIND-FEED-CYCLE.

           IF WS-PARM-LEN IS GREATER THAN ZERO
               MOVE WS-PARM-TEXT TO WS-PROVIDER-ID
               IF WS-PROVIDER-ID IS NOT EQUAL TO
                                      WS-CYCLE-IDENTITY(1:8)
                   DISPLAY NN 'PARM PROVIDER ' WS-PROVIDER-ID
                              ' IS NOT THE CYCLE FEED''S '
                              WS-CYCLE-IDENTITY(1:8)
                   PERFORM ABEND-CYCLE-REFUSED
               END-IF
           ELSE
               MOVE WS-CYCLE-IDENTITY(1:8) TO WS-PROVIDER-ID
           END-IF.

           PERFORM BEGIN-CYCLE-STEP.
           PERFORM OPEN-ALL-FILES.
           IF WS-REJF-FRESH-YES
               CONTINUE
           DISPLAY NN 'REJECTS LOADED    : ' WS-DISPLAY-COUNT.
           MOVE WS-BOUNCED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY NN 'OF WHICH BOUNCED  : ' WS-DISPLAY-COUNT.
           IF WS-FILLED-COUNT IS GREATER THAN ZERO
               MOVE WS-FILLED-COUNT TO WS-DISPLAY-COUNT
               DISPLAY NN 'NATURAL KEYS SET  : ' WS-DISPLAY-COUNT
           END-IF.

           PERFORM END-CYCLE-STEP.

      D    DISPLAY NN 'Ending'.
           STOP RUN.
                   IF RJF-KEY IS GREATER THAN WS-HIGH-KEY
                       MOVE RJF-KEY TO WS-HIGH-KEY
                   END-IF
                   IF RJF-NATURAL-KEY IS EQUAL TO SPACES
                       PERFORM FILL-NATURAL-KEY
                   END-IF
                   IF RJF-STATUS-EXTRACTED AND WS-RUN-MODE-LOAD
                       PERFORM INDEX-EXTRACTED-RECORD
                   END-IF
               END-IF
           END-IF.

      *    A record loaded before the natural key was carried (the
      *    migration pads it with spaces) gets the key it arrived
      *    under, the key EDUREP stamps on a record it repairs. That
      *    is the key its image holds now unless a repair changed it:
      *    EREP never edits the V2 account and effective date, but a
      *    corrected or extracted V1 record may carry a repaired
      *    NUMERIC-STRING, and arrived under the one its earliest
      *    NUMERIC-STRING correction replaced.
       FILL-NATURAL-KEY      section.

           MOVE RJF-FEED-RECORD TO WS-SCAN-BUFFER.
           PERFORM TAKE-SCAN-NATURAL-KEY.
           IF RJF-RECORD-LENGTH IS NOT EQUAL TO LENGTH OF WS-SCAN-V2
              AND NOT RJF-STATUS-OPEN
               PERFORM FIND-ARRIVAL-CORRECTION
           END-IF.
           MOVE WS-NATURAL-KEY  TO RJF-NATURAL-KEY.

           REWRITE EDU-REJECT-FILE-RECORD.
           IF WS-REJF-STATUS IS EQUAL TO '00'
               ADD 1 TO WS-FILLED-COUNT
           ELSE
               DISPLAY NN 'REWRITE EDUREJF FAILED, STATUS = '
                          WS-REJF-STATUS ' KEY ' RJF-KEY
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    EDUCORF is an ESDS in the order the corrections were made,
      *    so the first NUMERIC-STRING correction of the repair record
      *    read from the top is the earliest, and its old value is the
      *    NUMERIC-STRING the reject arrived with. None at all means
      *    no repair changed it and the image key stands. The log is
      *    read from the top for each record, but only records loaded
      *    before the natural key was carried ever come here.
       FIND-ARRIVAL-CORRECTION section.

           OPEN INPUT EDUCORF.
           IF WS-CORF-STATUS IS NOT EQUAL TO '00'
               IF WS-CORF-WARNED-YES
                   CONTINUE
               ELSE
                   DISPLAY NN 'OPEN EDUCORF FAILED, STATUS = '
                              WS-CORF-STATUS
                              ' - REPAIRED RECORDS KEYED FROM THEIR '
                              'IMAGE'
                   SET WS-CORF-WARNED-YES TO TRUE
                   IF RETURN-CODE IS LESS THAN 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               SET WS-CORF-EOF-NO      TO TRUE
               SET WS-ARRIVAL-FOUND-NO TO TRUE
               PERFORM TAKE-ONE-CORRECTION
                   UNTIL WS-CORF-EOF-YES
                      OR WS-ARRIVAL-FOUND-YES
               CLOSE EDUCORF
           END-IF.

       TAKE-ONE-CORRECTION   section.

           READ EDUCORF
               AT END
                   SET WS-CORF-EOF-YES TO TRUE
           END-READ.

           IF WS-CORF-EOF-NO
               IF WS-CORF-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUCORF FAILED, STATUS = '
                                                      WS-CORF-STATUS
                   SET WS-CORF-EOF-YES TO TRUE
                   IF RETURN-CODE IS LESS THAN 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   IF COR-REJECT-KEY IS EQUAL TO RJF-KEY AND
                      COR-FIELD-NAME IS EQUAL TO 'NUMERIC-STRING'
                       MOVE COR-OLD-VALUE(1:18) TO WS-NATURAL-KEY
                       SET WS-ARRIVAL-FOUND-YES TO TRUE
                   END-IF
               END-IF
           END-IF.

       INDEX-EXTRACTED-RECORD section.

           MOVE RJF-FEED-RECORD TO WS-SCAN-BUFFER.
           MOVE ZERO            TO RJF-RESUBMIT-COUNT

           PERFORM LINK-BOUNCED-REJECT.
           MOVE WS-NATURAL-KEY  TO RJF-NATURAL-KEY

           WRITE EDU-REJECT-FILE-RECORD.
           IF WS-REJF-STATUS IS NOT EQUAL TO '00'
               ADD 1 TO WS-BOUNCED-COUNT
           END-IF.

      *================================================================*
      *    One-time natural-key backfill (PARM '*NATKEY*'): run once   *
      *    after EDUREJF and EDUCORF were lengthened for the natural   *
      *    key, before their alternate indexes are built.              *
      *================================================================*
       BACKFILL-NATURAL-KEYS section.

           SET WS-RUN-MODE-BACKFILL TO TRUE.
           DISPLAY NN 'NATURAL-KEY BACKFILL - NOTHING LOADED'.

           OPEN I-O    EDUREJF.
           IF WS-REJF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUREJF FAILED, STATUS = '
                                                  WS-REJF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The repair records first: a correction takes its key from
      *    the record it was made on.
           PERFORM SCAN-EXISTING-FILE.
           PERFORM FILL-CORRECTION-KEYS.

           CLOSE EDUREJF.

           MOVE WS-FILLED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY NN 'NATURAL KEYS SET  : ' WS-DISPLAY-COUNT.
           MOVE WS-COR-FILLED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY NN 'CORRECTIONS KEYED : ' WS-DISPLAY-COUNT.
           IF WS-COR-UNKEYED-COUNT IS GREATER THAN ZERO
               MOVE WS-COR-UNKEYED-COUNT TO WS-DISPLAY-COUNT
               DISPLAY NN 'LEFT WITHOUT KEY  : ' WS-DISPLAY-COUNT
                          ' (REPAIR RECORD NOT ON EDUREJF)'
               IF RETURN-CODE IS LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       FILL-CORRECTION-KEYS  section.

           OPEN I-O    EDUCORF.
           IF WS-CORF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUCORF FAILED, STATUS = '
                                                  WS-CORF-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               SET WS-CORF-EOF-NO TO TRUE
               PERFORM FILL-ONE-CORRECTION-KEY
                   UNTIL WS-CORF-EOF-YES
               CLOSE EDUCORF
           END-IF.

       FILL-ONE-CORRECTION-KEY section.

           READ EDUCORF
               AT END
                   SET WS-CORF-EOF-YES TO TRUE
           END-READ.

           IF WS-CORF-EOF-NO
               IF WS-CORF-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUCORF FAILED, STATUS = '
                                                      WS-CORF-STATUS
                   SET WS-CORF-EOF-YES TO TRUE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF COR-NATURAL-KEY IS EQUAL TO SPACES
                       PERFORM KEY-ONE-CORRECTION
                   END-IF
               END-IF
           END-IF.

       KEY-ONE-CORRECTION    section.

           MOVE COR-REJECT-KEY TO RJF-KEY.
           READ EDUREJF
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WS-REJF-STATUS IS EQUAL TO '00' AND
              RJF-NATURAL-KEY IS NOT EQUAL TO SPACES
               MOVE RJF-NATURAL-KEY TO COR-NATURAL-KEY
               REWRITE EDU-CORRECTION-RECORD
               IF WS-CORF-STATUS IS EQUAL TO '00'
                   ADD 1 TO WS-COR-FILLED-COUNT
               ELSE
                   DISPLAY NN 'REWRITE EDUCORF FAILED, STATUS = '
                              WS-CORF-STATUS ' REPAIR KEY '
                              COR-REJECT-KEY
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-COR-UNKEYED-COUNT
           END-IF.

       CLOSE-ALL-FILES       section.

           CLOSE EDUREJ.
           CLOSE EDUREJF.

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
           MOVE 'EDUREJLD'        TO CYQ-PROGRAM-ID.
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

      *    A load that ran to the end is complete whatever its write
      *    failures - its rejects are on EDUREJF and a rerun would
      *    append them again.
       TAKE-CYCLE-OUTCOME    section.

           SET CYQ-OUTCOME-COMPLETE TO TRUE.
           MOVE WS-LOADED-COUNT  TO CYQ-OUTPUT-COUNT(1).
           MOVE WS-BOUNCED-COUNT TO CYQ-OUTPUT-COUNT(2).
           MOVE WS-FILLED-COUNT  TO CYQ-OUTPUT-COUNT(3).
      *----------------------------------------------------------------*
