      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * Operations display of the EDUCYCF cycle control ledger, and    *
      * the one place a step is reset so it may run again. The steps   *
      * after EDUBAT1 (EDUWRND, EDUHND01, EDURSBX and EDUREJLD for a   *
      * feed, EDUBAL01 and EDUARC01 for the online day) each mark      *
      * their slot on the ledger as they start and finish, and refuse  *
      * to run twice or out of order in a cycle; after a failed night  *
      * this listing shows which step to restart from.                 *
      *                                                                *
      * EDUCYCC control cards (EDUCYR layout) are applied first: each  *
      * RSET card resets one step of one cycle through EDUCYG, which   *
      * stamps the operator and reason on the slot. A card that        *
      * cannot be applied is reported and the job ends RC 8; the       *
      * other cards still apply. No EDUCYCC DD (or no cards) makes it  *
      * a display only.                                                *
      *                                                                *
      * Then every cycle on the ledger is listed in key order with     *
      * each step's state, runs, start and end, return code, output    *
      * counts and any reset; the cycles not yet complete are listed   *
      * again with the step to run next; and the feed runs on the      *
      * EDURUNF run log that no step has run for yet are listed (from  *
      * the ledger's first feed cycle on - older runs predate the      *
      * ledger). RC 4 means at least one cycle is not complete.        *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'Cycle control ledger display and step reset'
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "EDUCYC01".
       Author.        "R. Castellano".
       DATE-WRITTEN.   15/10/2026.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-zSeries.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDUCYCF ASSIGN TO EDUCYCF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCF-STATUS.

           SELECT EDUCYCC ASSIGN TO EDUCYCC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCC-STATUS.

           SELECT EDURUNF ASSIGN TO EDURUNF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNF-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  EDUCYCF
           RECORD CONTAINS 500 CHARACTERS.
           COPY EDUCYC.

       FD  EDUCYCC
           RECORD CONTAINS 80 CHARACTERS.
           COPY EDUCYR.

       FD  EDURUNF
           RECORD CONTAINS 141 CHARACTERS.
           COPY EDURUN.

       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
              05 pic x(10)   value 'EDUCYC01: '.

       01 WS-VARIABLES.
           03 WS-CYCF-STATUS                  PIC X(02).
           03 WS-CYCC-STATUS                  PIC X(02).
           03 WS-RUNF-STATUS                  PIC X(02).
           03 WS-MORE-RECORDS                 PIC X      VALUE 'Y'.
              88 WS-MORE-RECORDS-YES          VALUE 'Y'.
              88 WS-MORE-RECORDS-NO           VALUE 'N'.
           03 WS-CYCC-EOF                     PIC X      VALUE 'N'.
              88 WS-CYCC-EOF-YES              VALUE 'Y'.
           03 WS-RUNF-EOF                     PIC X      VALUE 'N'.
              88 WS-RUNF-EOF-YES              VALUE 'Y'.
           03 WS-CARD-ERROR                   PIC X      VALUE 'N'.
              88 WS-CARD-ERROR-YES            VALUE 'Y'.
              88 WS-CARD-ERROR-NO             VALUE 'N'.
           03 WS-COMPLETE-SWITCH              PIC X      VALUE 'Y'.
              88 WS-CYCLE-COMPLETE-YES        VALUE 'Y'.
              88 WS-CYCLE-COMPLETE-NO         VALUE 'N'.
           03 WS-IDENTITY-FOUND               PIC X      VALUE 'N'.
              88 WS-IDENTITY-FOUND-YES        VALUE 'Y'.
           03 WS-TODAY                        PIC 9(8).
           03 WS-SLOT                         PIC S9(4)  COMP.
           03 WS-NEXT-SLOT                    PIC S9(4)  COMP.
           03 WS-FIRST-FEED-DATE              PIC 9(8)   VALUE ZERO.
           03 WS-RUN-IDENTITY                 PIC X(24)  VALUE SPACES.
           03 WS-CANDIDATE-KEY.
              05 WS-CANDIDATE-IDENTITY        PIC X(24).
              05 WS-CANDIDATE-RUN-DATE        PIC 9(8).
           03 WS-LAST-LISTED-KEY              PIC X(32)  VALUE SPACES.
           03 WS-CYCLE-COUNT                  PIC S9(8)  COMP VALUE +0.
           03 WS-COMPLETE-COUNT               PIC S9(8)  COMP VALUE +0.
           03 WS-ATTENTION-COUNT              PIC S9(8)  COMP VALUE +0.
           03 WS-NO-CYCLE-COUNT               PIC S9(8)  COMP VALUE +0.
           03 WS-RESET-COUNT                  PIC S9(8)  COMP VALUE +0.
           03 WS-CARD-ERROR-COUNT             PIC S9(8)  COMP VALUE +0.
           03 WS-DISPLAY-COUNT                PIC -z(7)9.

           COPY EDUCYQ.

       01 WS-CYCLE-LINE.
           03 FILLER                  PIC X(6)  VALUE 'CYCLE '.
           03 RPT-PROVIDER            PIC X(8).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-FEED-DATE           PIC X(8).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-SEQUENCE            PIC X(6).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-PARTITION           PIC X(2).
           03 FILLER                  PIC X(6)  VALUE '  RUN '.
           03 RPT-RUN-DATE            PIC X(8).
           03 FILLER                  PIC X(2)  VALUE SPACES.
           03 RPT-KIND                PIC X(10).
           03 FILLER                  PIC X(2)  VALUE SPACES.
           03 RPT-NEXT-ACTION         PIC X(45).

       01 WS-STEP-LINE.
           03 FILLER                  PIC X(4)  VALUE SPACES.
           03 RPT-STEP-PROGRAM        PIC X(8).
           03 FILLER                  PIC X(2)  VALUE SPACES.
           03 RPT-STEP-STATE          PIC X(9).
           03 FILLER                  PIC X(2)  VALUE SPACES.
           03 RPT-STEP-RUNS           PIC Z9.
           03 FILLER                  PIC X(2)  VALUE SPACES.
           03 RPT-START-DATE          PIC X(8).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-START-TIME          PIC X(6).
           03 FILLER                  PIC X(2)  VALUE SPACES.
           03 RPT-END-DATE            PIC X(8).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-END-TIME            PIC X(6).
           03 FILLER                  PIC X(2)  VALUE SPACES.
           03 RPT-STEP-RC             PIC Z(3)9.
           03 FILLER                  PIC X(2)  VALUE SPACES.
           03 RPT-COUNT-1             PIC Z(7)9.
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-COUNT-2             PIC Z(7)9.
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-COUNT-3             PIC Z(7)9.

       01 WS-RESET-LINE.
           03 FILLER                  PIC X(16) VALUE
                                          '      RESET BY  '.
           03 RPT-RESET-BY            PIC X(8).
           03 FILLER                  PIC X(4)  VALUE ' ON '.
           03 RPT-RESET-DATE          PIC X(8).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-RESET-TIME          PIC X(6).
           03 FILLER                  PIC X(3)  VALUE ' - '.
           03 RPT-RESET-REASON        PIC X(20).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PROGRAM          section.
      D    DISPLAY NN 'Starting'.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM OPEN-CYCLE-LEDGER.
           PERFORM APPLY-RESET-CARDS.

           DISPLAY ' '.
           DISPLAY 'CYCLE CONTROL LEDGER AT ' WS-TODAY.
           DISPLAY ' '.
           DISPLAY '    STEP      STATE      RUNS  STARTED          '
                   'ENDED              RC    OUTPUT COUNTS'.
           PERFORM LIST-EVERY-CYCLE.
           PERFORM LIST-CYCLES-NOT-COMPLETE.
           PERFORM LIST-RUNS-WITH-NO-CYCLE.

           CLOSE EDUCYCF.
           PERFORM PRINT-SUMMARY.

      D    DISPLAY NN 'Ending'.
           STOP RUN.

      *    I-O for the resets. A ledger that was never loaded means no
      *    step has run under cycle control yet: nothing to show and
      *    nothing to reset.
       OPEN-CYCLE-LEDGER     section.

           OPEN I-O EDUCYCF.
           IF WS-CYCF-STATUS IS EQUAL TO '35'
               DISPLAY NN 'EDUCYCF HOLDS NO CYCLE YET - NOTHING TO '
                          'SHOW OR RESET'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CYCF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUCYCF FAILED, STATUS = '
                                                  WS-CYCF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      *    EDUCYCC reset cards. Every card is listed with what became
      *    of it; one that cannot be applied does not stop the rest.
      *----------------------------------------------------------------*
       APPLY-RESET-CARDS     section.

           OPEN INPUT EDUCYCC.
           IF WS-CYCC-STATUS IS EQUAL TO '00'
               PERFORM APPLY-ONE-RESET-CARD
                   UNTIL WS-CYCC-EOF-YES
               CLOSE EDUCYCC
           ELSE
               DISPLAY NN 'NO EDUCYCC CARDS - DISPLAY ONLY'
           END-IF.

       APPLY-ONE-RESET-CARD  section.

           READ EDUCYCC
               AT END
                   SET WS-CYCC-EOF-YES TO TRUE
           END-READ.

           IF WS-CYCC-EOF-YES
               CONTINUE
           ELSE
               DISPLAY NN 'CARD ' EDU-CYCLE-RESET-CARD
               SET WS-CARD-ERROR-NO TO TRUE
               EVALUATE TRUE
                   WHEN CYR-CARD-TYPE(1:1) IS EQUAL TO '*'
                       CONTINUE
                   WHEN CYR-CARD-RESET
                       PERFORM APPLY-RESET-CARD
                   WHEN OTHER
                       DISPLAY NN '  UNKNOWN CARD TYPE'
                       SET WS-CARD-ERROR-YES TO TRUE
               END-EVALUATE
               IF WS-CARD-ERROR-YES
                   ADD 1 TO WS-CARD-ERROR-COUNT
               END-IF
           END-IF.

       APPLY-RESET-CARD      section.

           EVALUATE TRUE
               WHEN CYR-FEED-DATE IS NOT NUMERIC OR
                    CYR-FILE-SEQUENCE IS NOT NUMERIC OR
                    CYR-PARTITION-ID IS NOT NUMERIC OR
                    CYR-RUN-DATE IS NOT NUMERIC
                   DISPLAY NN '  FEED DATE, SEQUENCE, PARTITION AND '
                              'RUN DATE MUST BE NUMERIC'
                   SET WS-CARD-ERROR-YES TO TRUE
               WHEN OTHER
                   MOVE CYR-PROVIDER-ID   TO CYC-PROVIDER-ID
                   MOVE CYR-FEED-DATE     TO CYC-FEED-DATE
                   MOVE CYR-FILE-SEQUENCE TO CYC-FILE-SEQUENCE
                   MOVE CYR-PARTITION-ID  TO CYC-PARTITION-ID
                   MOVE CYR-RUN-DATE      TO CYC-RUN-DATE
                   READ EDUCYCF
                       INVALID KEY
                           DISPLAY NN '  NO SUCH CYCLE ON EDUCYCF'
                           SET WS-CARD-ERROR-YES TO TRUE
                   END-READ
                   IF WS-CARD-ERROR-NO
                       PERFORM RESET-CYCLE-STEP
                   END-IF
           END-EVALUATE.

      *    EDUCYG judges the reset exactly as it judges a step: the
      *    step must belong to the cycle's kind and must have run.
       RESET-CYCLE-STEP      section.

           INITIALIZE EDU-CYCLE-GATE-REQUEST.
           SET CYQ-RESET-STEP TO TRUE.
           MOVE CYR-STEP-PROGRAM TO CYQ-PROGRAM-ID.
           MOVE CYR-OPERATOR     TO CYQ-RESET-BY.
           MOVE CYR-REASON       TO CYQ-RESET-REASON.

           CALL 'EDUCYG' USING EDU-CYCLE-GATE-REQUEST
                               EDU-CYCLE-RECORD.

           IF CYQ-REFUSED
               DISPLAY NN '  NOT RESET - ' CYQ-MESSAGE
               SET WS-CARD-ERROR-YES TO TRUE
           ELSE
               REWRITE EDU-CYCLE-RECORD
               IF WS-CYCF-STATUS IS EQUAL TO '00'
                   ADD 1 TO WS-RESET-COUNT
                   DISPLAY NN '  ' CYQ-MESSAGE
      *            A load that got part way has already appended
      *            some rejects; say so where the operator will see.
                   IF CYQ-PROGRAM-ID IS EQUAL TO 'EDUREJLD'
                       DISPLAY NN '  CHECK EDUREJF FOR REJECTS OF '
                                  'THIS CYCLE ALREADY LOADED BEFORE '
                                  'RERUNNING EDUREJLD'
                   END-IF
      *            A handoff that completed has catalogued a generation
      *            posting may already have taken.
                   IF CYQ-PROGRAM-ID IS EQUAL TO 'EDUHND01'
                       DISPLAY NN '  CHECK POSTING HAS NOT TAKEN THE '
                                  'EDU.POSTING.HANDOFF GENERATION OF '
                                  'THIS CYCLE BEFORE RERUNNING EDUHND01'
                   END-IF
               ELSE
                   DISPLAY NN '  REWRITE EDUCYCF FAILED, STATUS = '
                              WS-CYCF-STATUS
                   SET WS-CARD-ERROR-YES TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    The ledger in key order, every step of every cycle.
      *----------------------------------------------------------------*
       LIST-EVERY-CYCLE      section.

           SET WS-MORE-RECORDS-YES TO TRUE.
           MOVE LOW-VALUES TO CYC-KEY.
           START EDUCYCF KEY IS NOT LESS THAN CYC-KEY.
           IF WS-CYCF-STATUS IS EQUAL TO '00'
               PERFORM LIST-ONE-CYCLE
                   UNTIL WS-MORE-RECORDS-NO
           END-IF.

       LIST-ONE-CYCLE        section.

           PERFORM READ-NEXT-CYCLE.

           IF WS-MORE-RECORDS-YES
               ADD 1 TO WS-CYCLE-COUNT
               PERFORM FIND-NEXT-STEP
               IF WS-CYCLE-COMPLETE-YES
                   ADD 1 TO WS-COMPLETE-COUNT
               END-IF
               IF CYC-KIND-FEED AND
                  (WS-FIRST-FEED-DATE IS EQUAL TO ZERO OR
                   CYC-RUN-DATE IS LESS THAN WS-FIRST-FEED-DATE)
                   MOVE CYC-RUN-DATE TO WS-FIRST-FEED-DATE
               END-IF
               DISPLAY ' '
               PERFORM PRINT-CYCLE-LINE
               PERFORM PRINT-ONE-STEP
                   VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT IS GREATER THAN 4
           END-IF.

       READ-NEXT-CYCLE       section.

           READ EDUCYCF NEXT RECORD
               AT END
                   SET WS-MORE-RECORDS-NO TO TRUE
           END-READ.

           IF WS-MORE-RECORDS-YES
               IF WS-CYCF-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUCYCF FAILED, STATUS = '
                                                      WS-CYCF-STATUS
                   SET WS-MORE-RECORDS-NO TO TRUE
               END-IF
           END-IF.

      *    Steps sit on the record in the order they run, so the
      *    first slot not completed is where the cycle restarts.
       FIND-NEXT-STEP        section.

           MOVE ZERO TO WS-NEXT-SLOT.
           PERFORM LOOK-AT-ONE-SLOT
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT IS GREATER THAN 4
                  OR WS-NEXT-SLOT IS GREATER THAN ZERO.

           IF WS-NEXT-SLOT IS EQUAL TO ZERO
               SET WS-CYCLE-COMPLETE-YES TO TRUE
           ELSE
               SET WS-CYCLE-COMPLETE-NO  TO TRUE
           END-IF.

       LOOK-AT-ONE-SLOT      section.

           IF CYC-STEP-PROGRAM(WS-SLOT) IS NOT EQUAL TO SPACES AND
              NOT CYC-STEP-COMPLETED(WS-SLOT)
               MOVE WS-SLOT TO WS-NEXT-SLOT
           END-IF.

       PRINT-CYCLE-LINE      section.

           MOVE CYC-PROVIDER-ID   TO RPT-PROVIDER
           MOVE CYC-FEED-DATE     TO RPT-FEED-DATE
           MOVE CYC-FILE-SEQUENCE TO RPT-SEQUENCE
           MOVE CYC-PARTITION-ID  TO RPT-PARTITION
           MOVE CYC-RUN-DATE      TO RPT-RUN-DATE

           IF CYC-KIND-DAY
               MOVE 'ONLINE DAY' TO RPT-KIND
           ELSE
               MOVE 'FEED CYCLE' TO RPT-KIND
           END-IF

           MOVE SPACES TO RPT-NEXT-ACTION
           IF WS-CYCLE-COMPLETE-YES
               MOVE 'ALL STEPS COMPLETE' TO RPT-NEXT-ACTION
           ELSE
               EVALUATE TRUE
                   WHEN CYC-STEP-STARTED(WS-NEXT-SLOT)
                       STRING 'NEXT: RESET AND RERUN '
                              DELIMITED BY SIZE
                              CYC-STEP-PROGRAM(WS-NEXT-SLOT)
                              DELIMITED BY SPACE
                              INTO RPT-NEXT-ACTION
                   WHEN CYC-STEP-RERUN-DUE(WS-NEXT-SLOT)
                       STRING 'NEXT: RERUN '
                              DELIMITED BY SIZE
                              CYC-STEP-PROGRAM(WS-NEXT-SLOT)
                              DELIMITED BY SPACE
                              INTO RPT-NEXT-ACTION
                   WHEN OTHER
                       STRING 'NEXT: RUN '
                              DELIMITED BY SIZE
                              CYC-STEP-PROGRAM(WS-NEXT-SLOT)
                              DELIMITED BY SPACE
                              INTO RPT-NEXT-ACTION
               END-EVALUATE
           END-IF

           DISPLAY WS-CYCLE-LINE.

       PRINT-ONE-STEP        section.

           IF CYC-STEP-PROGRAM(WS-SLOT) IS NOT EQUAL TO SPACES
               MOVE CYC-STEP-PROGRAM(WS-SLOT) TO RPT-STEP-PROGRAM
               EVALUATE TRUE
                   WHEN CYC-STEP-STARTED(WS-SLOT)
                       MOVE 'STARTED'   TO RPT-STEP-STATE
                   WHEN CYC-STEP-COMPLETED(WS-SLOT)
                       MOVE 'COMPLETED' TO RPT-STEP-STATE
                   WHEN CYC-STEP-RERUN-DUE(WS-SLOT)
                       MOVE 'RERUN DUE' TO RPT-STEP-STATE
                   WHEN OTHER
                       MOVE 'NOT RUN'   TO RPT-STEP-STATE
               END-EVALUATE
               MOVE CYC-STEP-RUNS(WS-SLOT) TO RPT-STEP-RUNS
               PERFORM FORMAT-STEP-TIMES
               MOVE CYC-STEP-RETURN-CODE(WS-SLOT) TO RPT-STEP-RC
               MOVE CYC-STEP-COUNT(WS-SLOT, 1)    TO RPT-COUNT-1
               MOVE CYC-STEP-COUNT(WS-SLOT, 2)    TO RPT-COUNT-2
               MOVE CYC-STEP-COUNT(WS-SLOT, 3)    TO RPT-COUNT-3
               DISPLAY WS-STEP-LINE
               IF CYC-STEP-RESET-BY(WS-SLOT) IS NOT EQUAL TO SPACES
                   MOVE CYC-STEP-RESET-BY(WS-SLOT)   TO RPT-RESET-BY
                   MOVE CYC-STEP-RESET-DATE(WS-SLOT) TO RPT-RESET-DATE
                   MOVE CYC-STEP-RESET-TIME(WS-SLOT) TO RPT-RESET-TIME
                   MOVE CYC-STEP-RESET-REASON(WS-SLOT)
                                                   TO RPT-RESET-REASON
                   DISPLAY WS-RESET-LINE
               END-IF
           END-IF.

      *    A step that has not started, or has not ended, shows blank
      *    times rather than zeros.
       FORMAT-STEP-TIMES     section.

           IF CYC-STEP-START-DATE(WS-SLOT) IS EQUAL TO ZERO
               MOVE SPACES TO RPT-START-DATE
               MOVE SPACES TO RPT-START-TIME
           ELSE
               MOVE CYC-STEP-START-DATE(WS-SLOT) TO RPT-START-DATE
               MOVE CYC-STEP-START-TIME(WS-SLOT) TO RPT-START-TIME
           END-IF.

           IF CYC-STEP-END-DATE(WS-SLOT) IS EQUAL TO ZERO
               MOVE SPACES TO RPT-END-DATE
               MOVE SPACES TO RPT-END-TIME
           ELSE
               MOVE CYC-STEP-END-DATE(WS-SLOT) TO RPT-END-DATE
               MOVE CYC-STEP-END-TIME(WS-SLOT) TO RPT-END-TIME
           END-IF.

      *----------------------------------------------------------------*
      *    The cycles a restart has to pick up, once more, each with
      *    the step to run next.
      *----------------------------------------------------------------*
       LIST-CYCLES-NOT-COMPLETE section.

           DISPLAY ' '.
           DISPLAY 'CYCLES NOT COMPLETE'.

           SET WS-MORE-RECORDS-YES TO TRUE.
           MOVE LOW-VALUES TO CYC-KEY.
           START EDUCYCF KEY IS NOT LESS THAN CYC-KEY.
           IF WS-CYCF-STATUS IS EQUAL TO '00'
               PERFORM LIST-ONE-CYCLE-NOT-COMPLETE
                   UNTIL WS-MORE-RECORDS-NO
           END-IF.

           IF WS-ATTENTION-COUNT IS EQUAL TO ZERO
               DISPLAY '  NONE'
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

       LIST-ONE-CYCLE-NOT-COMPLETE section.

           PERFORM READ-NEXT-CYCLE.

           IF WS-MORE-RECORDS-YES
               PERFORM FIND-NEXT-STEP
               IF WS-CYCLE-COMPLETE-NO
                   ADD 1 TO WS-ATTENTION-COUNT
                   PERFORM PRINT-CYCLE-LINE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    Feed runs no step has run for, so no cycle record yet. A
      *    run ends a feed cycle where the steps would find it: a
      *    single-stream EDUBAT1 (partition 00), or the EDUMRG that
      *    closes a partitioned chain, under the identity its
      *    EDUBAT1 partitions carried.
      *----------------------------------------------------------------*
       LIST-RUNS-WITH-NO-CYCLE section.

           DISPLAY ' '.
           DISPLAY 'FEED RUNS ON EDURUNF WITH NO STEP RUN YET'.

           IF WS-FIRST-FEED-DATE IS EQUAL TO ZERO
               DISPLAY '  NO FEED CYCLE ON EDUCYCF YET - EDURUNF '
                       'NOT COMPARED'
           ELSE
               OPEN INPUT EDURUNF
               IF WS-RUNF-STATUS IS EQUAL TO '00'
                   PERFORM CHECK-ONE-RUN-RECORD
                       UNTIL WS-RUNF-EOF-YES
                   CLOSE EDURUNF
                   IF WS-NO-CYCLE-COUNT IS EQUAL TO ZERO
                       DISPLAY '  NONE'
                   ELSE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY NN 'OPEN EDURUNF FAILED, STATUS = '
                              WS-RUNF-STATUS ' - RUNS NOT COMPARED'
               END-IF
           END-IF.

       CHECK-ONE-RUN-RECORD  section.

           READ EDURUNF
               AT END
                   SET WS-RUNF-EOF-YES TO TRUE
           END-READ.

           IF WS-RUNF-EOF-YES
               CONTINUE
           ELSE
               MOVE 'N' TO WS-IDENTITY-FOUND
               IF RUN-PROGRAM-ID IS EQUAL TO 'EDUBAT1 ' AND
                  RUN-FEED-IDENTITY IS NOT EQUAL TO SPACES
                   MOVE RUN-FEED-IDENTITY TO WS-RUN-IDENTITY
                   IF RUN-FEED-IDENTITY(23:2) IS EQUAL TO '00'
                       SET WS-IDENTITY-FOUND-YES TO TRUE
                   END-IF
               END-IF
               IF RUN-PROGRAM-ID IS EQUAL TO 'EDUMRG  ' AND
                  WS-RUN-IDENTITY IS NOT EQUAL TO SPACES
                   SET WS-IDENTITY-FOUND-YES TO TRUE
               END-IF
               IF WS-IDENTITY-FOUND-YES AND
                  RUN-START-DATE IS NOT LESS THAN WS-FIRST-FEED-DATE
                   MOVE WS-RUN-IDENTITY   TO WS-CANDIDATE-IDENTITY
                   MOVE '00' TO WS-CANDIDATE-IDENTITY(23:2)
                   MOVE RUN-START-DATE    TO WS-CANDIDATE-RUN-DATE
                   PERFORM LOOK-UP-CANDIDATE-CYCLE
               END-IF
           END-IF.

      *    A restarted EDUBAT1 logs the same feed twice; list it once.
       LOOK-UP-CANDIDATE-CYCLE section.

           IF WS-CANDIDATE-KEY IS NOT EQUAL TO WS-LAST-LISTED-KEY
               MOVE WS-CANDIDATE-KEY TO CYC-KEY
               READ EDUCYCF
                   INVALID KEY
                       MOVE WS-CANDIDATE-KEY TO WS-LAST-LISTED-KEY
                       ADD 1 TO WS-NO-CYCLE-COUNT
                       MOVE WS-CANDIDATE-KEY TO CYC-KEY
                       MOVE CYC-PROVIDER-ID   TO RPT-PROVIDER
                       MOVE CYC-FEED-DATE     TO RPT-FEED-DATE
                       MOVE CYC-FILE-SEQUENCE TO RPT-SEQUENCE
                       MOVE CYC-PARTITION-ID  TO RPT-PARTITION
                       MOVE CYC-RUN-DATE      TO RPT-RUN-DATE
                       MOVE 'FEED CYCLE'      TO RPT-KIND
                       MOVE 'NO STEP RUN - NEXT: RUN EDUWRND'
                                              TO RPT-NEXT-ACTION
                       DISPLAY WS-CYCLE-LINE
               END-READ
           END-IF.

       PRINT-SUMMARY         section.

           DISPLAY ' '.
           MOVE WS-CYCLE-COUNT      TO WS-DISPLAY-COUNT
           DISPLAY NN 'CYCLES ON THE LEDGER     : ' WS-DISPLAY-COUNT.
           MOVE WS-COMPLETE-COUNT   TO WS-DISPLAY-COUNT
           DISPLAY NN '  ALL STEPS COMPLETE     : ' WS-DISPLAY-COUNT.
           MOVE WS-ATTENTION-COUNT  TO WS-DISPLAY-COUNT
           DISPLAY NN '  NOT COMPLETE           : ' WS-DISPLAY-COUNT.
           MOVE WS-NO-CYCLE-COUNT   TO WS-DISPLAY-COUNT
           DISPLAY NN 'FEED RUNS WITH NO STEP   : ' WS-DISPLAY-COUNT.
           MOVE WS-RESET-COUNT      TO WS-DISPLAY-COUNT
           DISPLAY NN 'STEPS RESET              : ' WS-DISPLAY-COUNT.
           MOVE WS-CARD-ERROR-COUNT TO WS-DISPLAY-COUNT
           DISPLAY NN 'CARDS NOT APPLIED        : ' WS-DISPLAY-COUNT.

           IF WS-CARD-ERROR-COUNT IS GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
