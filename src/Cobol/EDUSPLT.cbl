      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  22 / 08 / 2026                                *
      *       VERSION :  1.2                                           *
      *       HISTORY :                                                *
      *        22/08/26  RC  Variable-length records (104-byte V1 or  *
      *                      124-byte V2 data) passed through at      *
      *                      the shared EDURUNF run log at end of     *
      *                      job, per-partition deal counts included, *
      *                      for the EDURPT06 trend report.            *
      *        15/10/26  RC  Volume gate: the whole feed's trailer     *
      *                      record count is held against the          *
      *                      provider's recent daily volumes on        *
      *                      EDUPSTF within its EDUVTLF band (judged   *
      *                      by EDUVGT, as EDUBAT1 does) before it is  *
      *                      split; an out-of-band feed goes on        *
      *                      EDUHLDF and the run abends U1615 until    *
      *                      ops release it on EHLD.                   *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
           SELECT EDURUNF ASSIGN TO EDURUNF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNF-STATUS.

           SELECT EDUPSTF ASSIGN TO EDUPSTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-RECORD-KEY
               FILE STATUS IS WS-PSTF-STATUS.

           SELECT EDUVTLF ASSIGN TO EDUVTLF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VTL-PROVIDER-ID
               FILE STATUS IS WS-VTLF-STATUS.

           SELECT EDUHLDF ASSIGN TO EDUHLDF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-FEED-ID
               FILE STATUS IS WS-HLDF-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
           RECORD CONTAINS 141 CHARACTERS.
           COPY EDURUN.

       FD  EDUPSTF
           RECORD CONTAINS 144 CHARACTERS.
           COPY EDUPST.

       FD  EDUVTLF
           RECORD CONTAINS 39 CHARACTERS.
           COPY EDUVTL.

       FD  EDUHLDF
           RECORD CONTAINS 150 CHARACTERS.
           COPY EDUHLD.

       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
           03 WS-FD03-STATUS                  PIC X(02).
           03 WS-FD04-STATUS                  PIC X(02).
           03 WS-PARF-STATUS                  PIC X(02).
           03 WS-PSTF-STATUS                  PIC X(02).
           03 WS-PSTF-AVAILABLE               PIC X      VALUE 'N'.
              88 WS-PSTF-AVAILABLE-YES        VALUE 'Y'.
           03 WS-PSTF-HISTORY-END             PIC X      VALUE 'N'.
              88 WS-PSTF-HISTORY-END-YES      VALUE 'Y'.
              88 WS-PSTF-HISTORY-END-NO       VALUE 'N'.
           03 WS-VTLF-STATUS                  PIC X(02).
           03 WS-VTLF-AVAILABLE               PIC X      VALUE 'N'.
              88 WS-VTLF-AVAILABLE-YES        VALUE 'Y'.
           03 WS-HLDF-STATUS                  PIC X(02).
           03 WS-HLDF-FRESH                   PIC X      VALUE 'N'.
              88 WS-HLDF-FRESH-YES            VALUE 'Y'.
           03 WS-BAND-FOUND                   PIC X      VALUE 'N'.
              88 WS-BAND-FOUND-YES            VALUE 'Y'.
              88 WS-BAND-FOUND-NO             VALUE 'N'.
           03 WS-GATE-DECIDED                 PIC X      VALUE 'N'.
              88 WS-GATE-DECIDED-YES          VALUE 'Y'.
              88 WS-GATE-DECIDED-NO           VALUE 'N'.
           03 WS-LOOKAHEAD-MORE               PIC X      VALUE 'Y'.
              88 WS-LOOKAHEAD-MORE-YES        VALUE 'Y'.
              88 WS-LOOKAHEAD-MORE-NO         VALUE 'N'.
           03 WS-LOOKAHEAD-TRAILER            PIC X      VALUE 'N'.
              88 WS-LOOKAHEAD-TRAILER-YES     VALUE 'Y'.
              88 WS-LOOKAHEAD-TRAILER-NO      VALUE 'N'.
           03 WS-GATE-COUNT                   PIC Z(8)9.
           03 WS-GATE-AVERAGE                 PIC Z(8)9.
           03 WS-GATE-LOW                     PIC Z(8)9.
           03 WS-GATE-HIGH                    PIC Z(8)9.
           03 WS-GATE-DAYS                    PIC Z9.
           03 WS-MORE-RECORDS                 PIC X      VALUE 'Y'.
              88 WS-MORE-RECORDS-YES          VALUE 'Y'.
              88 WS-MORE-RECORDS-NO           VALUE 'N'.
                                               VALUE +1605.
           03 WS-ABEND-TIMING                 PIC S9(9)  COMP
                                               VALUE +1.
      *    User abend for a feed the volume gate holds, told apart
      *    from a bad envelope.
           03 WS-HOLD-ABEND-CODE              PIC S9(9)  COMP
                                               VALUE +1615.

       01 WS-PARTITION-TOTALS.
           03 WS-PARTITION-ENTRY OCCURS 4 TIMES.
              05 WS-PART-HASH-PACKED          PIC 9(16)  COMP-3
                                               VALUE 0.

           COPY EDUVGQ.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PROGRAM          section.
           PERFORM TAKE-START-TIMESTAMP.
           PERFORM OPEN-ALL-FILES.
           PERFORM TAKE-FEED-HEADER.
           PERFORM GATE-FEED-VOLUME.
           PERFORM WRITE-PARTITION-HEADERS.

           PERFORM SPLIT-ONE-RECORD
           MOVE CTL-FILE-SEQUENCE   TO WS-RUN-SEQUENCE.
           MOVE ZERO                TO WS-RUN-PARTITION.

      *    Volume gate, the same one EDUBAT1 applies to an unsplit
      *    feed and for the same reason: the whole feed's trailer
      *    count is held against the provider's recent daily volumes
      *    on EDUPSTF, within its EDUVTLF band, before anything is
      *    split. An out-of-band feed goes on EDUHLDF and the run
      *    abends so no partition is committed; the rerun after ops
      *    release it on EHLD finds the release here. The partition
      *    EDUBAT1s that follow leave the gate to this step.
       GATE-FEED-VOLUME      section.

           PERFORM OPEN-GATE-FILES.
           PERFORM CHECK-EARLIER-HOLD.
           IF WS-GATE-DECIDED-NO
               PERFORM LOOKUP-VOLUME-BAND
           END-IF.
           IF WS-GATE-DECIDED-NO AND WS-BAND-FOUND-YES
               PERFORM COUNT-FEED-VOLUME
               IF WS-LOOKAHEAD-TRAILER-YES
                   PERFORM JUDGE-AGAINST-BAND
               END-IF
           END-IF.
           PERFORM CLOSE-GATE-FILES.

      *    The held-feed file is what makes a hold stick, so it not
      *    opening stops the run; no tolerance file means no provider
      *    is gated, and no statistics file means no history - the
      *    provider is then too new to judge.
       OPEN-GATE-FILES       section.

           OPEN I-O    EDUHLDF.
           IF WS-HLDF-STATUS IS EQUAL TO '35'
               OPEN OUTPUT EDUHLDF
               SET WS-HLDF-FRESH-YES TO TRUE
           END-IF.
           IF WS-HLDF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUHLDF FAILED, STATUS = '
                                                  WS-HLDF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT  EDUVTLF.
           IF WS-VTLF-STATUS IS EQUAL TO '00'
               SET WS-VTLF-AVAILABLE-YES TO TRUE
           ELSE
               DISPLAY NN 'EDUVTLF NOT AVAILABLE, STATUS = '
                          WS-VTLF-STATUS ' - VOLUME GATE NOT APPLIED'
           END-IF.

           OPEN INPUT  EDUPSTF.
           IF WS-PSTF-STATUS IS EQUAL TO '00'
               SET WS-PSTF-AVAILABLE-YES TO TRUE
           ELSE
               DISPLAY NN 'EDUPSTF NOT AVAILABLE, STATUS = '
                          WS-PSTF-STATUS ' - NO VOLUME HISTORY'
           END-IF.

       CLOSE-GATE-FILES      section.

           CLOSE EDUHLDF.
           IF WS-VTLF-AVAILABLE-YES
               CLOSE EDUVTLF
           END-IF.
           IF WS-PSTF-AVAILABLE-YES
               CLOSE EDUPSTF
           END-IF.

      *    A feed already on EDUHLDF was held by an earlier run; ops'
      *    decision on EHLD stands and the feed is not judged again.
       CHECK-EARLIER-HOLD    section.

           SET WS-GATE-DECIDED-NO TO TRUE.

           IF WS-HLDF-FRESH-YES
               CONTINUE
           ELSE
               MOVE WS-RUN-IDENTITY TO HLD-FEED-ID
               READ EDUHLDF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM APPLY-EARLIER-DECISION
               END-READ
           END-IF.

       APPLY-EARLIER-DECISION section.

           EVALUATE TRUE
               WHEN HLD-STATUS-RELEASED
                   SET WS-GATE-DECIDED-YES TO TRUE
                   DISPLAY NN 'FEED ' WS-RUN-IDENTITY
                              ' RELEASED FROM VOLUME HOLD BY '
                              HLD-DECIDED-BY ' ON ' HLD-DECIDED-DATE
               WHEN HLD-STATUS-REJECTED
                   DISPLAY NN 'FEED ' WS-RUN-IDENTITY
                              ' REJECTED ON VOLUME HOLD BY '
                              HLD-DECIDED-BY ' ON ' HLD-DECIDED-DATE
                   CLOSE EDUHLDF
                   PERFORM ABEND-BAD-FEED
               WHEN OTHER
                   DISPLAY NN 'FEED ' WS-RUN-IDENTITY
                              ' IS STILL HELD SINCE ' HLD-HELD-DATE
                              ' - RELEASE OR REJECT IT ON EHLD'
                   CLOSE EDUHLDF
                   PERFORM ABEND-HELD-FEED
           END-EVALUATE.

      *    The provider's own band, else the '*DEFAULT' one.
       LOOKUP-VOLUME-BAND    section.

           SET WS-BAND-FOUND-NO TO TRUE.

           IF WS-VTLF-AVAILABLE-YES
               MOVE WS-RUN-PROVIDER TO VTL-PROVIDER-ID
               READ EDUVTLF
                   INVALID KEY
                       SET VTL-DEFAULT-BAND TO TRUE
                       READ EDUVTLF
                           INVALID KEY
                               DISPLAY NN 'NO EDUVTLF BAND FOR '
                                          WS-RUN-PROVIDER
                                          ' - VOLUME GATE NOT APPLIED'
                           NOT INVALID KEY
                               SET WS-BAND-FOUND-YES TO TRUE
                       END-READ
                   NOT INVALID KEY
                       SET WS-BAND-FOUND-YES TO TRUE
               END-READ
           END-IF.

      *    Read ahead to the trailer for its count, then reopen
      *    EDUFEED and step past the header again (it is already
      *    saved for the partition headers). A feed with no trailer
      *    is left to the split pass to refuse.
       COUNT-FEED-VOLUME     section.

           SET WS-LOOKAHEAD-MORE-YES    TO TRUE.
           SET WS-LOOKAHEAD-TRAILER-NO  TO TRUE.
           PERFORM LOOK-AHEAD-ONE-RECORD
               UNTIL WS-LOOKAHEAD-MORE-NO.

           CLOSE EDUFEED.
           OPEN INPUT  EDUFEED.
           IF WS-FEED-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'REOPEN EDUFEED FAILED, STATUS = '
                                                  WS-FEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ EDUFEED.
           IF WS-FEED-STATUS IS NOT EQUAL TO '00' OR
              NOT CTL-TYPE-HEADER
               DISPLAY NN 'EDUFEED HEADER NOT FOUND ON REREAD'
               PERFORM ABEND-BAD-FEED
           END-IF.

       LOOK-AHEAD-ONE-RECORD section.

           READ EDUFEED.

           IF WS-FEED-STATUS IS NOT EQUAL TO '00'
               SET WS-LOOKAHEAD-MORE-NO TO TRUE
           ELSE
               IF CTL-TYPE-TRAILER
                   MOVE CTL-RECORD-COUNT TO VGQ-RECORD-COUNT
                   SET WS-LOOKAHEAD-TRAILER-YES TO TRUE
                   SET WS-LOOKAHEAD-MORE-NO     TO TRUE
               END-IF
           END-IF.

      *    Days before today only - a provider's second feed of the
      *    day is not judged against its first.
       JUDGE-AGAINST-BAND    section.

           MOVE VTL-SAMPLE-DAYS  TO VGQ-SAMPLE-DAYS
           MOVE VTL-MIN-SAMPLES  TO VGQ-MIN-SAMPLES
           MOVE VTL-LOW-PERCENT  TO VGQ-LOW-PERCENT
           MOVE VTL-HIGH-PERCENT TO VGQ-HIGH-PERCENT
           SET VGQ-CLEAR-HISTORY TO TRUE
           CALL 'EDUVGT' USING EDU-VOLUME-GATE-REQUEST.

           IF VGQ-RETURN-CODE IS EQUAL TO ZERO
               IF WS-PSTF-AVAILABLE-YES
                   PERFORM LOAD-VOLUME-HISTORY
               END-IF
               SET VGQ-JUDGE-FEED TO TRUE
               CALL 'EDUVGT' USING EDU-VOLUME-GATE-REQUEST
           END-IF.

           MOVE VGQ-RECORD-COUNT  TO WS-GATE-COUNT
           MOVE VGQ-AVERAGE-COUNT TO WS-GATE-AVERAGE
           MOVE VGQ-LOW-LIMIT     TO WS-GATE-LOW
           MOVE VGQ-HIGH-LIMIT    TO WS-GATE-HIGH
           MOVE VGQ-SAMPLE-COUNT  TO WS-GATE-DAYS

           EVALUATE TRUE
               WHEN VGQ-RETURN-CODE IS NOT EQUAL TO ZERO
                   DISPLAY NN 'EDUVTLF BAND ' VTL-PROVIDER-ID
                              ' IS NOT USABLE - VOLUME GATE NOT APPLIED'
               WHEN VGQ-NOT-GATED
                   DISPLAY NN WS-GATE-DAYS ' DAYS OF HISTORY FOR '
                              WS-RUN-PROVIDER
                              ' - VOLUME GATE NOT APPLIED'
               WHEN VGQ-IN-BAND
                   DISPLAY NN 'FEED VOLUME ' WS-GATE-COUNT
                              ' IN BAND ' WS-GATE-LOW ' TO '
                              WS-GATE-HIGH
               WHEN OTHER
                   PERFORM HOLD-FEED
           END-EVALUATE.

       LOAD-VOLUME-HISTORY   section.

           SET WS-PSTF-HISTORY-END-NO TO TRUE.
           MOVE WS-RUN-PROVIDER TO PST-PROVIDER-ID
           MOVE ZERO            TO PST-STAT-DATE
           START EDUPSTF KEY IS NOT LESS THAN PST-RECORD-KEY
               INVALID KEY
                   SET WS-PSTF-HISTORY-END-YES TO TRUE
           END-START.

           PERFORM READ-ONE-VOLUME-DAY
               UNTIL WS-PSTF-HISTORY-END-YES.

       READ-ONE-VOLUME-DAY   section.

           READ EDUPSTF NEXT RECORD
               AT END
                   SET WS-PSTF-HISTORY-END-YES TO TRUE
           END-READ.

           IF WS-PSTF-HISTORY-END-YES OR
              WS-PSTF-STATUS IS NOT EQUAL TO '00'
               SET WS-PSTF-HISTORY-END-YES TO TRUE
           ELSE
               IF PST-PROVIDER-ID IS NOT EQUAL TO WS-RUN-PROVIDER OR
                  PST-STAT-DATE IS NOT LESS THAN WS-START-DATE
                   SET WS-PSTF-HISTORY-END-YES TO TRUE
               ELSE
                   MOVE PST-READ-COUNT TO VGQ-DAY-VOLUME
                   SET VGQ-ADD-DAY TO TRUE
                   CALL 'EDUVGT' USING EDU-VOLUME-GATE-REQUEST
               END-IF
           END-IF.

      *    The hold record is closed away before the abend so it is
      *    on file for the EHLA sweep whatever happens to the rest.
       HOLD-FEED             section.

           MOVE SPACES             TO EDU-HELD-FEED-RECORD
           MOVE WS-RUN-IDENTITY    TO HLD-FEED-ID
           SET HLD-STATUS-HELD     TO TRUE
           MOVE 'EDUSPLT'          TO HLD-HELD-BY
           MOVE WS-START-DATE      TO HLD-HELD-DATE
           MOVE WS-START-TIME      TO HLD-HELD-TIME
           MOVE VGQ-RECORD-COUNT   TO HLD-RECORD-COUNT
           MOVE VGQ-AVERAGE-COUNT  TO HLD-AVERAGE-COUNT
           MOVE VGQ-LOW-LIMIT      TO HLD-LOW-LIMIT
           MOVE VGQ-HIGH-LIMIT     TO HLD-HIGH-LIMIT
           MOVE VGQ-SAMPLE-COUNT   TO HLD-SAMPLE-COUNT
           MOVE VGQ-VERDICT        TO HLD-DIRECTION
           SET HLD-ALERT-PENDING   TO TRUE

           WRITE EDU-HELD-FEED-RECORD.
           IF WS-HLDF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'WRITE EDUHLDF FAILED, STATUS = '
                                                  WS-HLDF-STATUS
           END-IF.

           DISPLAY NN 'FEED ' WS-RUN-IDENTITY ' HELD - '
                      WS-GATE-COUNT ' RECORDS AGAINST AVERAGE '
                      WS-GATE-AVERAGE.
           DISPLAY NN 'BAND ' WS-GATE-LOW ' TO ' WS-GATE-HIGH
                      ' OVER ' WS-GATE-DAYS ' DAYS'.
           DISPLAY NN 'RELEASE OR REJECT IT ON EHLD, THEN RESUBMIT'.

           CLOSE EDUHLDF.
           PERFORM ABEND-HELD-FEED.

       WRITE-PARTITION-HEADERS section.

           PERFORM WRITE-ONE-PARTITION-HEADER
           DISPLAY NN 'FEED ENVELOPE ERROR - ABENDING, '
                      'PARTITION FILES NOT COMMITTED'.
           CALL 'CEE3ABD' USING WS-ABEND-CODE WS-ABEND-TIMING.

       ABEND-HELD-FEED       section.

           DISPLAY NN 'FEED HELD ON VOLUME - ABENDING, '
                      'PARTITION FILES NOT COMMITTED'.
           CALL 'CEE3ABD' USING WS-HOLD-ABEND-CODE WS-ABEND-TIMING.
      *----------------------------------------------------------------*
