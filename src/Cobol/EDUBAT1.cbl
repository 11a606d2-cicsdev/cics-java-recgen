      *                  feed was processed (EDUFID grows 32 to 38)   *
      *                  so the EFCK cutoff check can tell a late     *
      *                  arrival from an on-time one.                  *
      *        15/10/26  Business-day calendar: a header dated the     *
      *                  last business day before the run date now     *
      *                  passes when only weekend or holiday days      *
      *                  lie between, by the provider's EDUCALF        *
      *                  region (SCH-REGION-ID on EDUSCHF) through     *
      *                  EDUBDAY. No calendar keeps the old rule.      *
      *        15/10/26  Range source: the EDUPRO area now also says   *
      *                  which EDURNG bands EDUVAL applies; this       *
      *                  program always asks for the live ones.        *
      *        15/10/26  Arrival trace: every data record also writes  *
      *                  one EDUTRC record to the new EDUTRCO file -   *
      *                  natural key, feed identity, record number,    *
      *                  outcome (duplicates told apart) and result    *
      *                  code - which EDUTRCLD appends to EDUTRCF for  *
      *                  the ETRC natural-key trace inquiry.           *
      *        15/10/26  Volume gate: before any data record is        *
      *                  processed a fresh unpartitioned feed's        *
      *                  trailer record count is held against the      *
      *                  provider's recent daily volumes on EDUPSTF,   *
      *                  within its EDUVTLF tolerance band (judged by  *
      *                  EDUVGT). An out-of-band feed goes on the      *
      *                  EDUHLDF held-feed file and the run abends     *
      *                  U1614 until ops release it on EHLD; EDUPSTF   *
      *                  is read by key range now (ACCESS DYNAMIC).    *
      *        15/10/26  Account daily value limit: a V2 record        *
      *                  whose account carries an ACM-DAILY-LIMIT is   *
      *                  held against the account's running total for  *
      *                  the feed date on the EDUADTF file (the same   *
      *                  total EDUPGM adds to online), and every one   *
      *                  accepted adds its PACKED-DIGIT-WITH-COMMA to  *
      *                  it. Over the limit warns +23 inside the       *
      *                  account's tolerance and rejects -23 beyond    *
      *                  it, with its own failure flag, check counter  *
      *                  (EDUCHK grows 78 to 82) and EDURTN flag.      *
      *        15/10/26  Restart and the daily limit: a re-read record *
      *                  whose only failure is the limit, on a key     *
      *                  the first pass already registered, goes to    *
      *                  EDUDUPO as a repeat instead of EDUREJ/EDURTN  *
      *                  and adds nothing to the EDUADTF counts.       *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *

           SELECT EDUPSTF ASSIGN TO EDUPSTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-RECORD-KEY
               FILE STATUS IS WS-PSTF-STATUS.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPO-STATUS.

           SELECT EDUTRCO ASSIGN TO EDUTRCO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRCO-STATUS.

           SELECT EDURUNF ASSIGN TO EDURUNF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNF-STATUS.

           SELECT EDUSCHF ASSIGN TO EDUSCHF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCH-PROVIDER-ID
               FILE STATUS IS WS-SCHF-STATUS.

           SELECT EDUCALF ASSIGN TO EDUCALF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CALF-STATUS.

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

           SELECT EDUADTF ASSIGN TO EDUADTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADT-RECORD-KEY
               FILE STATUS IS WS-ADTF-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
      *    in the first three bytes says which is which.
       FD  EDURTN
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 104 TO 140 CHARACTERS
               DEPENDING ON WS-RTN-RECLEN.
           COPY EDURTN.

           COPY EDUPRF.

       FD  EDUPSTF
           RECORD CONTAINS 144 CHARACTERS.
           COPY EDUPST.

       FD  EDUACMF
           RECORD CONTAINS 45 CHARACTERS.
           COPY EDUACM.

       FD  EDUDUPF
               DEPENDING ON WS-OUT-RECLEN.
       01  EDUDUPO-RECORD                     PIC X(124).

       FD  EDUTRCO
           RECORD CONTAINS 80 CHARACTERS.
           COPY EDUTRC.

       FD  EDURUNF
           RECORD CONTAINS 141 CHARACTERS.
           COPY EDURUN.

       FD  EDUSCHF
           RECORD CONTAINS 21 CHARACTERS.
           COPY EDUSCH.

       FD  EDUCALF
           RECORD CONTAINS 31 CHARACTERS.
           COPY EDUCAL.

       FD  EDUVTLF
           RECORD CONTAINS 39 CHARACTERS.
           COPY EDUVTL.

       FD  EDUHLDF
           RECORD CONTAINS 150 CHARACTERS.
           COPY EDUHLD.

       FD  EDUADTF
           RECORD CONTAINS 70 CHARACTERS.
           COPY EDUADT.

       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
              88 WS-ACMF-AVAILABLE-YES        VALUE 'Y'.
           03 WS-DUPF-STATUS                  PIC X(02).
           03 WS-DUPO-STATUS                  PIC X(02).
           03 WS-TRCO-STATUS                  PIC X(02).
           03 WS-RUNF-STATUS                  PIC X(02).
           03 WS-SCHF-STATUS                  PIC X(02).
           03 WS-CALF-STATUS                  PIC X(02).
           03 WS-CALF-EOF                     PIC X      VALUE 'N'.
              88 WS-CALF-EOF-YES              VALUE 'Y'.
           03 WS-CALENDAR-LOADED              PIC X      VALUE 'N'.
              88 WS-CALENDAR-LOADED-YES       VALUE 'Y'.
           03 WS-PRIOR-DAY-FEED               PIC X      VALUE 'N'.
              88 WS-PRIOR-DAY-FEED-YES        VALUE 'Y'.
              88 WS-PRIOR-DAY-FEED-NO         VALUE 'N'.
           03 WS-CALENDAR-DAYS                PIC Z(2)9.
           03 WS-VTLF-STATUS                  PIC X(02).
           03 WS-VTLF-AVAILABLE               PIC X      VALUE 'N'.
              88 WS-VTLF-AVAILABLE-YES        VALUE 'Y'.
           03 WS-HLDF-STATUS                  PIC X(02).
           03 WS-HLDF-FRESH                   PIC X      VALUE 'N'.
              88 WS-HLDF-FRESH-YES            VALUE 'Y'.
           03 WS-ADTF-STATUS                  PIC X(02).
           03 WS-ADTF-AVAILABLE               PIC X      VALUE 'N'.
              88 WS-ADTF-AVAILABLE-YES        VALUE 'Y'.
           03 WS-ADT-FOUND                    PIC X      VALUE 'N'.
              88 WS-ADT-FOUND-YES             VALUE 'Y'.
              88 WS-ADT-FOUND-NO              VALUE 'N'.
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
           03 WS-PSTF-HISTORY-END             PIC X      VALUE 'N'.
              88 WS-PSTF-HISTORY-END-YES      VALUE 'Y'.
              88 WS-PSTF-HISTORY-END-NO       VALUE 'N'.
           03 WS-GATE-COUNT                   PIC Z(8)9.
           03 WS-GATE-AVERAGE                 PIC Z(8)9.
           03 WS-GATE-LOW                     PIC Z(8)9.
           03 WS-GATE-HIGH                    PIC Z(8)9.
           03 WS-GATE-DAYS                    PIC Z9.
           03 WS-DUPF-FRESH                   PIC X      VALUE 'N'.
              88 WS-DUPF-FRESH-YES            VALUE 'Y'.
              88 WS-DUPF-FRESH-NO             VALUE 'N'.
           03 WS-DUPLICATE-SWITCH             PIC X      VALUE 'N'.
              88 WS-DUPLICATE-YES             VALUE 'Y'.
              88 WS-DUPLICATE-NO              VALUE 'N'.
           03 WS-FEED-IDENTITY                PIC X(24).
           03 WS-PROVIDER-ID                  PIC X(8).
           03 WS-FEED-DATE                    PIC 9(8).
           03 WS-PARTITION-ID                 PIC 9(2).
      *    Start and end of this run for the EDURUNF run log; the
      *    raw TIME answer carries hundredths behind the HHMMSS.
           03 WS-TIME-RAW                     PIC X(8).
           03 WS-END-SECONDS                  PIC S9(8)  COMP.
           03 WS-ELAPSED-SECONDS              PIC S9(8)  COMP.
           03 WS-CHECK-SUB                    PIC S9(4)  COMP.
           03 WS-FLAG-FAIL-COUNT              PIC S9(4)  COMP.
           03 WS-FEED-RECLEN                  PIC 9(4)   COMP.
           03 WS-OUT-RECLEN                   PIC 9(4)   COMP.
           03 WS-TRAILER-SEEN                 PIC X      VALUE 'N'.
                                               VALUE +1604.
           03 WS-ABEND-TIMING                 PIC S9(9)  COMP
                                               VALUE +1.
      *    User abend for a feed the volume gate holds - told apart
      *    from a bad envelope so ops know the rerun waits on a
      *    release, not on a corrected file.
           03 WS-HOLD-ABEND-CODE              PIC S9(9)  COMP
                                               VALUE +1614.

           COPY EDUFLG.

      *    failure counts that feed the checkpoint and the EDUPSTF
      *    provider statistics, in EDU-FAILURE-FLAGS order.
       01 WS-FLAG-BYTES.
           03 WS-FLAG-BYTE OCCURS 11 TIMES
                            INDEXED BY FLG-IDX  PIC X.

       01 WS-CHECK-FAIL-TOTALS.
           03 WS-CHECK-FAIL-COUNT OCCURS 11 TIMES
                                          PIC S9(8)  COMP.

           COPY EDUACV.

           COPY EDUCLN.

           COPY EDUBDQ.

           COPY EDUVGQ.

       LINKAGE SECTION.
       01 WS-PARM-AREA.
           03 WS-PARM-LEN                     PIC S9(4)  COMP.
           PERFORM CLEAR-CHECK-FAIL-TOTALS.
           PERFORM OPEN-ALL-FILES.
           PERFORM VERIFY-FEED-HEADER.

      *    A restart resumes a run that already came through the
      *    volume gate, so only a fresh run is gated.
           IF WS-RESTART-NO
               PERFORM GATE-FEED-VOLUME
           END-IF.

           PERFORM LOAD-VALIDATION-PROFILE.

           IF WS-RESTART-YES

           PERFORM CLEAR-ONE-CHECK-TOTAL
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB IS GREATER THAN 11.

       CLEAR-ONE-CHECK-TOTAL section.

               STOP RUN
           END-IF.

           IF WS-RESTART-YES
               OPEN EXTEND EDUTRCO
           ELSE
               OPEN OUTPUT EDUTRCO
           END-IF.
           IF WS-TRCO-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUTRCO FAILED, STATUS = '
                                                  WS-TRCO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Same never-loaded fallback as EDUFIDF: a brand-new
      *    duplicate register refuses an I-O open with status 35 and
      *    is primed with OPEN OUTPUT on its first run. Fresh means
                          ' - ACCOUNT-MASTER CHECK SHOWS S'
           END-IF.

      *    The account day totals being unavailable is loud but not
      *    fatal in the same way: every V2 record for an account
      *    with a limit shows flag 'S' for the ACCOUNT-LIMIT check.
      *    A never-loaded file refuses the I-O open with status 35
      *    and is primed with an empty OPEN OUTPUT first - unlike
      *    the registers it must be readable from its first record
      *    on, since one account's records keep coming back to it.
           OPEN I-O    EDUADTF.
           IF WS-ADTF-STATUS IS EQUAL TO '35'
               OPEN OUTPUT EDUADTF
               CLOSE EDUADTF
               OPEN I-O    EDUADTF
           END-IF.
           IF WS-ADTF-STATUS IS EQUAL TO '00'
               SET WS-ADTF-AVAILABLE-YES TO TRUE
           ELSE
               DISPLAY NN 'EDUADTF NOT AVAILABLE, STATUS = '
                          WS-ADTF-STATUS
                          ' - ACCOUNT-LIMIT CHECK SHOWS S'
           END-IF.

      *    Same never-loaded fallback as EDUFIDF: a brand-new
      *    statistics KSDS refuses an I-O open with status 35 and is
      *    primed with OPEN OUTPUT on its first run.

      *    First record of a well-formed feed is its header. The date
      *    must be the run date (yesterday's file resubmitted fails
      *    here), or the last business day before it when only
      *    weekend or holiday days lie between (the Friday file run
      *    on Tuesday after a bank holiday Monday), and the
      *    provider/date/sequence identity must not be
      *    on the EDUFIDF register (a doubled transmission fails
      *    here), all before a single data record is read.
       VERIFY-FEED-HEADER     section.
               CONTINUE
           ELSE
               IF CTL-FEED-DATE IS NOT EQUAL TO WS-RUN-DATE
                   PERFORM CHECK-PRIOR-BUSINESS-DAY
                   IF WS-PRIOR-DAY-FEED-NO
                       DISPLAY NN 'HEADER DATE ' CTL-FEED-DATE
                                  ' IS NOT THE RUN DATE ' WS-RUN-DATE
                       PERFORM ABEND-BAD-FEED
                   END-IF
               END-IF
           END-IF.


           MOVE CTL-PROVIDER-ID   TO WS-PROVIDER-ID
           MOVE CTL-FEED-DATE     TO WS-FEED-DATE
           MOVE CTL-PARTITION-ID  TO WS-PARTITION-ID
           MOVE CTL-PROVIDER-ID   TO FID-PROVIDER-ID
           MOVE CTL-FEED-DATE     TO FID-FEED-DATE
           MOVE CTL-FILE-SEQUENCE TO FID-FILE-SEQUENCE
               PERFORM WRITE-RETURN-HEADER
           END-IF.

      *    A header dated before the run date still passes when it
      *    is the last business day before it and at least one
      *    non-business day lies between - a plain yesterday's file
      *    on an ordinary weekday still fails. The calendar is only
      *    read on this path; without it the old rule stands.
       CHECK-PRIOR-BUSINESS-DAY section.

           SET WS-PRIOR-DAY-FEED-NO TO TRUE.

           PERFORM LOAD-BUSINESS-CALENDAR.

           IF WS-CALENDAR-LOADED-YES
               SET BDQ-PRIOR-BUSINESS-DAY TO TRUE
               MOVE WS-RUN-DATE TO BDQ-FROM-DATE
               CALL "EDUBDAY" USING EDU-CALENDAR-TABLE
                                    EDU-BUSINESS-DAY-REQUEST
               IF BDQ-RETURN-CODE IS EQUAL TO ZERO AND
                  BDQ-RESULT-DATE IS EQUAL TO CTL-FEED-DATE AND
                  BDQ-CALENDAR-DAYS IS GREATER THAN 1
                   SET WS-PRIOR-DAY-FEED-YES TO TRUE
                   MOVE BDQ-CALENDAR-DAYS TO WS-CALENDAR-DAYS
                   DISPLAY NN 'HEADER DATE ' CTL-FEED-DATE
                              ' IS THE PRIOR BUSINESS DAY ('
                              WS-CALENDAR-DAYS ' DAYS BACK, REGION '
                              CLN-REGION-ID ') - ACCEPTED'
               END-IF
           END-IF.

      *    The provider's region comes from its EDUSCHF schedule
      *    entry; unscheduled providers, and a blank region, follow
      *    the house calendar. Both files are opened, read and
      *    closed here - they are not needed again in the run.
       LOAD-BUSINESS-CALENDAR section.

           MOVE 'HQ' TO CLN-REGION-ID.
           MOVE ZERO TO CLN-ENTRY-COUNT.

           OPEN INPUT EDUSCHF.
           IF WS-SCHF-STATUS IS EQUAL TO '00'
               MOVE CTL-PROVIDER-ID TO SCH-PROVIDER-ID
               READ EDUSCHF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SCH-REGION-ID IS NOT EQUAL TO SPACES
                           MOVE SCH-REGION-ID TO CLN-REGION-ID
                       END-IF
               END-READ
               CLOSE EDUSCHF
           ELSE
               DISPLAY NN 'EDUSCHF NOT AVAILABLE, STATUS = '
                          WS-SCHF-STATUS ' - HOUSE CALENDAR USED'
           END-IF.

           OPEN INPUT EDUCALF.
           IF WS-CALF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'EDUCALF NOT AVAILABLE, STATUS = '
                          WS-CALF-STATUS ' - RUN DATE RULE APPLIES'
           ELSE
               SET WS-CALENDAR-LOADED-YES TO TRUE
               MOVE CLN-REGION-ID TO CAL-REGION-ID
               MOVE ZERO          TO CAL-DATE
               START EDUCALF KEY IS NOT LESS THAN CAL-KEY
                   INVALID KEY
                       SET WS-CALF-EOF-YES TO TRUE
               END-START
               PERFORM READ-ONE-CALENDAR-RECORD
                   UNTIL WS-CALF-EOF-YES
               CLOSE EDUCALF
           END-IF.

       READ-ONE-CALENDAR-RECORD section.

           READ EDUCALF NEXT RECORD
               AT END
                   SET WS-CALF-EOF-YES TO TRUE
           END-READ.

           IF WS-CALF-EOF-YES OR
              WS-CALF-STATUS IS NOT EQUAL TO '00'
               SET WS-CALF-EOF-YES TO TRUE
           ELSE
               IF CAL-REGION-ID IS NOT EQUAL TO CLN-REGION-ID
                   SET WS-CALF-EOF-YES TO TRUE
               ELSE
                   IF CLN-ENTRY-COUNT IS LESS THAN 500
                       ADD 1 TO CLN-ENTRY-COUNT
                       MOVE CAL-DATE     TO CLN-DATE(CLN-ENTRY-COUNT)
                       MOVE CAL-DAY-TYPE TO
                                     CLN-DAY-TYPE(CLN-ENTRY-COUNT)
                   END-IF
               END-IF
           END-IF.

      *    Volume gate. A feed can prove out envelope-wise and still
      *    be wrong - a partial extract of a few hundred records on a
      *    day the provider normally sends forty thousand, or an
      *    accidental full history - so its trailer record count is
      *    held against the provider's recent daily volumes on
      *    EDUPSTF, within its EDUVTLF tolerance band, before a single
      *    data record is processed. An out-of-band feed is written
      *    to EDUHLDF and the run abends so nothing is committed; the
      *    EHLA sweep raises the EDUA alert and ops release or reject
      *    the feed on EHLD. The resubmitted job finds the release
      *    here and goes straight through. A partition is not gated:
      *    EDUSPLT gated the whole feed before it was split, and the
      *    partition's count alone would be judged against the
      *    provider's whole-day volume.
       GATE-FEED-VOLUME       section.

           IF WS-PARTITION-ID IS EQUAL TO ZERO
               PERFORM OPEN-GATE-FILES
               PERFORM CHECK-EARLIER-HOLD
               IF WS-GATE-DECIDED-NO
                   PERFORM LOOKUP-VOLUME-BAND
               END-IF
               IF WS-GATE-DECIDED-NO AND WS-BAND-FOUND-YES
                   PERFORM COUNT-FEED-VOLUME
                   IF WS-LOOKAHEAD-TRAILER-YES
                       PERFORM JUDGE-AGAINST-BAND
                   END-IF
               END-IF
               CLOSE EDUHLDF
               IF WS-VTLF-AVAILABLE-YES
                   CLOSE EDUVTLF
               END-IF
           END-IF.

      *    The held-feed file is what makes a hold stick, so it not
      *    opening stops the run; no tolerance file just means no
      *    provider is gated. A brand-new EDUHLDF is primed with OPEN
      *    OUTPUT like the registers.
       OPEN-GATE-FILES        section.

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

      *    A feed already on EDUHLDF was held by an earlier run; ops'
      *    decision on EHLD stands and the feed is not judged again.
       CHECK-EARLIER-HOLD     section.

           SET WS-GATE-DECIDED-NO TO TRUE.

           IF WS-HLDF-FRESH-YES
               CONTINUE
           ELSE
               MOVE WS-FEED-IDENTITY TO HLD-FEED-ID
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
                   DISPLAY NN 'FEED ' WS-FEED-IDENTITY
                              ' RELEASED FROM VOLUME HOLD BY '
                              HLD-DECIDED-BY ' ON ' HLD-DECIDED-DATE
               WHEN HLD-STATUS-REJECTED
                   DISPLAY NN 'FEED ' WS-FEED-IDENTITY
                              ' REJECTED ON VOLUME HOLD BY '
                              HLD-DECIDED-BY ' ON ' HLD-DECIDED-DATE
                   CLOSE EDUHLDF
                   PERFORM ABEND-BAD-FEED
               WHEN OTHER
                   DISPLAY NN 'FEED ' WS-FEED-IDENTITY
                              ' IS STILL HELD SINCE ' HLD-HELD-DATE
                              ' - RELEASE OR REJECT IT ON EHLD'
                   CLOSE EDUHLDF
                   PERFORM ABEND-HELD-FEED
           END-EVALUATE.

      *    The provider's own band, else the '*DEFAULT' one.
       LOOKUP-VOLUME-BAND     section.

           SET WS-BAND-FOUND-NO TO TRUE.

           IF WS-VTLF-AVAILABLE-YES
               MOVE WS-PROVIDER-ID TO VTL-PROVIDER-ID
               READ EDUVTLF
                   INVALID KEY
                       SET VTL-DEFAULT-BAND TO TRUE
                       READ EDUVTLF
                           INVALID KEY
                               DISPLAY NN 'NO EDUVTLF BAND FOR '
                                          WS-PROVIDER-ID
                                          ' - VOLUME GATE NOT APPLIED'
                           NOT INVALID KEY
                               SET WS-BAND-FOUND-YES TO TRUE
                       END-READ
                   NOT INVALID KEY
                       SET WS-BAND-FOUND-YES TO TRUE
               END-READ
           END-IF.

      *    The trailer is the last record, so the count it carries is
      *    only known after reading the whole feed once: read ahead
      *    to it, then reopen EDUFEED and step past the header again
      *    so processing starts where it would have. A feed with no
      *    trailer is not judged here - the processing pass abends on
      *    it with the proper envelope message.
       COUNT-FEED-VOLUME      section.

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

       LOOK-AHEAD-ONE-RECORD  section.

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

      *    Days before the run date only - a provider's second feed
      *    of the day is not judged against its first.
       JUDGE-AGAINST-BAND     section.

           MOVE VTL-SAMPLE-DAYS  TO VGQ-SAMPLE-DAYS
           MOVE VTL-MIN-SAMPLES  TO VGQ-MIN-SAMPLES
           MOVE VTL-LOW-PERCENT  TO VGQ-LOW-PERCENT
           MOVE VTL-HIGH-PERCENT TO VGQ-HIGH-PERCENT
           SET VGQ-CLEAR-HISTORY TO TRUE
           CALL 'EDUVGT' USING EDU-VOLUME-GATE-REQUEST.

           IF VGQ-RETURN-CODE IS EQUAL TO ZERO
               IF WS-PSTF-FRESH-YES
                   CONTINUE
               ELSE
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
                              WS-PROVIDER-ID
                              ' - VOLUME GATE NOT APPLIED'
               WHEN VGQ-IN-BAND
                   DISPLAY NN 'FEED VOLUME ' WS-GATE-COUNT
                              ' IN BAND ' WS-GATE-LOW ' TO '
                              WS-GATE-HIGH
               WHEN OTHER
                   PERFORM HOLD-FEED
           END-EVALUATE.

       LOAD-VOLUME-HISTORY    section.

           SET WS-PSTF-HISTORY-END-NO TO TRUE.
           MOVE WS-PROVIDER-ID TO PST-PROVIDER-ID
           MOVE ZERO           TO PST-STAT-DATE
           START EDUPSTF KEY IS NOT LESS THAN PST-RECORD-KEY
               INVALID KEY
                   SET WS-PSTF-HISTORY-END-YES TO TRUE
           END-START.

           PERFORM READ-ONE-VOLUME-DAY
               UNTIL WS-PSTF-HISTORY-END-YES.

       READ-ONE-VOLUME-DAY    section.

           READ EDUPSTF NEXT RECORD
               AT END
                   SET WS-PSTF-HISTORY-END-YES TO TRUE
           END-READ.

           IF WS-PSTF-HISTORY-END-YES OR
              WS-PSTF-STATUS IS NOT EQUAL TO '00'
               SET WS-PSTF-HISTORY-END-YES TO TRUE
           ELSE
               IF PST-PROVIDER-ID IS NOT EQUAL TO WS-PROVIDER-ID OR
                  PST-STAT-DATE IS NOT LESS THAN WS-RUN-DATE
                   SET WS-PSTF-HISTORY-END-YES TO TRUE
               ELSE
                   MOVE PST-READ-COUNT TO VGQ-DAY-VOLUME
                   SET VGQ-ADD-DAY TO TRUE
                   CALL 'EDUVGT' USING EDU-VOLUME-GATE-REQUEST
               END-IF
           END-IF.

      *    The hold record is closed away before the abend so it is
      *    on file for the EHLA sweep whatever happens to the rest.
       HOLD-FEED              section.

           MOVE SPACES             TO EDU-HELD-FEED-RECORD
           MOVE WS-FEED-IDENTITY   TO HLD-FEED-ID
           SET HLD-STATUS-HELD     TO TRUE
           MOVE 'EDUBAT1'          TO HLD-HELD-BY
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

           DISPLAY NN 'FEED ' WS-FEED-IDENTITY ' HELD - '
                      WS-GATE-COUNT ' RECORDS AGAINST AVERAGE '
                      WS-GATE-AVERAGE.
           DISPLAY NN 'BAND ' WS-GATE-LOW ' TO ' WS-GATE-HIGH
                      ' OVER ' WS-GATE-DAYS ' DAYS'.
           DISPLAY NN 'RELEASE OR REJECT IT ON EHLD, THEN RESUBMIT'.

           CLOSE EDUHLDF.
           PERFORM ABEND-HELD-FEED.

      *    The EDUPRFF validation profile, read once per run. The
      *    file being unavailable is not a reason to stop the batch:
      *    an empty table makes EDUVAL run every check, so the run

           MOVE WS-RUN-DATE TO PRO-RUN-DATE.
           MOVE ZERO        TO PRO-ENTRY-COUNT.
           SET PRO-RANGES-LIVE TO TRUE.

           OPEN INPUT EDUPRFF.
           IF WS-PRFF-STATUS IS NOT EQUAL TO '00'
               MOVE ZERO           TO PST-DUPLICATE-COUNT
               PERFORM CLEAR-ONE-STATS-CHECK
                   VARYING WS-CHECK-SUB FROM 1 BY 1
                   UNTIL WS-CHECK-SUB IS GREATER THAN 11
           END-IF.

           ADD WS-READ-COUNT       TO PST-READ-COUNT
           ADD WS-DUPLICATE-COUNT  TO PST-DUPLICATE-COUNT
           PERFORM ADD-ONE-STATS-CHECK
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB IS GREATER THAN 11.

           IF WS-PSTF-FOUND-YES
               REWRITE EDU-PROVIDER-STATS-RECORD
                      'OUTPUT FILES NOT COMMITTED'.
           CALL 'CEE3ABD' USING WS-ABEND-CODE WS-ABEND-TIMING.

       ABEND-HELD-FEED        section.

           DISPLAY NN 'FEED HELD ON VOLUME - ABENDING, '
                      'OUTPUT FILES NOT COMMITTED'.
           CALL 'CEE3ABD' USING WS-HOLD-ABEND-CODE WS-ABEND-TIMING.

      *    Same rules EDUPGM applies online, against the same shared
      *    EDUVAL subprogram, so a record is never accepted online and
      *    rejected in the batch feed (or vice versa) for the same
                                EDU-ACCOUNT-VERDICT.

           MOVE EDU-RESULT-CODE TO RESULT-CODE OF EDUFEED-RECORD
           SET WS-DUPLICATE-NO TO TRUE.
           IF WS-RESTART-YES AND EDU-OVERALL-INVALID AND
              FLG-ACCOUNT-LIMIT-FAILED
               PERFORM CHECK-RESTART-LIMIT-REPEAT
           END-IF.
           IF WS-DUPLICATE-NO
               PERFORM TALLY-CHECK-FAILURES
           END-IF.
           PERFORM LOOKUP-RESULT-TEXT.

           MOVE WS-FEED-RECLEN TO WS-OUT-RECLEN.
      *    Rejections are not registered - the repaired record must
      *    be able to come back through the resubmission feed.
           EVALUATE TRUE
               WHEN WS-DUPLICATE-YES
                   PERFORM WRITE-DUPLICATE-RECORD
               WHEN EDU-OVERALL-VALID
                   PERFORM CHECK-DUPLICATE-RECORD
                   IF WS-DUPLICATE-YES
                   PERFORM WRITE-RETURN-RECORD
           END-EVALUATE.

           PERFORM UPDATE-ACCOUNT-DAY-TOTAL.

           PERFORM WRITE-TRACE-RECORD.

           ADD 1 TO WS-SINCE-CHECKPOINT.
           IF WS-SINCE-CHECKPOINT IS GREATER THAN OR EQUAL TO
                                               WS-CHECKPOINT-INTERVAL
                   END-IF
           END-WRITE.

      *    A restart re-reads the stretch since the last checkpoint
      *    against EDUADTF totals that already hold it, so a record
      *    accepted on its first pass can now fail the daily limit
      *    on its own amount. If the limit is its only failure and
      *    its natural key is already on the register (rejections
      *    never register), the first pass accepted it: it goes to
      *    EDUDUPO as the repeat it is, not to EDUREJ and EDURTN.
      *    The register is only read here, never written.
       CHECK-RESTART-LIMIT-REPEAT section.

           MOVE EDU-FAILURE-FLAGS TO WS-FLAG-BYTES.
           MOVE ZERO TO WS-FLAG-FAIL-COUNT.
           INSPECT WS-FLAG-BYTES TALLYING WS-FLAG-FAIL-COUNT
                                  FOR ALL 'F'.

           IF WS-FLAG-FAIL-COUNT IS EQUAL TO 1 AND
              WS-DUPF-FRESH-NO
               MOVE WS-FEED-DATE TO DUP-FEED-DATE
               IF VER-LAYOUT-V2
                   MOVE V2-ACCOUNT-ID OF EDUFEED-RECORD-V2
                                       TO DUP-NATURAL-KEY(1:10)
                   MOVE V2-EFFECTIVE-DATE OF EDUFEED-RECORD-V2
                                       TO DUP-NATURAL-KEY(11:8)
               ELSE
                   MOVE NUMERIC-STRING OF EDUFEED-RECORD
                                       TO DUP-NATURAL-KEY
               END-IF
               READ EDUDUPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-DUPLICATE-YES TO TRUE
               END-READ
           END-IF.

       WRITE-DUPLICATE-RECORD section.

           MOVE EDUFEED-IMAGE TO EDUDUPO-RECORD.
               STOP RUN
           END-IF.

      *    Every data record leaves one trace of its arrival, under
      *    the same natural key the duplicate register uses. A
      *    restart re-traces the stretch since the last checkpoint
      *    under the same record numbers; EDUTRCLD keeps the first.
       WRITE-TRACE-RECORD     section.

           IF VER-LAYOUT-V2
               MOVE V2-ACCOUNT-ID OF EDUFEED-RECORD-V2
                                       TO TRC-NATURAL-KEY(1:10)
               MOVE V2-EFFECTIVE-DATE OF EDUFEED-RECORD-V2
                                       TO TRC-NATURAL-KEY(11:8)
           ELSE
               MOVE NUMERIC-STRING OF EDUFEED-RECORD
                                       TO TRC-NATURAL-KEY
           END-IF.

           MOVE WS-FEED-IDENTITY    TO TRC-FEED-ID
           MOVE WS-READ-COUNT       TO TRC-RECORD-NUMBER
           MOVE VER-LAYOUT-VERSION  TO TRC-LAYOUT-VERSION
           MOVE EDU-RESULT-CODE     TO TRC-RESULT-CODE
           MOVE WS-START-DATE       TO TRC-RUN-DATE
           MOVE WS-START-TIME       TO TRC-RUN-TIME

           EVALUATE TRUE
               WHEN WS-DUPLICATE-YES
                   SET TRC-OUTCOME-DUPLICATE TO TRUE
               WHEN EDU-OVERALL-VALID
                   SET TRC-OUTCOME-ACCEPTED  TO TRUE
               WHEN EDU-OVERALL-WARNING
                   SET TRC-OUTCOME-WARNED    TO TRUE
               WHEN OTHER
                   SET TRC-OUTCOME-REJECTED  TO TRUE
           END-EVALUATE.

           WRITE EDU-TRACE-RECORD.
           IF WS-TRCO-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'WRITE EDUTRCO FAILED, STATUS = '
                                                  WS-TRCO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The referential half of the ACCOUNT-ID validation: EDUVAL
      *    does no I/O, so the master is read here and the verdict
      *    passed in. A V1 record, or a blank ACCOUNT-ID the
           MOVE SPACE TO ACV-ACCOUNT-STATUS.
           MOVE ZERO  TO ACV-VALID-FROM.
           MOVE ZERO  TO ACV-VALID-TO.
           MOVE ZERO  TO ACV-DAILY-LIMIT.
           MOVE ZERO  TO ACV-LIMIT-TOLERANCE.
           MOVE ZERO  TO ACV-DAY-TOTAL.
           SET ACV-DAY-TOTAL-KNOWN TO TRUE.
           SET WS-ADT-FOUND-NO     TO TRUE.

           IF VER-LAYOUT-V2
               IF V2-ACCOUNT-ID OF EDUFEED-RECORD-V2
                   MOVE ACM-STATUS     TO ACV-ACCOUNT-STATUS
                   MOVE ACM-VALID-FROM TO ACV-VALID-FROM
                   MOVE ACM-VALID-TO   TO ACV-VALID-TO
                   MOVE ACM-DAILY-LIMIT     TO ACV-DAILY-LIMIT
                   MOVE ACM-LIMIT-TOLERANCE TO ACV-LIMIT-TOLERANCE
                   IF ACV-DAILY-LIMIT IS GREATER THAN ZERO
                       PERFORM READ-ACCOUNT-DAY-TOTAL
                   END-IF
           END-READ.

      *    What the account has already taken on the feed date, from
      *    earlier feeds and online EDUPGM calls alike, for EDUVAL to
      *    hold this record's amount against. No row yet is a total
      *    of zero. The row stays in the record area for
      *    UPDATE-ACCOUNT-DAY-TOTAL - nothing else reads EDUADTF in
      *    between.
       READ-ACCOUNT-DAY-TOTAL section.

           IF WS-ADTF-AVAILABLE-YES
               MOVE ACM-ACCOUNT-ID TO ADT-ACCOUNT-ID
               MOVE WS-FEED-DATE   TO ADT-TOTAL-DATE
               READ EDUADTF
                   INVALID KEY
                       MOVE ZERO TO ACV-DAY-TOTAL
                   NOT INVALID KEY
                       SET WS-ADT-FOUND-YES TO TRUE
                       MOVE ADT-DAY-TOTAL TO ACV-DAY-TOTAL
               END-READ
               IF WS-ADTF-STATUS IS NOT EQUAL TO '00' AND
                  WS-ADTF-STATUS IS NOT EQUAL TO '23'
                   DISPLAY NN 'EDUADTF READ FAILED, STATUS = '
                                                  WS-ADTF-STATUS
                   SET ACV-DAY-TOTAL-UNAVAILABLE TO TRUE
               END-IF
           ELSE
               SET ACV-DAY-TOTAL-UNAVAILABLE TO TRUE
           END-IF.

      *    An accepted record adds its amount to the account's total
      *    for the feed date; one the limit turned away only counts
      *    as a limit rejection, and a duplicate adds nothing - its
      *    first arrival already did. A total kept while the ACCTLIM
      *    check is suspended is still kept: the suspension stops the
      *    judgement, not the count.
       UPDATE-ACCOUNT-DAY-TOTAL section.

           IF ACV-LOOKUP-FOUND AND
              ACV-DAILY-LIMIT IS GREATER THAN ZERO AND
              ACV-DAY-TOTAL-KNOWN AND
              PACKED-DIGIT-WITH-COMMA OF EDUFEED-RECORD IS NUMERIC
               EVALUATE TRUE
                   WHEN WS-DUPLICATE-YES
                       CONTINUE
                   WHEN EDU-OVERALL-INVALID
                       IF FLG-ACCOUNT-LIMIT-FAILED
                           PERFORM PREPARE-DAY-TOTAL
                           ADD 1 TO ADT-REJECTED-COUNT
                           PERFORM STORE-DAY-TOTAL
                       END-IF
                   WHEN OTHER
                       PERFORM PREPARE-DAY-TOTAL
                       ADD PACKED-DIGIT-WITH-COMMA OF EDUFEED-RECORD
                                               TO ADT-DAY-TOTAL
                       ADD 1 TO ADT-RECORD-COUNT
                       IF FLG-ACCOUNT-LIMIT-WARNED
                           ADD 1 TO ADT-WARNED-COUNT
                       END-IF
                       PERFORM STORE-DAY-TOTAL
               END-EVALUATE
           END-IF.

       PREPARE-DAY-TOTAL      section.

           IF WS-ADT-FOUND-NO
               MOVE V2-ACCOUNT-ID OF EDUFEED-RECORD-V2
                                       TO ADT-ACCOUNT-ID
               MOVE WS-FEED-DATE       TO ADT-TOTAL-DATE
               MOVE ZERO               TO ADT-DAY-TOTAL
                                          ADT-RECORD-COUNT
                                          ADT-WARNED-COUNT
                                          ADT-REJECTED-COUNT
           END-IF.

           MOVE ACV-DAILY-LIMIT     TO ADT-DAILY-LIMIT.
           MOVE ACV-LIMIT-TOLERANCE TO ADT-LIMIT-TOLERANCE.
           SET ADT-LAST-FROM-BATCH  TO TRUE.

       STORE-DAY-TOTAL        section.

           IF WS-ADT-FOUND-YES
               REWRITE EDU-ACCOUNT-DAY-TOTAL-RECORD
           ELSE
               WRITE EDU-ACCOUNT-DAY-TOTAL-RECORD
           END-IF.
           IF WS-ADTF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'EDUADTF UPDATE FAILED FOR '
                          ADT-ACCOUNT-ID ', STATUS = '
                          WS-ADTF-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    One count per check that failed at error severity on this
      *    record, in EDU-FAILURE-FLAGS order - warnings and
      *    suspensions are not blamed on the provider here, only

           PERFORM TALLY-ONE-CHECK-FAILURE
               VARYING FLG-IDX FROM 1 BY 1
               UNTIL FLG-IDX IS GREATER THAN 11.

       TALLY-ONE-CHECK-FAILURE section.

           CLOSE EDUPSTF.
           CLOSE EDUDUPF.
           CLOSE EDUDUPO.
           CLOSE EDUTRCO.
           IF WS-ACMF-AVAILABLE-YES
               CLOSE EDUACMF
           END-IF.
           IF WS-ADTF-AVAILABLE-YES
               CLOSE EDUADTF
           END-IF.

      *    One run-log record per run that reaches normal end of
      *    job, opened EXTEND so the log accumulates across runs
