      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.1                                           *
      *       HISTORY :                                                *
      *        15/10/26  RC  Cycle control: the handoff marks itself   *
      *                      started, then completed with the detail   *
      *                      count, on the EDUCYCF ledger under the    *
      *                      feed cycle it hands over, behind a        *
      *                      completed EDUWRND, and abends U1609       *
      *                      without writing a generation if it has    *
      *                      already run in that cycle and not been    *
      *                      reset.                                    *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * Posting handoff step. Turns the cycle's combined accepted      *
      * file - EDU.BATCH.ACCEPTED.FINAL, the clean acceptances plus    *
      * the warnings EDUWRND released - into the posting interface     *
      * file (EDUPIF layout) the posting system loads: a header, one   *
      * detail per record and a trailer, every one of them carrying    *
      * the cycle's feed identity (provider, feed date, file           *
      * sequence, partition forced to 00 so a partitioned chain hands  *
      * over as the one feed it arrived as). Each detail carries the   *
      * record's natural key as its match key - NUMERIC-STRING on a    *
      * V1 record, ACCOUNT-ID plus EFFECTIVE-DATE on a V2 record -     *
      * which posting echoes back on its acknowledgements for          *
      * EDUACK01 to reconcile, and the PACKED-DIGIT-WITH-COMMA amount. *
      *                                                                *
      * The feed identity is the one the last EDUBAT1 run recorded on  *
      * the EDURUNF run log. The records read are proved, as EDUWRND   *
      * proves its disposition, against the producing step's totals    *
      * on the same log: at least the accepted count and no more than  *
      * accepted plus warned (EDUWRND holds back what it does not      *
      * release). Anything else abends with the interface file         *
      * uncommitted - posting is never handed a short or stale file.   *
      *                                                                *
      * The handoff runs once per feed cycle, after EDUWRND has        *
      * completed in it, under the EDUCYCF cycle control ledger (see   *
      * EDUCYG): a second run would give posting a second generation   *
      * of the same records, so it needs an operator's reset in        *
      * EDUCYC01 first.                                                *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'Hand the accepted records over to posting'
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "EDUHND01".
       Author.        "R. Castellano".
       DATE-WRITTEN.   15/10/2026.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-zSeries.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDUACCI ASSIGN TO EDUACCI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCI-STATUS.

           SELECT EDUPIFO ASSIGN TO EDUPIFO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIFO-STATUS.

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
       FD  EDUACCI
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 104 TO 124 CHARACTERS
               DEPENDING ON WS-IN-RECLEN.
           COPY EDUCPY REPLACING ==DFHCOMMAREA== BY ==EDUACCI-RECORD==.
           COPY EDUCP2 REPLACING ==EDU-V2-RECORD== BY
                                 ==EDUACCI-RECORD-V2==.

       FD  EDUPIFO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 113 CHARACTERS.
           COPY EDUPIF.

       FD  EDURUNF
           RECORD CONTAINS 141 CHARACTERS.
           COPY EDURUN.

       FD  EDUCYCF
           RECORD CONTAINS 500 CHARACTERS.
           COPY EDUCYC.

       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
              05 pic x(10)   value 'EDUHND01: '.

       01 WS-VARIABLES.
           03 WS-ACCI-STATUS                  PIC X(02).
           03 WS-PIFO-STATUS                  PIC X(02).
           03 WS-RUNF-STATUS                  PIC X(02).
           03 WS-RUNF-EOF                     PIC X      VALUE 'N'.
              88 WS-RUNF-EOF-YES              VALUE 'Y'.
           03 WS-TOTALS-FOUND                 PIC X      VALUE 'N'.
              88 WS-TOTALS-FOUND-YES          VALUE 'Y'.
           03 WS-IDENTITY-FOUND               PIC X      VALUE 'N'.
              88 WS-IDENTITY-FOUND-YES        VALUE 'Y'.
           03 WS-MORE-RECORDS                 PIC X      VALUE 'Y'.
              88 WS-MORE-RECORDS-YES          VALUE 'Y'.
              88 WS-MORE-RECORDS-NO           VALUE 'N'.
           03 WS-IN-RECLEN                    PIC 9(4)   COMP.
           03 WS-FEED-IDENTITY                PIC X(24).
           03 WS-HANDOFF-DATE                 PIC 9(8).
           03 WS-TIME-RAW                     PIC X(8).
           03 WS-HANDED-COUNT                 PIC S9(9)  COMP VALUE +0.
           03 WS-V1-COUNT                     PIC S9(9)  COMP VALUE +0.
           03 WS-V2-COUNT                     PIC S9(9)  COMP VALUE +0.
           03 WS-NO-AMOUNT-COUNT              PIC S9(9)  COMP VALUE +0.
           03 WS-EXPECTED-ACCEPTED            PIC S9(9)  COMP.
           03 WS-EXPECTED-WARNED              PIC S9(9)  COMP.
           03 WS-EXPECTED-CEILING             PIC S9(9)  COMP.
           03 WS-AMOUNT-TOTAL                 PIC 9(15)V9(3)
                                               VALUE 0.
      *    Running hash total folded below the trailer modulus by the
      *    same rule EDUBAT1 applies to an inbound feed.
           03 WS-HASH-NUMERIC                 PIC 9(17)  COMP-3
                                               VALUE 0.
           03 WS-HASH-NUM-PART                PIC 9(16).
           03 WS-DISPLAY-COUNT                PIC -z(8)9.
           03 WS-DISPLAY-AMOUNT               PIC z(14)9.999.
           03 WS-ABEND-CODE                   PIC S9(9)  COMP
                                               VALUE +1608.
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

           COPY EDUCYQ.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PROGRAM          section.
      D    DISPLAY NN 'Starting'.

           PERFORM TAKE-PRODUCER-TOTALS.
           PERFORM BEGIN-CYCLE-STEP.
           PERFORM OPEN-ALL-FILES.
           PERFORM WRITE-HANDOFF-HEADER.
           PERFORM HAND-OVER-RECORDS.
           PERFORM VERIFY-HANDOFF-COUNTS.
           PERFORM WRITE-HANDOFF-TRAILER.
           PERFORM CLOSE-ALL-FILES.
           PERFORM PRINT-HANDOFF-REPORT.
           PERFORM END-CYCLE-STEP.

      D    DISPLAY NN 'Ending'.
           STOP RUN.

      *    The feed identity and the independent side of the count
      *    proof both come off the EDURUNF run log. The identity is
      *    the last EDUBAT1 record's (EDUMRG records none of its own;
      *    a partitioned chain's EDUBAT1 records carry the feed with
      *    their partition number, put back to 00 below). The totals
      *    are the last EDUBAT1 or EDUMRG record's, exactly the pair
      *    EDUWRND proved its combined file against; that record's
      *    start date is the run date of the feed cycle.
       TAKE-PRODUCER-TOTALS  section.

           OPEN INPUT EDURUNF.
           IF WS-RUNF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDURUNF FAILED, STATUS = '
                                                  WS-RUNF-STATUS
               DISPLAY NN 'NO FEED IDENTITY TO HAND OVER UNDER'
               PERFORM ABEND-BAD-HANDOFF
           END-IF.

           PERFORM TAKE-ONE-RUN-RECORD
               UNTIL WS-RUNF-EOF-YES.

           CLOSE EDURUNF.

           IF WS-TOTALS-FOUND-YES AND WS-IDENTITY-FOUND-YES
               CONTINUE
           ELSE
               DISPLAY NN 'NO EDUBAT1/EDUMRG RECORD ON EDURUNF - '
                          'NO FEED IDENTITY OR TOTALS TO PROVE '
                          'AGAINST'
               PERFORM ABEND-BAD-HANDOFF
           END-IF.

           MOVE '00' TO WS-FEED-IDENTITY(23:2).
           MOVE WS-FEED-IDENTITY TO WS-CYCLE-IDENTITY.
           COMPUTE WS-EXPECTED-CEILING = WS-EXPECTED-ACCEPTED
                                       + WS-EXPECTED-WARNED.

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
                   MOVE RUN-ACCEPTED-COUNT TO WS-EXPECTED-ACCEPTED
                   MOVE RUN-WARNED-COUNT   TO WS-EXPECTED-WARNED
                   MOVE RUN-START-DATE     TO WS-CYCLE-RUN-DATE
                   SET WS-TOTALS-FOUND-YES TO TRUE
               END-IF
               IF RUN-PROGRAM-ID IS EQUAL TO 'EDUBAT1 ' AND
                  RUN-FEED-IDENTITY IS NOT EQUAL TO SPACES
                   MOVE RUN-FEED-IDENTITY  TO WS-FEED-IDENTITY
                   SET WS-IDENTITY-FOUND-YES TO TRUE
               END-IF
           END-IF.

       OPEN-ALL-FILES        section.

           OPEN INPUT  EDUACCI.
           IF WS-ACCI-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUACCI FAILED, STATUS = '
                                                  WS-ACCI-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EDUPIFO.
           IF WS-PIFO-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUPIFO FAILED, STATUS = '
                                                  WS-PIFO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-HANDOFF-HEADER  section.

           ACCEPT WS-HANDOFF-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW     FROM TIME.

           MOVE SPACES             TO EDU-POSTING-RECORD.
           SET PIF-TYPE-HEADER     TO TRUE.
           MOVE WS-FEED-IDENTITY   TO PIF-FEED-IDENTITY.
           MOVE WS-HANDOFF-DATE    TO PIF-HANDOFF-DATE.
           MOVE WS-TIME-RAW(1:6)   TO PIF-HANDOFF-TIME.
           MOVE 'EDU     '         TO PIF-SENDING-SYSTEM.
           PERFORM WRITE-POSTING-RECORD.

       HAND-OVER-RECORDS     section.

           PERFORM HAND-OVER-ONE-RECORD
               UNTIL WS-MORE-RECORDS-NO.

       HAND-OVER-ONE-RECORD  section.

           READ EDUACCI.
           IF WS-ACCI-STATUS IS EQUAL TO '10'
               SET WS-MORE-RECORDS-NO TO TRUE
           ELSE
               IF WS-ACCI-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUACCI FAILED, STATUS = '
                                                      WS-ACCI-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM BUILD-POSTING-DETAIL
                   PERFORM WRITE-POSTING-RECORD
                   PERFORM ADD-TO-HANDOFF-TOTALS
               END-IF
           END-IF.

      *    Same natural key the EDUDUPF duplicate register uses: the
      *    record length says which layout the record carries.
       BUILD-POSTING-DETAIL  section.

           ADD 1 TO WS-HANDED-COUNT.

           MOVE SPACES             TO EDU-POSTING-RECORD.
           SET PIF-TYPE-DETAIL     TO TRUE.
           MOVE WS-FEED-IDENTITY   TO PIF-FEED-IDENTITY.
           MOVE WS-HANDED-COUNT    TO PIF-ITEM-SEQUENCE.
           MOVE NUMERIC-STRING OF EDUACCI-RECORD
                                   TO PIF-NUMERIC-STRING.
           MOVE RESULT-CODE OF EDUACCI-RECORD
                                   TO PIF-RESULT-CODE.

           IF WS-IN-RECLEN IS EQUAL TO
                              LENGTH OF EDUACCI-RECORD-V2
               SET PIF-LAYOUT-V2   TO TRUE
               MOVE V2-ACCOUNT-ID OF EDUACCI-RECORD-V2
                                   TO PIF-ACCOUNT-ID
               MOVE V2-EFFECTIVE-DATE OF EDUACCI-RECORD-V2
                                   TO PIF-EFFECTIVE-DATE
               MOVE V2-ACCOUNT-ID OF EDUACCI-RECORD-V2
                                   TO PIF-MATCH-KEY(1:10)
               MOVE V2-EFFECTIVE-DATE OF EDUACCI-RECORD-V2
                                   TO PIF-MATCH-KEY(11:8)
               ADD 1 TO WS-V2-COUNT
           ELSE
               SET PIF-LAYOUT-V1   TO TRUE
               MOVE ZERO           TO PIF-EFFECTIVE-DATE
               MOVE NUMERIC-STRING OF EDUACCI-RECORD
                                   TO PIF-MATCH-KEY
               ADD 1 TO WS-V1-COUNT
           END-IF.

      *    A record only reaches here with its amount validated,
      *    unless the PKDCOMMA check was suspended on ECFM for the
      *    run; an unreadable amount goes over as zero and is
      *    counted on the listing rather than abending the handoff.
           IF PACKED-DIGIT-WITH-COMMA OF EDUACCI-RECORD IS NUMERIC
               MOVE PACKED-DIGIT-WITH-COMMA OF EDUACCI-RECORD
                                   TO PIF-AMOUNT
           ELSE
               MOVE ZERO           TO PIF-AMOUNT
               ADD 1 TO WS-NO-AMOUNT-COUNT
           END-IF.

       ADD-TO-HANDOFF-TOTALS section.

           ADD PIF-AMOUNT TO WS-AMOUNT-TOTAL.

           IF PIF-NUMERIC-STRING IS NUMERIC
               MOVE PIF-NUMERIC-STRING(3:16) TO WS-HASH-NUM-PART
               ADD WS-HASH-NUM-PART TO WS-HASH-NUMERIC
               IF WS-HASH-NUMERIC IS GREATER THAN OR EQUAL TO
                                           10000000000000000
                   SUBTRACT 10000000000000000 FROM WS-HASH-NUMERIC
               END-IF
           END-IF.

      *    The records handed over must be the records the producing
      *    step passed: every clean acceptance, plus whichever of
      *    the warnings EDUWRND released. Fewer than the accepted
      *    count, or more than accepted plus warned, means a short
      *    or foreign EDUACCI and the handoff is not delivered.
       VERIFY-HANDOFF-COUNTS section.

           IF WS-HANDED-COUNT IS LESS THAN WS-EXPECTED-ACCEPTED OR
              WS-HANDED-COUNT IS GREATER THAN WS-EXPECTED-CEILING
               MOVE WS-HANDED-COUNT      TO WS-DISPLAY-COUNT
               DISPLAY NN 'RECORDS READ         ' WS-DISPLAY-COUNT
               MOVE WS-EXPECTED-ACCEPTED TO WS-DISPLAY-COUNT
               DISPLAY NN 'PRODUCER ACCEPTED    ' WS-DISPLAY-COUNT
               MOVE WS-EXPECTED-CEILING  TO WS-DISPLAY-COUNT
               DISPLAY NN 'ACCEPTED PLUS WARNED ' WS-DISPLAY-COUNT
               PERFORM ABEND-BAD-HANDOFF
           END-IF.

       WRITE-HANDOFF-TRAILER section.

           MOVE SPACES             TO EDU-POSTING-RECORD.
           SET PIF-TYPE-TRAILER    TO TRUE.
           MOVE WS-FEED-IDENTITY   TO PIF-FEED-IDENTITY.
           MOVE WS-HANDED-COUNT    TO PIF-DETAIL-COUNT.
           MOVE WS-AMOUNT-TOTAL    TO PIF-AMOUNT-TOTAL.
           MOVE WS-HASH-NUMERIC    TO PIF-HASH-NUMERIC.
           PERFORM WRITE-POSTING-RECORD.

       WRITE-POSTING-RECORD  section.

           WRITE EDU-POSTING-RECORD.
           IF WS-PIFO-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'WRITE EDUPIFO FAILED, STATUS = '
                                                  WS-PIFO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ABEND-BAD-HANDOFF     section.

           DISPLAY NN 'HANDOFF FAILED - ABENDING, '
                      'INTERFACE FILE NOT COMMITTED'.
           CALL 'CEE3ABD' USING WS-ABEND-CODE WS-ABEND-TIMING.

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
           MOVE 'EDUHND01'        TO CYQ-PROGRAM-ID.
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

      *    What the ledger keeps for the step: the detail records
      *    handed to posting, and how many went over with no amount.
       TAKE-CYCLE-OUTCOME    section.

           SET CYQ-OUTCOME-COMPLETE TO TRUE.
           MOVE WS-HANDED-COUNT    TO CYQ-OUTPUT-COUNT(1).
           MOVE WS-NO-AMOUNT-COUNT TO CYQ-OUTPUT-COUNT(2).
           MOVE ZERO               TO CYQ-OUTPUT-COUNT(3).

       CLOSE-ALL-FILES       section.

           CLOSE EDUACCI.
           CLOSE EDUPIFO.

       PRINT-HANDOFF-REPORT  section.

           DISPLAY NN 'FEED IDENTITY        : ' WS-FEED-IDENTITY.
           MOVE WS-HANDED-COUNT      TO WS-DISPLAY-COUNT
           DISPLAY NN 'RECORDS HANDED OVER  : ' WS-DISPLAY-COUNT.
           MOVE WS-V1-COUNT          TO WS-DISPLAY-COUNT
           DISPLAY NN '  V1 LAYOUT          : ' WS-DISPLAY-COUNT.
           MOVE WS-V2-COUNT          TO WS-DISPLAY-COUNT
           DISPLAY NN '  V2 LAYOUT          : ' WS-DISPLAY-COUNT.
           MOVE WS-AMOUNT-TOTAL      TO WS-DISPLAY-AMOUNT
           DISPLAY NN 'AMOUNT TOTAL         : ' WS-DISPLAY-AMOUNT.

           IF WS-NO-AMOUNT-COUNT IS GREATER THAN ZERO
               MOVE WS-NO-AMOUNT-COUNT TO WS-DISPLAY-COUNT
               DISPLAY NN 'AMOUNT UNREADABLE    : ' WS-DISPLAY-COUNT
                          ' (HANDED OVER AS ZERO)'
               MOVE 4 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
