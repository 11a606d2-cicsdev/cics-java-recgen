      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * Reconciliation of a posting handoff against the posting        *
      * system's acknowledgement file. Every detail of the EDUPIF      *
      * handoff generation the acknowledgements answer is put on the   *
      * EDUPOIF open-items file as sent; every EDUPAK acknowledgement  *
      * is then matched to it on the item's match key within its feed  *
      * identity - NUMERIC-STRING for a V1 record, ACCOUNT-ID plus     *
      * EFFECTIVE-DATE for a V2 record, the same natural key EDUDUPF   *
      * holds.                                                         *
      *                                                                *
      *   - sent and acknowledged at the same amount: cleared, the     *
      *     item leaves EDUPOIF;                                       *
      *   - acknowledged at a different amount: AMOUNT MISMATCH;       *
      *   - acknowledged but never handed over: ACKED NOT SENT;        *
      *   - handed over and not acknowledged: SENT NOT ACKED.          *
      *                                                                *
      * The three exception kinds stay on EDUPOIF and so roll forward  *
      * from day to day, reported every run with the day they first    *
      * went open, until a later acknowledgement (or, for an           *
      * acknowledgement that came first, the late handoff) clears      *
      * them. A rerun against the same two files changes nothing:      *
      * an item already on file is not registered again.               *
      *                                                                *
      * The handoff generation is proved against its own trailer       *
      * before anything is registered; a file that does not prove      *
      * out is refused with EDUPOIF untouched. Ends RC 4 when any      *
      * item is left open.                                             *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'Reconcile posting acknowledgements against the handoff'
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "EDUACK01".
       Author.        "R. Castellano".
       DATE-WRITTEN.   15/10/2026.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-zSeries.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDUPIFI ASSIGN TO EDUPIFI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIFI-STATUS.

           SELECT EDUPAKI ASSIGN TO EDUPAKI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAKI-STATUS.

           SELECT EDUPOIF ASSIGN TO EDUPOIF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POI-KEY
               FILE STATUS IS WS-POIF-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  EDUPIFI
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 113 CHARACTERS.
           COPY EDUPIF.

       FD  EDUPAKI
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 86 CHARACTERS.
           COPY EDUPAK.

       FD  EDUPOIF
           RECORD CONTAINS 115 CHARACTERS.
           COPY EDUPOI.

       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
              05 pic x(10)   value 'EDUACK01: '.

       01 WS-VARIABLES.
           03 WS-PIFI-STATUS                  PIC X(02).
           03 WS-PAKI-STATUS                  PIC X(02).
           03 WS-POIF-STATUS                  PIC X(02).
           03 WS-MORE-RECORDS                 PIC X      VALUE 'Y'.
              88 WS-MORE-RECORDS-YES          VALUE 'Y'.
              88 WS-MORE-RECORDS-NO           VALUE 'N'.
           03 WS-HEADER-SEEN                  PIC X      VALUE 'N'.
              88 WS-HEADER-SEEN-YES           VALUE 'Y'.
           03 WS-TRAILER-SEEN                 PIC X      VALUE 'N'.
              88 WS-TRAILER-SEEN-YES          VALUE 'Y'.
           03 WS-ITEM-FOUND                   PIC X      VALUE 'N'.
              88 WS-ITEM-FOUND-YES            VALUE 'Y'.
              88 WS-ITEM-FOUND-NO             VALUE 'N'.
           03 WS-TODAY                        PIC 9(8).
           03 WS-HANDOFF-DATE                 PIC 9(8)   VALUE 0.
           03 WS-HANDOFF-IDENTITY             PIC X(24)  VALUE SPACES.
           03 WS-DETAIL-COUNT                 PIC S9(9)  COMP VALUE +0.
           03 WS-TRAILER-COUNT                PIC S9(9)  COMP VALUE +0.
           03 WS-DETAIL-AMOUNT                PIC 9(15)V9(3)
                                               VALUE 0.
           03 WS-TRAILER-AMOUNT               PIC 9(15)V9(3)
                                               VALUE 0.
           03 WS-DISPLAY-COUNT                PIC -z(8)9.
           03 WS-DISPLAY-AMOUNT               PIC z(14)9.999.

      *    Run totals for the reconciliation listing.
       01 WS-RECON-TOTALS.
           03 WS-SENT-REGISTERED              PIC S9(9)  COMP VALUE +0.
           03 WS-SENT-ALREADY                 PIC S9(9)  COMP VALUE +0.
           03 WS-SENT-CLEARED                 PIC S9(9)  COMP VALUE +0.
           03 WS-SENT-MISMATCHED              PIC S9(9)  COMP VALUE +0.
           03 WS-ACK-READ                     PIC S9(9)  COMP VALUE +0.
           03 WS-ACK-SKIPPED                  PIC S9(9)  COMP VALUE +0.
           03 WS-ACK-MATCHED                  PIC S9(9)  COMP VALUE +0.
           03 WS-ACK-CARRIED-CLEARED          PIC S9(9)  COMP VALUE +0.
           03 WS-ACK-MISMATCHED               PIC S9(9)  COMP VALUE +0.
           03 WS-ACK-NOT-SENT                 PIC S9(9)  COMP VALUE +0.
           03 WS-ACK-REPEATED                 PIC S9(9)  COMP VALUE +0.
           03 WS-OPEN-SENT                    PIC S9(9)  COMP VALUE +0.
           03 WS-OPEN-ACKED                   PIC S9(9)  COMP VALUE +0.
           03 WS-OPEN-MISMATCH                PIC S9(9)  COMP VALUE +0.
           03 WS-OPEN-CARRIED                 PIC S9(9)  COMP VALUE +0.

       01 WS-ITEM-LINE.
           03 RPT-ITEM-STATE          PIC X(16).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-ITEM-FEED           PIC X(24).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-ITEM-KEY            PIC X(18).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-ITEM-SENT           PIC z(11)9.999.
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-ITEM-POSTED         PIC z(11)9.999.
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-ITEM-OPENED         PIC 9(8).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-ITEM-REFERENCE      PIC X(16).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PROGRAM          section.
      D    DISPLAY NN 'Starting'.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM PROVE-HANDOFF-FILE.
           PERFORM OPEN-OPEN-ITEMS.
           PERFORM REGISTER-SENT-ITEMS.
           PERFORM MATCH-ACKNOWLEDGEMENTS.
           PERFORM PRINT-RECONCILIATION-REPORT.
           CLOSE EDUPOIF.

      D    DISPLAY NN 'Ending'.
           STOP RUN.

      *----------------------------------------------------------------*
      *    First pass over the handoff generation: one header, the
      *    details, one trailer whose count and amount total agree
      *    with them, all under the one feed identity. Nothing goes
      *    on EDUPOIF until the file has proved out.
      *----------------------------------------------------------------*
       PROVE-HANDOFF-FILE    section.

           PERFORM OPEN-HANDOFF-FILE.
           PERFORM PROVE-ONE-HANDOFF-RECORD
               UNTIL WS-MORE-RECORDS-NO.
           CLOSE EDUPIFI.

           IF WS-HEADER-SEEN-YES AND WS-TRAILER-SEEN-YES
               CONTINUE
           ELSE
               DISPLAY NN 'HANDOFF FILE HAS NO HEADER OR NO TRAILER'
               PERFORM REFUSE-HANDOFF-FILE
           END-IF.

           IF WS-DETAIL-COUNT IS NOT EQUAL TO WS-TRAILER-COUNT OR
              WS-DETAIL-AMOUNT IS NOT EQUAL TO WS-TRAILER-AMOUNT
               MOVE WS-DETAIL-COUNT   TO WS-DISPLAY-COUNT
               DISPLAY NN 'DETAILS READ         ' WS-DISPLAY-COUNT
               MOVE WS-TRAILER-COUNT  TO WS-DISPLAY-COUNT
               DISPLAY NN 'TRAILER COUNT        ' WS-DISPLAY-COUNT
               MOVE WS-DETAIL-AMOUNT  TO WS-DISPLAY-AMOUNT
               DISPLAY NN 'DETAIL AMOUNT        ' WS-DISPLAY-AMOUNT
               MOVE WS-TRAILER-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY NN 'TRAILER AMOUNT       ' WS-DISPLAY-AMOUNT
               PERFORM REFUSE-HANDOFF-FILE
           END-IF.

       OPEN-HANDOFF-FILE     section.

           SET WS-MORE-RECORDS-YES TO TRUE.
           OPEN INPUT EDUPIFI.
           IF WS-PIFI-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUPIFI FAILED, STATUS = '
                                                  WS-PIFI-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-HANDOFF-FILE     section.

           READ EDUPIFI.
           IF WS-PIFI-STATUS IS EQUAL TO '10'
               SET WS-MORE-RECORDS-NO TO TRUE
           ELSE
               IF WS-PIFI-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUPIFI FAILED, STATUS = '
                                                      WS-PIFI-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       PROVE-ONE-HANDOFF-RECORD section.

           PERFORM READ-HANDOFF-FILE.

           IF WS-MORE-RECORDS-YES
               EVALUATE TRUE
                   WHEN PIF-TYPE-HEADER
                       IF WS-HEADER-SEEN-YES
                           DISPLAY NN 'SECOND HEADER ON HANDOFF FILE'
                           PERFORM REFUSE-HANDOFF-FILE
                       END-IF
                       SET WS-HEADER-SEEN-YES TO TRUE
                       MOVE PIF-FEED-IDENTITY TO WS-HANDOFF-IDENTITY
                       MOVE PIF-HANDOFF-DATE  TO WS-HANDOFF-DATE
                   WHEN PIF-TYPE-DETAIL
                       ADD 1          TO WS-DETAIL-COUNT
                       ADD PIF-AMOUNT TO WS-DETAIL-AMOUNT
                   WHEN PIF-TYPE-TRAILER
                       SET WS-TRAILER-SEEN-YES TO TRUE
                       MOVE PIF-DETAIL-COUNT TO WS-TRAILER-COUNT
                       MOVE PIF-AMOUNT-TOTAL TO WS-TRAILER-AMOUNT
                   WHEN OTHER
                       DISPLAY NN 'UNKNOWN RECORD TYPE '
                                  PIF-RECORD-TYPE
                                  ' ON HANDOFF FILE'
                       PERFORM REFUSE-HANDOFF-FILE
               END-EVALUATE
               IF PIF-FEED-IDENTITY IS NOT EQUAL TO
                                           WS-HANDOFF-IDENTITY
                   DISPLAY NN 'FEED IDENTITY ' PIF-FEED-IDENTITY
                              ' DOES NOT MATCH HEADER '
                              WS-HANDOFF-IDENTITY
                   PERFORM REFUSE-HANDOFF-FILE
               END-IF
           END-IF.

       REFUSE-HANDOFF-FILE   section.

           DISPLAY NN 'HANDOFF FILE DOES NOT PROVE OUT - '
                      'NOTHING RECONCILED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    A brand-new (never loaded) EDUPOIF refuses an I-O open
      *    with status 35; opening it OUTPUT once primes it, after
      *    which the I-O open works.
       OPEN-OPEN-ITEMS       section.

           OPEN I-O EDUPOIF.
           IF WS-POIF-STATUS IS EQUAL TO '35'
               OPEN OUTPUT EDUPOIF
               CLOSE EDUPOIF
               OPEN I-O EDUPOIF
           END-IF.
           IF WS-POIF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUPOIF FAILED, STATUS = '
                                                  WS-POIF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      *    Second pass: every detail goes on EDUPOIF as sent, unless
      *    it is already there. An acknowledgement that arrived
      *    before its handoff (ACKED NOT SENT) is settled here.
      *----------------------------------------------------------------*
       REGISTER-SENT-ITEMS   section.

           PERFORM OPEN-HANDOFF-FILE.
           PERFORM REGISTER-ONE-SENT-ITEM
               UNTIL WS-MORE-RECORDS-NO.
           CLOSE EDUPIFI.

       REGISTER-ONE-SENT-ITEM section.

           PERFORM READ-HANDOFF-FILE.

           IF WS-MORE-RECORDS-YES AND PIF-TYPE-DETAIL
               MOVE PIF-MATCH-KEY     TO POI-MATCH-KEY
               MOVE PIF-FEED-IDENTITY TO POI-FEED-IDENTITY
               PERFORM READ-OPEN-ITEM
               IF WS-ITEM-FOUND-NO
                   PERFORM ADD-SENT-ITEM
               ELSE
                   IF POI-STATE-ACKED
                       MOVE PIF-AMOUNT    TO POI-SENT-AMOUNT
                       MOVE WS-HANDOFF-DATE TO POI-SENT-DATE
                       IF POI-SENT-AMOUNT IS EQUAL TO
                                              POI-POSTED-AMOUNT
                           PERFORM DELETE-OPEN-ITEM
                           ADD 1 TO WS-SENT-CLEARED
                       ELSE
                           SET POI-STATE-MISMATCH TO TRUE
                           PERFORM REWRITE-OPEN-ITEM
                           ADD 1 TO WS-SENT-MISMATCHED
                       END-IF
                   ELSE
                       ADD 1 TO WS-SENT-ALREADY
                   END-IF
               END-IF
           END-IF.

       ADD-SENT-ITEM         section.

           MOVE SPACES             TO EDU-POSTING-OPEN-ITEM.
           MOVE PIF-MATCH-KEY      TO POI-MATCH-KEY.
           MOVE PIF-FEED-IDENTITY  TO POI-FEED-IDENTITY.
           SET POI-STATE-SENT      TO TRUE.
           MOVE PIF-LAYOUT-VERSION TO POI-LAYOUT-VERSION.
           MOVE PIF-AMOUNT         TO POI-SENT-AMOUNT.
           MOVE ZERO               TO POI-POSTED-AMOUNT.
           MOVE WS-HANDOFF-DATE    TO POI-SENT-DATE.
           MOVE ZERO               TO POI-ACK-DATE.
           MOVE WS-TODAY           TO POI-OPENED-DATE.

           WRITE EDU-POSTING-OPEN-ITEM.
           IF WS-POIF-STATUS IS EQUAL TO '00'
               ADD 1 TO WS-SENT-REGISTERED
           ELSE
               DISPLAY NN 'WRITE EDUPOIF FAILED, STATUS = '
                          WS-POIF-STATUS ' KEY ' POI-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      *    The acknowledgements, one at a time, against EDUPOIF.
      *----------------------------------------------------------------*
       MATCH-ACKNOWLEDGEMENTS section.

           OPEN INPUT EDUPAKI.
           IF WS-PAKI-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUPAKI FAILED, STATUS = '
                                                  WS-PAKI-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-MORE-RECORDS-YES TO TRUE.
           PERFORM MATCH-ONE-ACKNOWLEDGEMENT
               UNTIL WS-MORE-RECORDS-NO.

           CLOSE EDUPAKI.

       MATCH-ONE-ACKNOWLEDGEMENT section.

           READ EDUPAKI.
           IF WS-PAKI-STATUS IS EQUAL TO '10'
               SET WS-MORE-RECORDS-NO TO TRUE
           ELSE
               IF WS-PAKI-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUPAKI FAILED, STATUS = '
                                                      WS-PAKI-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   IF PAK-TYPE-ACK
                       ADD 1 TO WS-ACK-READ
                       PERFORM APPLY-ONE-ACKNOWLEDGEMENT
                   ELSE
                       ADD 1 TO WS-ACK-SKIPPED
                   END-IF
               END-IF
           END-IF.

       APPLY-ONE-ACKNOWLEDGEMENT section.

           MOVE PAK-MATCH-KEY     TO POI-MATCH-KEY.
           MOVE PAK-FEED-IDENTITY TO POI-FEED-IDENTITY.
           PERFORM READ-OPEN-ITEM.

           IF WS-ITEM-FOUND-NO
               PERFORM ADD-ACKED-ITEM
           ELSE
               MOVE PAK-POSTED-AMOUNT     TO POI-POSTED-AMOUNT
               MOVE PAK-POSTING-DATE      TO POI-ACK-DATE
               MOVE PAK-POSTING-REFERENCE TO POI-POSTING-REFERENCE
               EVALUATE TRUE
                   WHEN POI-STATE-ACKED
      *                A second acknowledgement for an item still
      *                never handed over: keep the latest figures.
                       PERFORM REWRITE-OPEN-ITEM
                       ADD 1 TO WS-ACK-REPEATED
                   WHEN POI-SENT-AMOUNT IS EQUAL TO POI-POSTED-AMOUNT
                       IF POI-OPENED-DATE IS LESS THAN WS-TODAY
                           ADD 1 TO WS-ACK-CARRIED-CLEARED
                       END-IF
                       PERFORM DELETE-OPEN-ITEM
                       ADD 1 TO WS-ACK-MATCHED
                   WHEN OTHER
                       SET POI-STATE-MISMATCH TO TRUE
                       PERFORM REWRITE-OPEN-ITEM
                       ADD 1 TO WS-ACK-MISMATCHED
               END-EVALUATE
           END-IF.

       ADD-ACKED-ITEM        section.

           MOVE SPACES                TO EDU-POSTING-OPEN-ITEM.
           MOVE PAK-MATCH-KEY         TO POI-MATCH-KEY.
           MOVE PAK-FEED-IDENTITY     TO POI-FEED-IDENTITY.
           SET POI-STATE-ACKED        TO TRUE.
           MOVE PAK-LAYOUT-VERSION    TO POI-LAYOUT-VERSION.
           MOVE ZERO                  TO POI-SENT-AMOUNT.
           MOVE PAK-POSTED-AMOUNT     TO POI-POSTED-AMOUNT.
           MOVE ZERO                  TO POI-SENT-DATE.
           MOVE PAK-POSTING-DATE      TO POI-ACK-DATE.
           MOVE WS-TODAY              TO POI-OPENED-DATE.
           MOVE PAK-POSTING-REFERENCE TO POI-POSTING-REFERENCE.

           WRITE EDU-POSTING-OPEN-ITEM.
           IF WS-POIF-STATUS IS EQUAL TO '00'
               ADD 1 TO WS-ACK-NOT-SENT
           ELSE
               DISPLAY NN 'WRITE EDUPOIF FAILED, STATUS = '
                          WS-POIF-STATUS ' KEY ' POI-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      *    EDUPOIF record handling shared by both passes.
      *----------------------------------------------------------------*
       READ-OPEN-ITEM        section.

           READ EDUPOIF
               INVALID KEY
                   SET WS-ITEM-FOUND-NO  TO TRUE
               NOT INVALID KEY
                   SET WS-ITEM-FOUND-YES TO TRUE
           END-READ.

           IF WS-POIF-STATUS IS NOT EQUAL TO '00' AND
              WS-POIF-STATUS IS NOT EQUAL TO '23'
               DISPLAY NN 'READ EDUPOIF FAILED, STATUS = '
                          WS-POIF-STATUS ' KEY ' POI-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       REWRITE-OPEN-ITEM     section.

           REWRITE EDU-POSTING-OPEN-ITEM.
           IF WS-POIF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'REWRITE EDUPOIF FAILED, STATUS = '
                          WS-POIF-STATUS ' KEY ' POI-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       DELETE-OPEN-ITEM      section.

           DELETE EDUPOIF RECORD.
           IF WS-POIF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'DELETE EDUPOIF FAILED, STATUS = '
                          WS-POIF-STATUS ' KEY ' POI-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      *    The listing: the run's matching totals, then every item
      *    still open on EDUPOIF - today's and those carried from
      *    earlier days alike - with the day it first went open.
      *----------------------------------------------------------------*
       PRINT-RECONCILIATION-REPORT section.

           DISPLAY NN 'HANDOFF FEED IDENTITY    : '
                                               WS-HANDOFF-IDENTITY.
           DISPLAY NN 'HANDOFF DATE             : ' WS-HANDOFF-DATE.
           MOVE WS-DETAIL-COUNT        TO WS-DISPLAY-COUNT
           DISPLAY NN 'ITEMS HANDED OVER        : ' WS-DISPLAY-COUNT.
           MOVE WS-SENT-REGISTERED     TO WS-DISPLAY-COUNT
           DISPLAY NN '  REGISTERED AS SENT     : ' WS-DISPLAY-COUNT.
           MOVE WS-SENT-ALREADY        TO WS-DISPLAY-COUNT
           DISPLAY NN '  ALREADY ON FILE        : ' WS-DISPLAY-COUNT.
           MOVE WS-SENT-CLEARED        TO WS-DISPLAY-COUNT
           DISPLAY NN '  CLEARED AN EARLY ACK   : ' WS-DISPLAY-COUNT.
           MOVE WS-SENT-MISMATCHED     TO WS-DISPLAY-COUNT
           DISPLAY NN '  MISMATCHED EARLY ACK   : ' WS-DISPLAY-COUNT.
           MOVE WS-ACK-READ            TO WS-DISPLAY-COUNT
           DISPLAY NN 'ACKNOWLEDGEMENTS READ    : ' WS-DISPLAY-COUNT.
           MOVE WS-ACK-SKIPPED         TO WS-DISPLAY-COUNT
           DISPLAY NN '  NON-ACK RECORDS SKIPPED: ' WS-DISPLAY-COUNT.
           MOVE WS-ACK-MATCHED         TO WS-DISPLAY-COUNT
           DISPLAY NN '  MATCHED AND CLEARED    : ' WS-DISPLAY-COUNT.
           MOVE WS-ACK-CARRIED-CLEARED TO WS-DISPLAY-COUNT
           DISPLAY NN '    OF THEM CARRIED OVER : ' WS-DISPLAY-COUNT.
           MOVE WS-ACK-MISMATCHED      TO WS-DISPLAY-COUNT
           DISPLAY NN '  AMOUNT MISMATCH        : ' WS-DISPLAY-COUNT.
           MOVE WS-ACK-NOT-SENT        TO WS-DISPLAY-COUNT
           DISPLAY NN '  NOT SENT               : ' WS-DISPLAY-COUNT.
           MOVE WS-ACK-REPEATED        TO WS-DISPLAY-COUNT
           DISPLAY NN '  REPEATED, NOT SENT     : ' WS-DISPLAY-COUNT.

           DISPLAY ' '.
           DISPLAY 'OPEN POSTING ITEMS'.
           DISPLAY 'STATE            FEED IDENTITY            '
                   'MATCH KEY                SENT AMOUNT      '
                   'POSTED AMOUNT OPENED   POSTING REF'.

           SET WS-MORE-RECORDS-YES TO TRUE.
           MOVE LOW-VALUES TO POI-KEY.
           START EDUPOIF KEY IS NOT LESS THAN POI-KEY.
           IF WS-POIF-STATUS IS EQUAL TO '00'
               PERFORM PRINT-ONE-OPEN-ITEM
                   UNTIL WS-MORE-RECORDS-NO
           END-IF.

           DISPLAY ' '.
           MOVE WS-OPEN-SENT           TO WS-DISPLAY-COUNT
           DISPLAY NN 'OPEN - SENT NOT ACKED    : ' WS-DISPLAY-COUNT.
           MOVE WS-OPEN-ACKED          TO WS-DISPLAY-COUNT
           DISPLAY NN 'OPEN - ACKED NOT SENT    : ' WS-DISPLAY-COUNT.
           MOVE WS-OPEN-MISMATCH       TO WS-DISPLAY-COUNT
           DISPLAY NN 'OPEN - AMOUNT MISMATCH   : ' WS-DISPLAY-COUNT.
           MOVE WS-OPEN-CARRIED        TO WS-DISPLAY-COUNT
           DISPLAY NN 'OPEN FROM EARLIER DAYS   : ' WS-DISPLAY-COUNT.

           IF WS-OPEN-SENT     IS GREATER THAN ZERO OR
              WS-OPEN-ACKED    IS GREATER THAN ZERO OR
              WS-OPEN-MISMATCH IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       PRINT-ONE-OPEN-ITEM   section.

           READ EDUPOIF NEXT RECORD.

           IF WS-POIF-STATUS IS EQUAL TO '10'
               SET WS-MORE-RECORDS-NO TO TRUE
           ELSE
               IF WS-POIF-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUPOIF FAILED, STATUS = '
                                                      WS-POIF-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-MORE-RECORDS-NO TO TRUE
               ELSE
                   EVALUATE TRUE
                       WHEN POI-STATE-SENT
                           MOVE 'SENT NOT ACKED' TO RPT-ITEM-STATE
                           ADD 1 TO WS-OPEN-SENT
                       WHEN POI-STATE-ACKED
                           MOVE 'ACKED NOT SENT' TO RPT-ITEM-STATE
                           ADD 1 TO WS-OPEN-ACKED
                       WHEN OTHER
                           MOVE 'AMOUNT MISMATCH' TO RPT-ITEM-STATE
                           ADD 1 TO WS-OPEN-MISMATCH
                   END-EVALUATE
                   IF POI-OPENED-DATE IS LESS THAN WS-TODAY
                       ADD 1 TO WS-OPEN-CARRIED
                   END-IF
                   MOVE POI-FEED-IDENTITY     TO RPT-ITEM-FEED
                   MOVE POI-MATCH-KEY         TO RPT-ITEM-KEY
                   MOVE POI-SENT-AMOUNT       TO RPT-ITEM-SENT
                   MOVE POI-POSTED-AMOUNT     TO RPT-ITEM-POSTED
                   MOVE POI-OPENED-DATE       TO RPT-ITEM-OPENED
                   MOVE POI-POSTING-REFERENCE TO RPT-ITEM-REFERENCE
                   DISPLAY WS-ITEM-LINE
               END-IF
           END-IF.
      *----------------------------------------------------------------*
