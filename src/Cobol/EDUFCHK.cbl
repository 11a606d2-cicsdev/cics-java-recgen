      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  02 / 09 / 2026                                *
      *       VERSION :  1.1                                           *
      *       HISTORY :                                                *
      *        15/10/26  Business-day calendar: a provider due today   *
      *                  whose EDUCALF region has a holiday today is   *
      *                  reported HOLIDAY, not MISSING, and raises no  *
      *                  alert. The day after a weekend or holiday a   *
      *                  feed dated the last business day and          *
      *                  processed today counts as received.           *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * the batch window closes instead of the next morning, when      *
      * the posting totals come up thin.                               *
      *                                                                *
      * A provider whose EDUCALF calendar region keeps a holiday       *
      * today is not due (reported HOLIDAY); the morning after a       *
      * weekend or holiday, a feed dated the last business day that    *
      * EDUBAT1 processed today counts as received.                    *
      *                                                                *
      * Start EFCK from ops automation at (or just after) the last     *
      * scheduled cutoff; running it earlier simply reports the        *
      * not-yet-due providers as PENDING.                              *
                                               VALUE +0.
           03 WS-PENDING-COUNT                PIC S9(4)  COMP
                                               VALUE +0.
           03 WS-HOLIDAY-COUNT                PIC S9(4)  COMP
                                               VALUE +0.
      *    The region whose calendar is in EDU-CALENDAR-TABLE, so a
      *    run of providers in one region reads it only once.
           03 WS-PROVIDER-REGION              PIC X(2).
           03 WS-LOADED-REGION                PIC X(2)   VALUE SPACES.
           03 WS-MORE-CALENDAR                PIC X      VALUE 'Y'.
              88 WS-MORE-CALENDAR-YES         VALUE 'Y'.
              88 WS-MORE-CALENDAR-NO          VALUE 'N'.
           03 WS-CALENDAR-KEY.
              05 WS-CLK-REGION                PIC X(2).
              05 WS-CLK-DATE                  PIC 9(8).
           03 WS-HOLIDAY-TODAY                PIC X      VALUE 'N'.
              88 WS-HOLIDAY-TODAY-YES         VALUE 'Y'.
              88 WS-HOLIDAY-TODAY-NO          VALUE 'N'.
           03 WS-MORE-REGISTRATIONS           PIC X      VALUE 'Y'.
              88 WS-MORE-REGISTRATIONS-YES    VALUE 'Y'.
              88 WS-MORE-REGISTRATIONS-NO     VALUE 'N'.
           03 WS-SCHEDULE-KEY                 PIC X(8).
      *    The provider/date half of the EDUFIDF key, read GENERIC
      *    so any sequence or partition registered today counts.
              05 WS-RGK-DATE                  PIC X(8).
              05 WS-RGK-SEQUENCE              PIC X(6).
              05 WS-RGK-PARTITION             PIC X(2).
           03 WS-PRIOR-BUSINESS-DATE          PIC X(8).

       01 WS-PROVIDER-LINE.
           03 FILLER                  PIC X(9)

           COPY EDUALR.

           COPY EDUCAL.

           COPY EDUCLN.

           COPY EDUBDQ.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PROGRAM          section.
               SET WS-MORE-PROVIDERS-NO TO TRUE
           ELSE
               IF SCH-EXPECTED-DAY(WS-DAY-INDEX) IS EQUAL TO 'Y'
                   PERFORM ESTABLISH-PROVIDER-CALENDAR
                   PERFORM DECIDE-HOLIDAY-TODAY
                   IF WS-HOLIDAY-TODAY-YES
                       PERFORM REPORT-PROVIDER-HOLIDAY
                   ELSE
                       PERFORM JUDGE-ONE-PROVIDER
                   END-IF
               END-IF
           END-IF.

      *    A blank region follows the house calendar. The table is
      *    only reloaded when the region changes from the provider
      *    before; EDUCALF being unavailable leaves it empty, which
      *    is the plain weekday rule - the check before the
      *    calendar existed.
       ESTABLISH-PROVIDER-CALENDAR section.

           IF SCH-REGION-ID IS EQUAL TO SPACES OR LOW-VALUES
               MOVE 'HQ' TO WS-PROVIDER-REGION
           ELSE
               MOVE SCH-REGION-ID TO WS-PROVIDER-REGION
           END-IF.

           IF WS-PROVIDER-REGION IS NOT EQUAL TO WS-LOADED-REGION
               PERFORM LOAD-REGION-CALENDAR
           END-IF.

       LOAD-REGION-CALENDAR  section.

           MOVE WS-PROVIDER-REGION TO WS-LOADED-REGION
                                      CLN-REGION-ID.
           MOVE ZERO               TO CLN-ENTRY-COUNT.
           MOVE WS-PROVIDER-REGION TO WS-CLK-REGION.
           MOVE ZERO               TO WS-CLK-DATE.
           SET WS-MORE-CALENDAR-YES TO TRUE.

           EXEC CICS STARTBR FILE('EDUCALF')
                     RIDFLD(WS-CALENDAR-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               PERFORM READ-ONE-CALENDAR-ENTRY
                   UNTIL WS-MORE-CALENDAR-NO
               EXEC CICS ENDBR FILE('EDUCALF')
                         RESP(WS-RESP)
               END-EXEC
           ELSE
               IF WS-RESP IS NOT EQUAL TO DFHRESP(NOTFND)
                   DISPLAY NN 'EDUCALF NOT AVAILABLE - WEEKDAY '
                              'RULE ONLY FOR REGION '
                              WS-PROVIDER-REGION
               END-IF
           END-IF.

       READ-ONE-CALENDAR-ENTRY section.

           EXEC CICS READNEXT FILE('EDUCALF')
                     INTO(EDU-CALENDAR-RECORD)
                     RIDFLD(WS-CALENDAR-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              CAL-REGION-ID IS NOT EQUAL TO WS-PROVIDER-REGION
               SET WS-MORE-CALENDAR-NO TO TRUE
           ELSE
               IF CLN-ENTRY-COUNT IS LESS THAN 500
                   ADD 1 TO CLN-ENTRY-COUNT
                   MOVE CAL-DATE     TO CLN-DATE(CLN-ENTRY-COUNT)
                   MOVE CAL-DAY-TYPE TO CLN-DAY-TYPE(CLN-ENTRY-COUNT)
               END-IF
           END-IF.

      *    Weekends stay the schedule's business (a provider due on
      *    Saturday is due every Saturday); what the calendar adds
      *    is the weekday holiday, on which nobody is due.
       DECIDE-HOLIDAY-TODAY  section.

           SET WS-HOLIDAY-TODAY-NO TO TRUE.

           SET BDQ-CHECK-DAY TO TRUE.
           MOVE WS-TODAY     TO BDQ-FROM-DATE.
           CALL "EDUBDAY" USING EDU-CALENDAR-TABLE
                                EDU-BUSINESS-DAY-REQUEST.

           IF BDQ-RETURN-CODE IS EQUAL TO ZERO AND
              BDQ-NOT-BUSINESS-DAY AND
              BDQ-DAY-OF-WEEK IS LESS THAN 6
               SET WS-HOLIDAY-TODAY-YES TO TRUE
           END-IF.

       REPORT-PROVIDER-HOLIDAY section.

           MOVE SCH-PROVIDER-ID  TO RPT-PROVIDER
           MOVE SCH-CUTOFF-TIME  TO RPT-CUTOFF
           MOVE 'HOLIDAY'        TO RPT-VERDICT
           ADD 1 TO WS-HOLIDAY-COUNT

           DISPLAY WS-PROVIDER-LINE.

       JUDGE-ONE-PROVIDER    section.

           MOVE SCH-PROVIDER-ID  TO RPT-PROVIDER
           MOVE SCH-CUTOFF-TIME  TO WS-CUTOFF-CHAR

           PERFORM LOOK-UP-REGISTRATION.
           IF WS-REGISTERED-NO
               PERFORM LOOK-UP-PRIOR-DAY-FEED
           END-IF.

           EVALUATE TRUE
               WHEN WS-REGISTERED-YES AND
               END-IF
           END-IF.

      *    The morning after a weekend or holiday the provider's
      *    feed carries the last business day's date, which EDUBAT1
      *    accepts; it is registered under that date, so it is
      *    looked for there. Only a registration PROCESSED today
      *    counts - the one under the same date from that day's own
      *    run does not.
       LOOK-UP-PRIOR-DAY-FEED section.

           SET BDQ-PRIOR-BUSINESS-DAY TO TRUE.
           MOVE WS-TODAY     TO BDQ-FROM-DATE.
           CALL "EDUBDAY" USING EDU-CALENDAR-TABLE
                                EDU-BUSINESS-DAY-REQUEST.

           IF BDQ-RETURN-CODE IS EQUAL TO ZERO AND
              BDQ-CALENDAR-DAYS IS GREATER THAN 1
               MOVE BDQ-RESULT-DATE TO WS-PRIOR-BUSINESS-DATE
               MOVE SCH-PROVIDER-ID TO WS-RGK-PROVIDER
               MOVE WS-PRIOR-BUSINESS-DATE TO WS-RGK-DATE
               MOVE ZEROES          TO WS-RGK-SEQUENCE
               MOVE ZEROES          TO WS-RGK-PARTITION
               SET WS-MORE-REGISTRATIONS-YES TO TRUE

               EXEC CICS STARTBR FILE('EDUFIDF')
                         RIDFLD(WS-REGISTER-KEY)
                         GTEQ
                         RESP(WS-RESP)
               END-EXEC

               IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                   PERFORM READ-ONE-PRIOR-DAY-ENTRY
                       UNTIL WS-MORE-REGISTRATIONS-NO
                   EXEC CICS ENDBR FILE('EDUFIDF')
                             RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF.

       READ-ONE-PRIOR-DAY-ENTRY section.

           EXEC CICS READNEXT FILE('EDUFIDF')
                     INTO(EDU-FEED-REGISTER-RECORD)
                     RIDFLD(WS-REGISTER-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              FID-PROVIDER-ID IS NOT EQUAL TO SCH-PROVIDER-ID OR
              FID-FEED-DATE IS NOT EQUAL TO WS-PRIOR-BUSINESS-DATE
               SET WS-MORE-REGISTRATIONS-NO TO TRUE
           ELSE
               IF FID-PROCESSED-DATE IS EQUAL TO WS-TODAY
                   SET WS-REGISTERED-YES TO TRUE
                   SET WS-MORE-REGISTRATIONS-NO TO TRUE
               END-IF
           END-IF.

      *    Same two-way delivery as EDUALRT's surge alerts: a
      *    console line for the human on shift and an EDUALR record
      *    on the EDUA queue for the ops automation to chase the
           DISPLAY NN 'RECEIVED ' WS-RECEIVED-COUNT
                      ' LATE '    WS-LATE-COUNT
                      ' MISSING ' WS-MISSING-COUNT
                      ' PENDING ' WS-PENDING-COUNT
                      ' HOLIDAY ' WS-HOLIDAY-COUNT.
      *----------------------------------------------------------------*
