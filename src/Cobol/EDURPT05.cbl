      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  02 / 09 / 2026                                *
      *       VERSION :  1.1                                           *
      *       HISTORY :                                                *
      *        15/10/26  Ages and turnaround are counted in business   *
      *                  days on the house ('HQ') EDUCALF calendar     *
      *                  through EDUBDAY, so a long weekend no longer  *
      *                  makes the repair desk look late. Without the  *
      *                  calendar, weekends alone are left out.        *
      *        15/10/26  EDURJF grew 178 to 196 (natural key for       *
      *                  the ETRC trace inquiry); no logic change.     *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * questions every ops review asks, answered from data:           *
      *                                                                *
      *   - open ('R') rejects by age band (0-1, 2-7, 8-30, over 30   *
      *     business days since load) and the age of the oldest one;   *
      *   - average repair turnaround in business days, from load to   *
      *     the operator's correction, over every record that reached  *
      *     'C' or 'X';                                                *
      *   - the bounced repairs: records EDUREJLD linked to an         *
      *     earlier extracted life because the resubmitted repair      *
      *     rejected again, listed with both keys, the trip count      *
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RJF-KEY
               FILE STATUS IS WS-REJF-STATUS.

           SELECT EDUCALF ASSIGN TO EDUCALF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CALF-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  EDUREJF
           RECORD CONTAINS 196 CHARACTERS.
           COPY EDURJF.

       FD  EDUCALF
           RECORD CONTAINS 31 CHARACTERS.
           COPY EDUCAL.

       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.

       01 WS-VARIABLES.
           03 WS-REJF-STATUS                  PIC X(02).
           03 WS-CALF-STATUS                  PIC X(02).
           03 WS-CALF-EOF                     PIC X      VALUE 'N'.
              88 WS-CALF-EOF-YES              VALUE 'Y'.
           03 WS-MORE-RECORDS                 PIC X     VALUE 'Y'.
              88 WS-MORE-RECORDS-YES          VALUE 'Y'.
              88 WS-MORE-RECORDS-NO           VALUE 'N'.
           03 WS-TODAY                        PIC 9(8).
           03 WS-AGE-DAYS                     PIC S9(8) COMP.
           03 WS-OLDEST-AGE                   PIC S9(8) COMP
                                               VALUE +0.
           03 WS-DISPLAY-COUNT                PIC -z(7)9.
           03 WS-DISPLAY-AVG                  PIC -(5)9.9.

       01 WS-AGE-BANDS.
           03 WS-BAND-0-1                     PIC S9(8) COMP
                                               VALUE +0.
           03 WS-BAND-OVER-30                 PIC S9(8) COMP
                                               VALUE +0.

           COPY EDUCLN.

           COPY EDUBDQ.

      *    View over the rejected image for the NEW rejection reason
      *    on the bounce list.
      D    DISPLAY NN 'Starting'.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-BUSINESS-CALENDAR.

           PERFORM OPEN-REPAIR-FILE.
           DISPLAY 'EDUREJF AGING AND DISPOSITION REPORT FOR '
           ADD 1 TO WS-OPEN-COUNT.

           IF RJF-LOADED-DATE IS GREATER THAN ZERO
               MOVE RJF-LOADED-DATE TO BDQ-FROM-DATE
               MOVE WS-TODAY        TO BDQ-TO-DATE
               PERFORM COUNT-BUSINESS-DAYS
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.

       TALLY-ONE-TURNAROUND  section.

           MOVE RJF-LOADED-DATE    TO BDQ-FROM-DATE.
           MOVE RJF-CORRECTED-DATE TO BDQ-TO-DATE.
           PERFORM COUNT-BUSINESS-DAYS.

           ADD WS-AGE-DAYS TO WS-TURNAROUND-SUM.
           ADD 1           TO WS-TURNAROUND-COUNT.


           DISPLAY WS-BOUNCE-LINE.

      *    Business days after BDQ-FROM-DATE up to and including
      *    BDQ-TO-DATE: loaded Friday and still open on Monday is one
      *    business day old, whatever the weekend held. A date
      *    EDUBDAY cannot read ages as zero.
       COUNT-BUSINESS-DAYS   section.

           SET BDQ-COUNT-BUSINESS-DAYS TO TRUE.
           CALL "EDUBDAY" USING EDU-CALENDAR-TABLE
                                EDU-BUSINESS-DAY-REQUEST.

           IF BDQ-RETURN-CODE IS EQUAL TO ZERO
               MOVE BDQ-DAY-COUNT TO WS-AGE-DAYS
           ELSE
               MOVE ZERO          TO WS-AGE-DAYS
           END-IF.

      *    The repair desk works to the house calendar. EDUCALF
      *    being unavailable is not a reason to stop the report: an
      *    empty table still leaves weekends out of the ages.
       LOAD-BUSINESS-CALENDAR section.

           MOVE 'HQ' TO CLN-REGION-ID.
           MOVE ZERO TO CLN-ENTRY-COUNT.

           OPEN INPUT EDUCALF.
           IF WS-CALF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'EDUCALF NOT AVAILABLE, STATUS = '
                          WS-CALF-STATUS ' - WEEKENDS ONLY EXCLUDED'
           ELSE
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
       PRINT-AGING-SUMMARY   section.

           DISPLAY ' '.
           DISPLAY 'OPEN REJECTS BY AGE BAND (BUSINESS DAYS, '
                   'REGION ' CLN-REGION-ID ')'.
           MOVE WS-BAND-0-1     TO WS-DISPLAY-COUNT
           DISPLAY '  0 -  1 DAYS : ' WS-DISPLAY-COUNT.
           MOVE WS-BAND-2-7     TO WS-DISPLAY-COUNT
           DISPLAY '  OPEN TOTAL  : ' WS-DISPLAY-COUNT.
           MOVE WS-OLDEST-AGE   TO WS-DISPLAY-COUNT
           DISPLAY '  OLDEST OPEN REJECT IS ' WS-DISPLAY-COUNT
                   ' BUSINESS DAYS OLD'.
           DISPLAY ' '.

           IF WS-TURNAROUND-COUNT IS GREATER THAN ZERO
               MOVE WS-TURNAROUND-COUNT TO WS-DISPLAY-COUNT
               DISPLAY 'REPAIRS COMPLETED        : '
                                              WS-DISPLAY-COUNT
               DISPLAY 'AVERAGE TURNAROUND BDAYS : '
                                              WS-DISPLAY-AVG
           ELSE
               DISPLAY 'NO COMPLETED REPAIRS TO AVERAGE'
