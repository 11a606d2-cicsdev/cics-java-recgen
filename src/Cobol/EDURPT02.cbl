      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  22 / 08 / 2026                                *
      *       VERSION :  1.1                                           *
      *       HISTORY :                                                *
      *        15/10/26  Compared in business days on the house        *
      *                  ('HQ') EDUCALF calendar through EDUBDAY: the  *
      *                  Nth business day of the month lines up with   *
      *                  the Nth of the prior month, weekend and       *
      *                  holiday volume gets its own line, and each    *
      *                  month shows its business-day count and        *
      *                  average volume per business day.              *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * Monthly trend report from the EDUHISTF history file the        *
      * EDUARC01 end-of-day archive job maintains. For the report      *
      * month (PARM='YYYYMM', or the current month when no PARM is     *
      * given) it lists, business day by business day, the processed   *
      * volume, the rejected count and the reject rate, next to the    *
      * same business day of the prior month (the first Monday of a    *
      * month is not compared with a Sunday) - the comparison ops used *
      * to eyeball from a binder of old EDURPT01 listings. Only the    *
      * per-terminal ('T') summary records are totalled; the per-code  *
      * ('C') records cover the same volumes a second way and would    *
      * double-count.                                                  *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'Month-over-month volume and reject-rate trend report'
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-RECORD-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT EDUCALF ASSIGN TO EDUCALF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CALF-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
           RECORD CONTAINS 39 CHARACTERS.
           COPY EDUHST.

       FD  EDUCALF
           RECORD CONTAINS 31 CHARACTERS.
           COPY EDUCAL.

       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.

       01 WS-VARIABLES.
           03 WS-HIST-STATUS                  PIC X(02).
           03 WS-CALF-STATUS                  PIC X(02).
           03 WS-CALF-EOF                     PIC X      VALUE 'N'.
              88 WS-CALF-EOF-YES              VALUE 'Y'.
           03 WS-MORE-RECORDS                 PIC X     VALUE 'Y'.
              88 WS-MORE-RECORDS-YES          VALUE 'Y'.
              88 WS-MORE-RECORDS-NO           VALUE 'N'.
           03 WS-MONTH-PARTS.
              05 WS-MP-YEAR                   PIC 9(4).
              05 WS-MP-MONTH                  PIC 9(2).
           03 WS-NEXT-MONTH-PARTS.
              05 WS-NM-YEAR                   PIC 9(4).
              05 WS-NM-MONTH                  PIC 9(2).
              05 WS-NM-DAY                    PIC 9(2).
      *    Day 00 of a month: EDUBDAY counts business days from it
      *    to give a date's business-day number in its month.
           03 WS-MONTH-START.
              05 WS-MS-MONTH                  PIC X(6).
              05 WS-MS-DAY                    PIC X(2)  VALUE '00'.
           03 WS-DAY                          PIC 9(2).
           03 WS-DAY-SUBSCRIPT                PIC S9(4) COMP.
           03 WS-RECORD-TOTAL                 PIC S9(8) COMP.
           03 WS-MONTH-BUSINESS-DAYS          PIC S9(4) COMP.
           03 WS-CUR-BUSINESS-DAYS            PIC S9(4) COMP.
           03 WS-PRI-BUSINESS-DAYS            PIC S9(4) COMP.
           03 WS-CUR-AVERAGE                  PIC S9(8) COMP.
           03 WS-PRI-AVERAGE                  PIC S9(8) COMP.

       01 WS-MONTH-TOTALS.
           03 WS-CUR-TOTAL                    PIC S9(8) COMP
                                               VALUE +0.
           03 WS-PRI-REJECTED                 PIC S9(8) COMP
                                               VALUE +0.
      *    What was processed on weekends and holidays, kept out of
      *    the business-day lines.
           03 WS-CUR-NBD-TOTAL                PIC S9(8) COMP
                                               VALUE +0.
           03 WS-CUR-NBD-REJECTED             PIC S9(8) COMP
                                               VALUE +0.
           03 WS-PRI-NBD-TOTAL                PIC S9(8) COMP
                                               VALUE +0.
           03 WS-PRI-NBD-REJECTED             PIC S9(8) COMP
                                               VALUE +0.

      *    One entry per business day of the month (first, second,
      *    ...), not per calendar day.
       01 WS-DAY-TABLE.
           03 WS-DAY-ENTRY OCCURS 31 TIMES
                            INDEXED BY DAY-IDX.
                                               VALUE +0.

       01 WS-REPORT-LINE.
           03 FILLER                  PIC X(4)  VALUE 'BD  '.
           03 RPT-DAY                 PIC 9(2).
           03 FILLER                  PIC X(3)  VALUE ' | '.
           03 RPT-CUR-TOTAL           PIC Z(7)9.
           03 RPT-PRI-RATE            PIC ZZ9.9.
           03 FILLER                  PIC X(1)  VALUE '%'.

       01 WS-BUSINESS-DAY-LINE.
           03 FILLER                  PIC X(7)  VALUE SPACES.
           03 FILLER                  PIC X(3)  VALUE ' | '.
           03 RPT-CUR-DAYS            PIC Z(7)9.
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-CUR-AVERAGE         PIC Z(7)9.
           03 FILLER                  PIC X(7)  VALUE SPACES.
           03 FILLER                  PIC X(3)  VALUE ' | '.
           03 RPT-PRI-DAYS            PIC Z(7)9.
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-PRI-AVERAGE         PIC Z(7)9.

       01 WS-RATE                     PIC 9(3)V9.

           COPY EDUCLN.

           COPY EDUBDQ.

       LINKAGE SECTION.
       01 WS-PARM-AREA.
           03 WS-PARM-LEN                     PIC S9(4)  COMP.
      D    DISPLAY NN 'Starting'.

           PERFORM ESTABLISH-REPORT-MONTH.
           PERFORM LOAD-BUSINESS-CALENDAR.
           PERFORM OPEN-HISTORY-FILE.
           PERFORM READ-HISTORY-RECORD.

           END-IF.
           MOVE WS-MONTH-PARTS TO WS-PRIOR-MONTH.

      *    Ops reports run on the house calendar; the
      *    history is per terminal, not per provider. EDUCALF being
      *    unavailable leaves only the weekends out.
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

       OPEN-HISTORY-FILE     section.

           OPEN INPUT EDUHISTF.
           IF WS-DAY IS LESS THAN 01 OR WS-DAY IS GREATER THAN 31
               DISPLAY NN 'BAD DAY IN HISTORY KEY, DATE = ' HST-DATE
           ELSE
               PERFORM DECIDE-BUSINESS-DAY-NUMBER
               COMPUTE WS-RECORD-TOTAL = HST-ACCEPTED-COUNT
                                       + HST-WARNED-COUNT
                                       + HST-REJECTED-COUNT
               IF HST-DATE(1:6) IS EQUAL TO WS-REPORT-MONTH
                   IF WS-DAY-SUBSCRIPT IS GREATER THAN ZERO
                       ADD WS-RECORD-TOTAL TO
                                   WS-CUR-DAY-TOTAL(WS-DAY-SUBSCRIPT)
                       ADD HST-REJECTED-COUNT TO
                                WS-CUR-DAY-REJECTED(WS-DAY-SUBSCRIPT)
                   ELSE
                       ADD WS-RECORD-TOTAL    TO WS-CUR-NBD-TOTAL
                       ADD HST-REJECTED-COUNT TO WS-CUR-NBD-REJECTED
                   END-IF
                   ADD WS-RECORD-TOTAL    TO WS-CUR-TOTAL
                   ADD HST-REJECTED-COUNT TO WS-CUR-REJECTED
               ELSE
                   IF WS-DAY-SUBSCRIPT IS GREATER THAN ZERO
                       ADD WS-RECORD-TOTAL TO
                                   WS-PRI-DAY-TOTAL(WS-DAY-SUBSCRIPT)
                       ADD HST-REJECTED-COUNT TO
                                WS-PRI-DAY-REJECTED(WS-DAY-SUBSCRIPT)
                   ELSE
                       ADD WS-RECORD-TOTAL    TO WS-PRI-NBD-TOTAL
                       ADD HST-REJECTED-COUNT TO WS-PRI-NBD-REJECTED
                   END-IF
                   ADD WS-RECORD-TOTAL    TO WS-PRI-TOTAL
                   ADD HST-REJECTED-COUNT TO WS-PRI-REJECTED
               END-IF
           END-IF.

      *    The history date's business-day number in its month (the
      *    count of business days from day 00 through it), or zero
      *    when it is a weekend or holiday.
       DECIDE-BUSINESS-DAY-NUMBER section.

           MOVE ZERO TO WS-DAY-SUBSCRIPT.

           SET BDQ-CHECK-DAY TO TRUE.
           MOVE HST-DATE     TO BDQ-FROM-DATE.
           CALL "EDUBDAY" USING EDU-CALENDAR-TABLE
                                EDU-BUSINESS-DAY-REQUEST.

           IF BDQ-RETURN-CODE IS EQUAL TO ZERO AND
              BDQ-IS-BUSINESS-DAY
               MOVE HST-DATE(1:6) TO WS-MS-MONTH
               SET BDQ-COUNT-BUSINESS-DAYS TO TRUE
               MOVE WS-MONTH-START TO BDQ-FROM-DATE
               MOVE HST-DATE       TO BDQ-TO-DATE
               CALL "EDUBDAY" USING EDU-CALENDAR-TABLE
                                    EDU-BUSINESS-DAY-REQUEST
               IF BDQ-RETURN-CODE IS EQUAL TO ZERO AND
                  BDQ-DAY-COUNT IS GREATER THAN ZERO AND
                  BDQ-DAY-COUNT IS NOT GREATER THAN 31
                   MOVE BDQ-DAY-COUNT TO WS-DAY-SUBSCRIPT
               END-IF
           END-IF.

      *    Business days in the month held in WS-MONTH-PARTS: the
      *    business-day number of its last business day, found as
      *    the one before the first of the next month.
       COUNT-MONTH-BUSINESS-DAYS section.

           MOVE ZERO TO WS-MONTH-BUSINESS-DAYS.

           MOVE WS-MP-YEAR  TO WS-NM-YEAR.
           MOVE WS-MP-MONTH TO WS-NM-MONTH.
           MOVE 01          TO WS-NM-DAY.
           IF WS-NM-MONTH IS EQUAL TO 12
               ADD 1 TO WS-NM-YEAR
               MOVE 01 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF.

           SET BDQ-PRIOR-BUSINESS-DAY TO TRUE.
           MOVE WS-NEXT-MONTH-PARTS TO BDQ-FROM-DATE.
           CALL "EDUBDAY" USING EDU-CALENDAR-TABLE
                                EDU-BUSINESS-DAY-REQUEST.

           IF BDQ-RETURN-CODE IS EQUAL TO ZERO
               MOVE WS-MONTH-PARTS  TO WS-MS-MONTH
               MOVE BDQ-RESULT-DATE TO BDQ-TO-DATE
               SET BDQ-COUNT-BUSINESS-DAYS TO TRUE
               MOVE WS-MONTH-START  TO BDQ-FROM-DATE
               CALL "EDUBDAY" USING EDU-CALENDAR-TABLE
                                    EDU-BUSINESS-DAY-REQUEST
               IF BDQ-RETURN-CODE IS EQUAL TO ZERO
                   MOVE BDQ-DAY-COUNT TO WS-MONTH-BUSINESS-DAYS
               END-IF
           END-IF.

       PRINT-REPORT          section.

           DISPLAY 'EDUPGM MONTHLY TREND REPORT - MONTH '
                   WS-REPORT-MONTH ' VERSUS ' WS-PRIOR-MONTH.
           DISPLAY ' '.
           DISPLAY 'BUSINESS DAYS ON THE ' CLN-REGION-ID
                   ' CALENDAR - BD NN IS THE NTH BUSINESS DAY'.
           DISPLAY ' '.
           DISPLAY '       |   THIS MONTH            '
                   '|   PRIOR MONTH'.
           DISPLAY '       |   VOLUME REJECTED RATE  '
           DISPLAY 'MONTH TOTALS'
           DISPLAY WS-REPORT-LINE(7:).

           PERFORM PRINT-NON-BUSINESS-DAYS.
           PERFORM PRINT-BUSINESS-DAY-AVERAGES.

       PRINT-NON-BUSINESS-DAYS section.

           MOVE WS-CUR-NBD-TOTAL    TO RPT-CUR-TOTAL
           MOVE WS-CUR-NBD-REJECTED TO RPT-CUR-REJECTED
           IF WS-CUR-NBD-TOTAL IS GREATER THAN ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-CUR-NBD-REJECTED * 100 / WS-CUR-NBD-TOTAL
           ELSE
               MOVE ZERO TO WS-RATE
           END-IF
           MOVE WS-RATE TO RPT-CUR-RATE

           MOVE WS-PRI-NBD-TOTAL    TO RPT-PRI-TOTAL
           MOVE WS-PRI-NBD-REJECTED TO RPT-PRI-REJECTED
           IF WS-PRI-NBD-TOTAL IS GREATER THAN ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-PRI-NBD-REJECTED * 100 / WS-PRI-NBD-TOTAL
           ELSE
               MOVE ZERO TO WS-RATE
           END-IF
           MOVE WS-RATE TO RPT-PRI-RATE

           DISPLAY 'OF WHICH ON WEEKENDS AND HOLIDAYS'
           DISPLAY WS-REPORT-LINE(7:).

      *    Volume per business day is what lines a 21-day month up
      *    against a 23-day one.
       PRINT-BUSINESS-DAY-AVERAGES section.

           MOVE WS-REPORT-MONTH TO WS-MONTH-PARTS.
           PERFORM COUNT-MONTH-BUSINESS-DAYS.
           MOVE WS-MONTH-BUSINESS-DAYS TO WS-CUR-BUSINESS-DAYS.
           MOVE WS-PRIOR-MONTH  TO WS-MONTH-PARTS.
           PERFORM COUNT-MONTH-BUSINESS-DAYS.
           MOVE WS-MONTH-BUSINESS-DAYS TO WS-PRI-BUSINESS-DAYS.

           IF WS-CUR-BUSINESS-DAYS IS GREATER THAN ZERO
               COMPUTE WS-CUR-AVERAGE ROUNDED =
                   (WS-CUR-TOTAL - WS-CUR-NBD-TOTAL)
                   / WS-CUR-BUSINESS-DAYS
           ELSE
               MOVE ZERO TO WS-CUR-AVERAGE
           END-IF.
           IF WS-PRI-BUSINESS-DAYS IS GREATER THAN ZERO
               COMPUTE WS-PRI-AVERAGE ROUNDED =
                   (WS-PRI-TOTAL - WS-PRI-NBD-TOTAL)
                   / WS-PRI-BUSINESS-DAYS
           ELSE
               MOVE ZERO TO WS-PRI-AVERAGE
           END-IF.

           MOVE WS-CUR-BUSINESS-DAYS TO RPT-CUR-DAYS
           MOVE WS-CUR-AVERAGE       TO RPT-CUR-AVERAGE
           MOVE WS-PRI-BUSINESS-DAYS TO RPT-PRI-DAYS
           MOVE WS-PRI-AVERAGE       TO RPT-PRI-AVERAGE

           DISPLAY ' '
           DISPLAY '       | BUS.DAYS  AVERAGE/BD        '
                   '| BUS.DAYS  AVERAGE/BD'
           DISPLAY WS-BUSINESS-DAY-LINE.

       CLOSE-HISTORY-FILE    section.

           CLOSE EDUHISTF.
