      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * Shared business-day arithmetic over one region's EDUCALF       *
      * calendar. Every program that has to tell a business day from   *
      * a weekend or a holiday - EDUBAT1's header date check, the      *
      * EFCK cutoff check (EDUFCHK), the EDURPT05 aging bands and the  *
      * EDURPT02 trend - asks here, so they all count the same way.    *
      * Like EDUVAL this program does no CICS and no file I/O of its   *
      * own: the caller reads the region's calendar into the EDUCLN    *
      * table and puts its question in EDUBDQ (see that copy book for  *
      * the functions).                                                *
      *                                                                *
      * Monday to Friday are business days unless the table carries a *
      * holiday ('H') for the date; Saturday and Sunday are not unless *
      * it carries a working day ('B').                                *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'Shared business-day and holiday arithmetic'
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "EDUBDAY".
       Author.        "R. Castellano".
       DATE-WRITTEN.   15/10/2026.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
              05 pic x(10)   value 'EDUBDAY : '.

       01 WS-VARIABLES.
      *    The date being looked at, and its pieces.
           03 WS-STEP-DATE                    PIC 9(8).
           03 WS-STEP-DATE-PARTS REDEFINES WS-STEP-DATE.
              05 WS-STEP-YEAR                 PIC 9(4).
              05 WS-STEP-MONTH                PIC 9(2).
              05 WS-STEP-DAY                  PIC 9(2).
           03 WS-STEP-SERIAL                  PIC S9(8) COMP.
           03 WS-STEP-DAY-OF-WEEK             PIC S9(4) COMP.
           03 WS-STEP-BUSINESS                PIC X     VALUE 'N'.
              88 WS-STEP-BUSINESS-YES         VALUE 'Y'.
              88 WS-STEP-BUSINESS-NO          VALUE 'N'.
           03 WS-MONTH-LENGTH                 PIC S9(4) COMP.
           03 WS-LOWEST-DAY                   PIC S9(4) COMP.
           03 WS-DATE-VALID                   PIC X     VALUE 'Y'.
              88 WS-DATE-VALID-YES            VALUE 'Y'.
              88 WS-DATE-VALID-NO             VALUE 'N'.
           03 WS-CLN-SUB                      PIC S9(4) COMP.
           03 WS-ENTRY-FOUND                  PIC X     VALUE 'N'.
              88 WS-ENTRY-FOUND-YES           VALUE 'Y'.
              88 WS-ENTRY-FOUND-NO            VALUE 'N'.
      *    Span arithmetic for the business-day count.
           03 WS-FROM-SERIAL                  PIC S9(8) COMP.
           03 WS-TO-SERIAL                    PIC S9(8) COMP.
           03 WS-SPAN-DAYS                    PIC S9(8) COMP.
           03 WS-SPAN-WEEKS                   PIC S9(8) COMP.
           03 WS-SPAN-REMAINDER               PIC S9(8) COMP.
           03 WS-SPAN-SUB                     PIC S9(8) COMP.
           03 WS-WEEK-WORK                    PIC S9(8) COMP.
      *    Stepping back a day at a time never goes further than a
      *    year; a calendar with no business day in it is wrong.
           03 WS-STEP-LIMIT                   PIC S9(4) COMP
                                               VALUE +366.

      *    Scratch fields for the calendar-date-to-day-serial
      *    conversion, as EDURPT05 does it.
           03 WS-CONV-DATE                    PIC 9(8).
           03 WS-CONV-SERIAL                  PIC S9(8) COMP.
           03 WS-CONV-YEAR                    PIC S9(8) COMP.
           03 WS-CONV-MONTH                   PIC S9(4) COMP.
           03 WS-CONV-DAY                     PIC S9(4) COMP.
           03 WS-CONV-WORK                    PIC S9(8) COMP.
           03 WS-CONV-PRIOR-YEAR              PIC S9(8) COMP.
           03 WS-LEAP-DAYS-4                  PIC S9(8) COMP.
           03 WS-LEAP-DAYS-100                PIC S9(8) COMP.
           03 WS-LEAP-DAYS-400                PIC S9(8) COMP.
           03 WS-LEAP-REMAINDER               PIC S9(8) COMP.
           03 WS-LEAP-SWITCH                  PIC X.
              88 WS-LEAP-YES                  VALUE 'Y'.

      *    Days in the year before the first of each month (normal
      *    year); February's leap day is added separately.
       01 WS-CUM-DAY-VALUES.
           03 FILLER                  PIC 9(3)  VALUE 000.
           03 FILLER                  PIC 9(3)  VALUE 031.
           03 FILLER                  PIC 9(3)  VALUE 059.
           03 FILLER                  PIC 9(3)  VALUE 090.
           03 FILLER                  PIC 9(3)  VALUE 120.
           03 FILLER                  PIC 9(3)  VALUE 151.
           03 FILLER                  PIC 9(3)  VALUE 181.
           03 FILLER                  PIC 9(3)  VALUE 212.
           03 FILLER                  PIC 9(3)  VALUE 243.
           03 FILLER                  PIC 9(3)  VALUE 273.
           03 FILLER                  PIC 9(3)  VALUE 304.
           03 FILLER                  PIC 9(3)  VALUE 334.
       01 WS-CUM-DAY-TABLE REDEFINES WS-CUM-DAY-VALUES.
           03 WS-CUM-DAYS OCCURS 12 TIMES PIC 9(3).

      *    Days in each month of a normal year.
       01 WS-MONTH-DAY-VALUES.
           03 FILLER                  PIC 9(2)  VALUE 31.
           03 FILLER                  PIC 9(2)  VALUE 28.
           03 FILLER                  PIC 9(2)  VALUE 31.
           03 FILLER                  PIC 9(2)  VALUE 30.
           03 FILLER                  PIC 9(2)  VALUE 31.
           03 FILLER                  PIC 9(2)  VALUE 30.
           03 FILLER                  PIC 9(2)  VALUE 31.
           03 FILLER                  PIC 9(2)  VALUE 31.
           03 FILLER                  PIC 9(2)  VALUE 30.
           03 FILLER                  PIC 9(2)  VALUE 31.
           03 FILLER                  PIC 9(2)  VALUE 30.
           03 FILLER                  PIC 9(2)  VALUE 31.
       01 WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
           03 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).

       LINKAGE SECTION.
           COPY EDUCLN.

           COPY EDUBDQ.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING EDU-CALENDAR-TABLE
                                EDU-BUSINESS-DAY-REQUEST.

       MAIN-PROGRAM          section.

           MOVE ZERO  TO BDQ-RETURN-CODE
           MOVE ZERO  TO BDQ-RESULT-DATE
           MOVE ZERO  TO BDQ-DAY-OF-WEEK
           MOVE ZERO  TO BDQ-DAY-COUNT
           MOVE ZERO  TO BDQ-CALENDAR-DAYS
           MOVE 'N'   TO BDQ-BUSINESS-DAY

           EVALUATE TRUE
               WHEN BDQ-CHECK-DAY
                   PERFORM CHECK-ONE-DAY
               WHEN BDQ-PRIOR-BUSINESS-DAY
                   PERFORM FIND-PRIOR-BUSINESS-DAY
               WHEN BDQ-COUNT-BUSINESS-DAYS
                   PERFORM COUNT-BUSINESS-DAYS
               WHEN OTHER
                   MOVE 8 TO BDQ-RETURN-CODE
           END-EVALUATE.

           GOBACK.

       CHECK-ONE-DAY         section.

           MOVE BDQ-FROM-DATE TO WS-STEP-DATE.
           MOVE 1             TO WS-LOWEST-DAY.
           PERFORM VALIDATE-STEP-DATE.

           IF WS-DATE-VALID-YES
               PERFORM DECIDE-BUSINESS-DAY
               MOVE WS-STEP-DAY-OF-WEEK TO BDQ-DAY-OF-WEEK
               MOVE WS-STEP-BUSINESS    TO BDQ-BUSINESS-DAY
           ELSE
               MOVE 8 TO BDQ-RETURN-CODE
           END-IF.

      *    Walks back a calendar day at a time from the date given
      *    until it lands on a business day.
       FIND-PRIOR-BUSINESS-DAY section.

           MOVE BDQ-FROM-DATE TO WS-STEP-DATE.
           MOVE 1             TO WS-LOWEST-DAY.
           PERFORM VALIDATE-STEP-DATE.

           IF WS-DATE-VALID-YES
               SET WS-STEP-BUSINESS-NO TO TRUE
               PERFORM STEP-BACK-AND-DECIDE
                   UNTIL WS-STEP-BUSINESS-YES OR
                         BDQ-CALENDAR-DAYS IS NOT LESS THAN
                                              WS-STEP-LIMIT
               IF WS-STEP-BUSINESS-YES
                   MOVE WS-STEP-DATE TO BDQ-RESULT-DATE
               ELSE
                   MOVE 8 TO BDQ-RETURN-CODE
               END-IF
           ELSE
               MOVE 8 TO BDQ-RETURN-CODE
           END-IF.

       STEP-BACK-AND-DECIDE  section.

           PERFORM STEP-BACK-ONE-DAY.
           ADD 1 TO BDQ-CALENDAR-DAYS.
           PERFORM DECIDE-BUSINESS-DAY.

       STEP-BACK-ONE-DAY     section.

           IF WS-STEP-DAY IS GREATER THAN 1
               SUBTRACT 1 FROM WS-STEP-DAY
           ELSE
               IF WS-STEP-MONTH IS GREATER THAN 1
                   SUBTRACT 1 FROM WS-STEP-MONTH
               ELSE
                   MOVE 12 TO WS-STEP-MONTH
                   SUBTRACT 1 FROM WS-STEP-YEAR
               END-IF
               PERFORM DECIDE-MONTH-LENGTH
               MOVE WS-MONTH-LENGTH TO WS-STEP-DAY
           END-IF.

      *    Whole weeks hold five weekdays each, the odd days left
      *    over are looked at one by one, and then the calendar's own
      *    entries inside the span correct the weekday count: a
      *    weekday holiday takes one off, a working weekend day puts
      *    one on. The span is open at the start, closed at the end.
       COUNT-BUSINESS-DAYS   section.

           MOVE BDQ-FROM-DATE TO WS-STEP-DATE.
           MOVE 0             TO WS-LOWEST-DAY.
           PERFORM VALIDATE-STEP-DATE.
           IF WS-DATE-VALID-YES
               MOVE WS-STEP-DATE TO WS-CONV-DATE
               PERFORM CONVERT-DATE-TO-SERIAL
               MOVE WS-CONV-SERIAL TO WS-FROM-SERIAL
               MOVE BDQ-TO-DATE  TO WS-STEP-DATE
               MOVE 1            TO WS-LOWEST-DAY
               PERFORM VALIDATE-STEP-DATE
           END-IF.

           IF WS-DATE-VALID-NO
               MOVE 8 TO BDQ-RETURN-CODE
           ELSE
               MOVE WS-STEP-DATE TO WS-CONV-DATE
               PERFORM CONVERT-DATE-TO-SERIAL
               MOVE WS-CONV-SERIAL TO WS-TO-SERIAL
               IF WS-TO-SERIAL IS GREATER THAN WS-FROM-SERIAL
                   PERFORM COUNT-WEEKDAYS-IN-SPAN
                   PERFORM ADJUST-ONE-CALENDAR-ENTRY
                       VARYING WS-CLN-SUB FROM 1 BY 1
                       UNTIL WS-CLN-SUB IS GREATER THAN
                                            CLN-ENTRY-COUNT
               END-IF
           END-IF.

       COUNT-WEEKDAYS-IN-SPAN section.

           COMPUTE WS-SPAN-DAYS  = WS-TO-SERIAL - WS-FROM-SERIAL.
           COMPUTE WS-SPAN-WEEKS = WS-SPAN-DAYS / 7.
           COMPUTE WS-SPAN-REMAINDER = WS-SPAN-DAYS
                                     - (WS-SPAN-WEEKS * 7).
           COMPUTE BDQ-DAY-COUNT = WS-SPAN-WEEKS * 5.

           PERFORM COUNT-ONE-ODD-DAY
               VARYING WS-SPAN-SUB FROM 1 BY 1
               UNTIL WS-SPAN-SUB IS GREATER THAN WS-SPAN-REMAINDER.

       COUNT-ONE-ODD-DAY     section.

           COMPUTE WS-CONV-SERIAL = WS-FROM-SERIAL
                                  + (WS-SPAN-WEEKS * 7)
                                  + WS-SPAN-SUB.
           PERFORM DECIDE-DAY-OF-WEEK.
           IF WS-STEP-DAY-OF-WEEK IS LESS THAN 6
               ADD 1 TO BDQ-DAY-COUNT
           END-IF.

       ADJUST-ONE-CALENDAR-ENTRY section.

           IF CLN-DATE(WS-CLN-SUB) IS GREATER THAN BDQ-FROM-DATE AND
              CLN-DATE(WS-CLN-SUB) IS NOT GREATER THAN BDQ-TO-DATE
               MOVE CLN-DATE(WS-CLN-SUB) TO WS-CONV-DATE
               PERFORM CONVERT-DATE-TO-SERIAL
               PERFORM DECIDE-DAY-OF-WEEK
               IF CLN-DAY-TYPE(WS-CLN-SUB) IS EQUAL TO 'H' AND
                  WS-STEP-DAY-OF-WEEK IS LESS THAN 6
                   SUBTRACT 1 FROM BDQ-DAY-COUNT
               END-IF
               IF CLN-DAY-TYPE(WS-CLN-SUB) IS EQUAL TO 'B' AND
                  WS-STEP-DAY-OF-WEEK IS GREATER THAN 5
                   ADD 1 TO BDQ-DAY-COUNT
               END-IF
           END-IF.

      *    The weekday rule first, then the region's own entry for
      *    the date, if it has one, overrides it.
       DECIDE-BUSINESS-DAY   section.

           MOVE WS-STEP-DATE TO WS-CONV-DATE.
           PERFORM CONVERT-DATE-TO-SERIAL.
           PERFORM DECIDE-DAY-OF-WEEK.

           IF WS-STEP-DAY-OF-WEEK IS LESS THAN 6
               SET WS-STEP-BUSINESS-YES TO TRUE
           ELSE
               SET WS-STEP-BUSINESS-NO  TO TRUE
           END-IF.

           SET WS-ENTRY-FOUND-NO TO TRUE.
           PERFORM LOOK-AT-ONE-ENTRY
               VARYING WS-CLN-SUB FROM 1 BY 1
               UNTIL WS-CLN-SUB IS GREATER THAN CLN-ENTRY-COUNT OR
                     WS-ENTRY-FOUND-YES.

       LOOK-AT-ONE-ENTRY     section.

           IF CLN-DATE(WS-CLN-SUB) IS EQUAL TO WS-STEP-DATE
               SET WS-ENTRY-FOUND-YES TO TRUE
               IF CLN-DAY-TYPE(WS-CLN-SUB) IS EQUAL TO 'H'
                   SET WS-STEP-BUSINESS-NO  TO TRUE
               END-IF
               IF CLN-DAY-TYPE(WS-CLN-SUB) IS EQUAL TO 'B'
                   SET WS-STEP-BUSINESS-YES TO TRUE
               END-IF
           END-IF.

      *    Serial day 1 of the year-zero epoch falls so that adding
      *    five and taking the remainder by seven gives zero for a
      *    Monday; 1 is Monday through 7 Sunday, as on EDUSCHF.
       DECIDE-DAY-OF-WEEK    section.

           COMPUTE WS-WEEK-WORK = (WS-CONV-SERIAL + 5) / 7.
           COMPUTE WS-STEP-DAY-OF-WEEK = WS-CONV-SERIAL + 5
                                       - (WS-WEEK-WORK * 7) + 1.

      *    WS-LOWEST-DAY is 1, or 0 where day 00 is allowed to mean
      *    the last day of the month before.
       VALIDATE-STEP-DATE    section.

           SET WS-DATE-VALID-YES TO TRUE.

           IF WS-STEP-DATE IS NOT NUMERIC
               SET WS-DATE-VALID-NO TO TRUE
           ELSE
               IF WS-STEP-MONTH IS LESS THAN 1 OR
                  WS-STEP-MONTH IS GREATER THAN 12
                   SET WS-DATE-VALID-NO TO TRUE
               ELSE
                   PERFORM DECIDE-MONTH-LENGTH
                   IF WS-STEP-DAY IS LESS THAN WS-LOWEST-DAY OR
                      WS-STEP-DAY IS GREATER THAN WS-MONTH-LENGTH
                       SET WS-DATE-VALID-NO TO TRUE
                   END-IF
               END-IF
           END-IF.

       DECIDE-MONTH-LENGTH   section.

           MOVE WS-MONTH-DAYS(WS-STEP-MONTH) TO WS-MONTH-LENGTH.
           IF WS-STEP-MONTH IS EQUAL TO 2
               MOVE WS-STEP-YEAR TO WS-CONV-YEAR
               PERFORM DECIDE-LEAP-YEAR
               IF WS-LEAP-YES
                   ADD 1 TO WS-MONTH-LENGTH
               END-IF
           END-IF.

      *    Calendar date to a day serial (days since the year-zero
      *    epoch): the year's 365s plus its leap days, the days
      *    before the month, the day itself, and February's leap day
      *    when it has passed.
       CONVERT-DATE-TO-SERIAL section.

           COMPUTE WS-CONV-YEAR  = WS-CONV-DATE / 10000.
           COMPUTE WS-CONV-WORK  = WS-CONV-DATE / 100.
           COMPUTE WS-CONV-MONTH = WS-CONV-WORK
                                 - (WS-CONV-YEAR * 100).
           COMPUTE WS-CONV-DAY   = WS-CONV-DATE
                                 - (WS-CONV-WORK * 100).

           IF WS-CONV-MONTH IS LESS THAN 1 OR
              WS-CONV-MONTH IS GREATER THAN 12
               MOVE 1 TO WS-CONV-MONTH
           END-IF.

      *    The leap-day terms count PRIOR years only; the current
      *    year's own February 29th is the explicit add below.
           COMPUTE WS-CONV-PRIOR-YEAR = WS-CONV-YEAR - 1.
           COMPUTE WS-LEAP-DAYS-4     = WS-CONV-PRIOR-YEAR / 4.
           COMPUTE WS-LEAP-DAYS-100   = WS-CONV-PRIOR-YEAR / 100.
           COMPUTE WS-LEAP-DAYS-400   = WS-CONV-PRIOR-YEAR / 400.
           COMPUTE WS-CONV-SERIAL = WS-CONV-YEAR * 365
                                  + WS-LEAP-DAYS-4
                                  - WS-LEAP-DAYS-100
                                  + WS-LEAP-DAYS-400
                                  + WS-CUM-DAYS(WS-CONV-MONTH)
                                  + WS-CONV-DAY.

           PERFORM DECIDE-LEAP-YEAR.
           IF WS-LEAP-YES AND WS-CONV-MONTH IS GREATER THAN 2
               ADD 1 TO WS-CONV-SERIAL
           END-IF.

       DECIDE-LEAP-YEAR      section.

           MOVE 'N' TO WS-LEAP-SWITCH.

           COMPUTE WS-CONV-WORK = WS-CONV-YEAR / 4.
           COMPUTE WS-LEAP-REMAINDER = WS-CONV-YEAR
                                     - (WS-CONV-WORK * 4).
           IF WS-LEAP-REMAINDER IS EQUAL TO ZERO
               MOVE 'Y' TO WS-LEAP-SWITCH
               COMPUTE WS-CONV-WORK = WS-CONV-YEAR / 100
               COMPUTE WS-LEAP-REMAINDER = WS-CONV-YEAR
                                         - (WS-CONV-WORK * 100)
               IF WS-LEAP-REMAINDER IS EQUAL TO ZERO
                   MOVE 'N' TO WS-LEAP-SWITCH
                   COMPUTE WS-CONV-WORK = WS-CONV-YEAR / 400
                   COMPUTE WS-LEAP-REMAINDER = WS-CONV-YEAR
                                             - (WS-CONV-WORK * 400)
                   IF WS-LEAP-REMAINDER IS EQUAL TO ZERO
                       MOVE 'Y' TO WS-LEAP-SWITCH
                   END-IF
               END-IF
           END-IF.
      *----------------------------------------------------------------*
