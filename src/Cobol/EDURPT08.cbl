      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * Correction oversight report over the EDUCORF correction log    *
      * the EREP repair transaction writes, for internal control's     *
      * segregation-of-duties review. For the last N days (PARM        *
      * 'DDD,PPP': DDD days, default 030; PPP percent, default 050)    *
      * it shows:                                                      *
      *                                                                *
      *   - the flagged corrections: a NUMERIC-STRING change on a V1   *
      *     record (its natural key), and PACKED-DIGIT-WITH-COMMA or   *
      *     SIGNED-PACKED moved by more than PPP percent of the value  *
      *     the reject arrived with;                                   *
      *   - corrections and records repaired by user, and corrections *
      *     by field;                                                  *
      *   - users who repaired one provider's records unusually often *
      *     (see WS-REPORT-THRESHOLDS);                                *
      *   - records corrected by more than one user, and records that *
      *     were themselves a bounce (RJF-PRIOR-KEY set) and were      *
      *     corrected again.                                           *
      *                                                                *
      * Every flagged correction and listed record is joined back to   *
      * its EDUREJF record by COR-REJECT-KEY for the provider, the     *
      * original rejection reason and how the repair finally ended:    *
      * still queued, through (extracted and not rejected again), or   *
      * bounced - the RJF-PRIOR-KEY links are followed forward to the  *
      * latest life. EREP replaces the reject image with the repaired  *
      * one, so for a repaired record the original reason is taken     *
      * from the record's 'R' arrival on the EDUTRCF trace; without a  *
      * trace the reason is shown as not traced.                       *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'Correction oversight report over the EDUCORF log'
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "EDURPT08".
       Author.        "R. Castellano".
       DATE-WRITTEN.   15/10/2026.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-zSeries.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDUCORF ASSIGN TO EDUCORF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORF-STATUS.

           SELECT EDUREJF ASSIGN TO EDUREJF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJF-KEY
               FILE STATUS IS WS-REJF-STATUS.

           SELECT EDUTRCF ASSIGN TO EDUTRCF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRC-RECORD-KEY
               FILE STATUS IS WS-TRCF-STATUS.

           SELECT EDUMSGF ASSIGN TO EDUMSGF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSG-RESULT-CODE
               FILE STATUS IS WS-MSGF-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  EDUCORF
           RECORD CONTAINS 128 CHARACTERS.
           COPY EDUCOR.

       FD  EDUREJF
           RECORD CONTAINS 196 CHARACTERS.
           COPY EDURJF.

       FD  EDUTRCF
           RECORD CONTAINS 80 CHARACTERS.
           COPY EDUTRC.

       FD  EDUMSGF
           RECORD CONTAINS 30 CHARACTERS.
           COPY EDUMSG.

       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
              05 pic x(10)   value 'EDURPT08: '.

       01 WS-VARIABLES.
           03 WS-CORF-STATUS                  PIC X(02).
           03 WS-REJF-STATUS                  PIC X(02).
           03 WS-TRCF-STATUS                  PIC X(02).
           03 WS-MSGF-STATUS                  PIC X(02).
           03 WS-MORE-RECORDS                 PIC X     VALUE 'Y'.
              88 WS-MORE-RECORDS-YES          VALUE 'Y'.
              88 WS-MORE-RECORDS-NO           VALUE 'N'.
           03 WS-MORE-REPAIRS                 PIC X     VALUE 'Y'.
              88 WS-MORE-REPAIRS-YES          VALUE 'Y'.
              88 WS-MORE-REPAIRS-NO           VALUE 'N'.
           03 WS-MORE-TRACES                  PIC X     VALUE 'Y'.
              88 WS-MORE-TRACES-YES           VALUE 'Y'.
              88 WS-MORE-TRACES-NO            VALUE 'N'.
           03 WS-TRCF-AVAILABLE               PIC X     VALUE 'N'.
              88 WS-TRCF-AVAILABLE-YES        VALUE 'Y'.
              88 WS-TRCF-AVAILABLE-NO         VALUE 'N'.
           03 WS-MSGF-AVAILABLE               PIC X     VALUE 'N'.
              88 WS-MSGF-AVAILABLE-YES        VALUE 'Y'.
              88 WS-MSGF-AVAILABLE-NO         VALUE 'N'.
           03 WS-FOUND-SWITCH                 PIC X     VALUE 'N'.
              88 WS-FOUND-YES                 VALUE 'Y'.
              88 WS-FOUND-NO                  VALUE 'N'.
           03 WS-TODAY                        PIC 9(8).
           03 WS-DAYS                         PIC S9(4) COMP
                                               VALUE +30.
           03 WS-PARM-DAYS                    PIC 9(3).
           03 WS-PARM-PERCENT                 PIC 9(3)  VALUE 050.
           03 WS-TODAY-SERIAL                 PIC S9(8) COMP.
           03 WS-CUTOFF-SERIAL                PIC S9(8) COMP.
           03 WS-COR-SERIAL                   PIC S9(8) COMP.

      *    Scratch fields for the calendar-date-to-day-serial
      *    conversion, same arithmetic as EDURPT06's window.
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

       01 WS-COUNTERS.
           03 WS-COR-READ                     PIC S9(8) COMP
                                               VALUE +0.
           03 WS-COR-IN-PERIOD                PIC S9(8) COMP
                                               VALUE +0.
           03 WS-REPAIR-COUNT                 PIC S9(8) COMP
                                               VALUE +0.
           03 WS-KEY-CHANGE-COUNT             PIC S9(8) COMP
                                               VALUE +0.
           03 WS-BIG-MOVE-COUNT               PIC S9(8) COMP
                                               VALUE +0.
           03 WS-UNUSUAL-COUNT                PIC S9(8) COMP
                                               VALUE +0.
           03 WS-LISTED-RECORD-COUNT          PIC S9(8) COMP
                                               VALUE +0.
           03 WS-DISPLAY-COUNT                PIC Z(7)9.

      *    When a user's repairs of one provider's records count as
      *    unusually often: at least WS-PAIR-MINIMUM records, and at
      *    least WS-PAIR-FACTOR times the average user/provider pair
      *    over the period. Hardcoded the way EDURPT04's quality
      *    floors are.
       01 WS-REPORT-THRESHOLDS.
           03 WS-PAIR-MINIMUM                 PIC S9(4) COMP
                                               VALUE +5.
           03 WS-PAIR-FACTOR                  PIC 9V9   VALUE 3.0.
           03 WS-PAIR-AVERAGE                 PIC 9(5)V9.
           03 WS-PAIR-TRIGGER                 PIC 9(6)V9.
           03 WS-PAIR-TOTAL                   PIC S9(8) COMP
                                               VALUE +0.

      *    One repair is one EREP commit: the corrections it logs
      *    share user, date, time and reject key.
       01 WS-THIS-REPAIR.
           03 WS-THIS-USERID                  PIC X(8).
           03 WS-THIS-DATE                    PIC X(8).
           03 WS-THIS-TIME                    PIC X(6).
           03 WS-THIS-REJECT-KEY              PIC 9(8).
       01 WS-PREV-REPAIR                      PIC X(30) VALUE SPACES.

      *    The EDUREJF record the current correction was made on,
      *    read once per reject key.
       01 WS-CURRENT-REPAIR.
           03 WS-CUR-REJECT-KEY               PIC 9(8)  VALUE ZERO.
           03 WS-CUR-FOUND                    PIC X     VALUE 'N'.
              88 WS-CUR-FOUND-YES             VALUE 'Y'.
              88 WS-CUR-FOUND-NO              VALUE 'N'.
           03 WS-CUR-PROVIDER                 PIC X(8).
           03 WS-CUR-LENGTH                   PIC 9(3).
           03 WS-CUR-PRIOR-KEY                PIC 9(8).

      *    Old and new value of a logged amount correction. EREP
      *    logs PACKED-DIGIT-WITH-COMMA as its 15 digits with 3
      *    implied decimals and SIGNED-PACKED as sign plus 12 digits;
      *    anything else (invalid packed data) cannot be measured.
       01 WS-AMOUNT-TEXT                      PIC X(30).
       01 WS-PKDCOM-VIEW REDEFINES WS-AMOUNT-TEXT.
           03 WS-PKDCOM-DIGITS                PIC 9(12)V9(3).
           03 FILLER                          PIC X(15).
       01 WS-SGNPKD-VIEW REDEFINES WS-AMOUNT-TEXT.
           03 WS-SGNPKD-SIGN                  PIC X.
           03 WS-SGNPKD-DIGITS                PIC 9(12).
           03 FILLER                          PIC X(17).

       01 WS-MOVE-WORK.
           03 WS-PARSED-AMOUNT                PIC S9(12)V9(3).
           03 WS-AMOUNT-VALID                 PIC X.
              88 WS-AMOUNT-VALID-YES          VALUE 'Y'.
              88 WS-AMOUNT-VALID-NO           VALUE 'N'.
           03 WS-OLD-AMOUNT                   PIC S9(12)V9(3).
           03 WS-OLD-VALID                    PIC X.
              88 WS-OLD-VALID-YES             VALUE 'Y'.
           03 WS-NEW-AMOUNT                   PIC S9(12)V9(3).
           03 WS-MOVE-AMOUNT                  PIC S9(13)V9(3).
           03 WS-MOVE-PERCENT                 PIC 9(5)V9.
           03 WS-FLAG-REASON                  PIC X.
              88 WS-FLAG-NONE                 VALUE ' '.
              88 WS-FLAG-KEY-CHANGE           VALUE 'K'.
              88 WS-FLAG-BIG-MOVE             VALUE 'M'.

      *    The join of one reject key back to EDUREJF: its original
      *    rejection reason and how its repair ended.
       01 WS-JOIN-AREA.
           03 WS-JOIN-KEY                     PIC 9(8).
           03 WS-JOIN-PROVIDER                PIC X(8).
           03 WS-JOIN-REASON-KNOWN            PIC X.
              88 WS-JOIN-REASON-KNOWN-YES     VALUE 'Y'.
              88 WS-JOIN-REASON-KNOWN-NO      VALUE 'N'.
           03 WS-JOIN-REASON-CODE             PIC S9(5).
           03 WS-JOIN-REASON-TEXT             PIC X(25).
           03 WS-JOIN-BOUNCES                 PIC 9(2).
           03 WS-JOIN-STATE                   PIC X(24).
           03 WS-FOLLOW-DONE                  PIC X.
              88 WS-FOLLOW-DONE-YES           VALUE 'Y'.
              88 WS-FOLLOW-DONE-NO            VALUE 'N'.
           03 WS-TRACE-NATURAL-KEY            PIC X(18).
           03 WS-TRACE-PROVIDER               PIC X(8).
           03 WS-TRACE-LOADED-DATE            PIC X(8).

      *    View over the EDUREJF image for the reason of a record
      *    that has not been repaired.
       01 WS-IMAGE-BUFFER                     PIC X(124).
           COPY EDUCPY REPLACING ==DFHCOMMAREA== BY
               ==WS-IMAGE-AREA REDEFINES WS-IMAGE-BUFFER==.

       01 WS-USER-TABLE.
           03 WS-USER-COUNT                   PIC S9(4) COMP
                                               VALUE +0.
           03 WS-USER-FULL                    PIC X     VALUE 'N'.
              88 WS-USER-FULL-YES             VALUE 'Y'.
           03 WS-USER-ENTRY OCCURS 200 TIMES
                             INDEXED BY USER-IDX.
              05 WS-USER-ID                   PIC X(8).
              05 WS-USER-CORRECTIONS          PIC S9(8) COMP.
              05 WS-USER-REPAIRS              PIC S9(8) COMP.

      *    The field names exactly as EREP logs them in
      *    COR-FIELD-NAME; anything else is counted as other.
       01 WS-FIELD-NAME-VALUES.
           03 FILLER                  PIC X(20) VALUE 'BINARY-DIGIT'.
           03 FILLER                  PIC X(20)
                                       VALUE 'CHARACTER-STRING'.
           03 FILLER                  PIC X(20) VALUE 'NUMERIC-STRING'.
           03 FILLER                  PIC X(20) VALUE 'PACKED-DIGIT'.
           03 FILLER                  PIC X(20)
                                       VALUE 'PACKED-DIGIT-W-COMMA'.
           03 FILLER                  PIC X(20) VALUE 'SIGNED-PACKED'.
           03 FILLER                  PIC X(20) VALUE 'BOOL'.
           03 FILLER                  PIC X(20) VALUE '(OTHER)'.
       01 WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAME-VALUES.
           03 WS-FIELD-NAME OCCURS 8 TIMES
                             INDEXED BY FIELD-IDX
                                              PIC X(20).

       01 WS-FIELD-TOTALS.
           03 WS-FIELD-TOTAL OCCURS 8 TIMES.
              05 WS-FIELD-CORRECTIONS         PIC S9(8) COMP.
              05 WS-FIELD-FLAGGED             PIC S9(8) COMP.

       01 WS-PAIR-TABLE.
           03 WS-PAIR-COUNT                   PIC S9(4) COMP
                                               VALUE +0.
           03 WS-PAIR-FULL                    PIC X     VALUE 'N'.
              88 WS-PAIR-FULL-YES             VALUE 'Y'.
           03 WS-PAIR-ENTRY OCCURS 1000 TIMES
                             INDEXED BY PAIR-IDX.
              05 WS-PAIR-USER                 PIC X(8).
              05 WS-PAIR-PROVIDER             PIC X(8).
              05 WS-PAIR-REPAIRS              PIC S9(8) COMP.

      *    One entry per reject key corrected in the period: who
      *    corrected it first, any other user who corrected it too,
      *    and the earlier life it was a bounce of.
       01 WS-REPAIR-TABLE.
           03 WS-REP-COUNT                    PIC S9(8) COMP
                                               VALUE +0.
           03 WS-REP-FULL                     PIC X     VALUE 'N'.
              88 WS-REP-FULL-YES              VALUE 'Y'.
           03 WS-REP-ENTRY OCCURS 5000 TIMES
                             INDEXED BY REP-IDX.
              05 WS-REP-KEY                   PIC 9(8).
              05 WS-REP-FIRST-USER            PIC X(8).
              05 WS-REP-OTHER-USER            PIC X(8).
              05 WS-REP-PRIOR-KEY             PIC 9(8).

      *    Every bounce on EDUREJF (RJF-PRIOR-KEY set) with the key
      *    of the new life, so a repair can be followed forward -
      *    the file itself only links backward. Should the table
      *    fill, later bounces are not followed and the repair shows
      *    as through.
       01 WS-BOUNCE-TABLE.
           03 WS-BOUNCE-COUNT                 PIC S9(8) COMP
                                               VALUE +0.
           03 WS-BOUNCE-FULL                  PIC X     VALUE 'N'.
              88 WS-BOUNCE-FULL-YES           VALUE 'Y'.
           03 WS-BOUNCE-ENTRY OCCURS 5000 TIMES
                             INDEXED BY BOUNCE-IDX.
              05 WS-BOUNCE-PRIOR-KEY          PIC 9(8).
              05 WS-BOUNCE-NEW-KEY            PIC 9(8).

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

       01 WS-FLAG-LINE.
           03 RPT-F-KEY               PIC 9(8).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-F-USER              PIC X(8).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-F-DATE              PIC X(8).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-F-FIELD             PIC X(20).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-F-OLD               PIC X(18).
           03 FILLER                  PIC X(3)  VALUE ' > '.
           03 RPT-F-NEW               PIC X(18).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-F-WHY.
              05 RPT-F-WHY-TEXT       PIC X(6).
              05 RPT-F-PERCENT        PIC ZZZZ9.9.
              05 RPT-F-PERCENT-SIGN   PIC X(1).
           03 RPT-F-WHY-KEY REDEFINES RPT-F-WHY
                                      PIC X(14).

       01 WS-JOIN-LINE.
           03 FILLER                  PIC X(9)  VALUE SPACES.
           03 FILLER                  PIC X(9)  VALUE 'PROVIDER '.
           03 RPT-J-PROVIDER          PIC X(8).
           03 FILLER                  PIC X(8)  VALUE ' REASON '.
           03 RPT-J-CODE              PIC -Z(4)9.
           03 RPT-J-CODE-X REDEFINES RPT-J-CODE
                                      PIC X(6).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-J-TEXT              PIC X(25).
           03 FILLER                  PIC X(9)  VALUE ' BOUNCES '.
           03 RPT-J-BOUNCES           PIC Z9.
           03 FILLER                  PIC X(5)  VALUE ' NOW '.
           03 RPT-J-STATE             PIC X(24).

       01 WS-USER-LINE.
           03 RPT-U-USER              PIC X(8).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-U-CORRECTIONS       PIC Z(7)9.
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-U-REPAIRS           PIC Z(7)9.

       01 WS-FIELD-LINE.
           03 RPT-D-FIELD             PIC X(20).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-D-CORRECTIONS       PIC Z(7)9.
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-D-FLAGGED           PIC Z(7)9.

       01 WS-PAIR-LINE.
           03 RPT-P-USER              PIC X(8).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-P-PROVIDER          PIC X(8).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-P-REPAIRS           PIC Z(7)9.
           03 FILLER                  PIC X(9)  VALUE ' AVERAGE '.
           03 RPT-P-AVERAGE           PIC ZZZZ9.9.

       01 WS-RECORD-LINE.
           03 FILLER                  PIC X(4)  VALUE 'KEY '.
           03 RPT-R-KEY               PIC 9(8).
           03 FILLER                  PIC X(7)  VALUE ' FIRST '.
           03 RPT-R-FIRST-USER        PIC X(8).
           03 FILLER                  PIC X(6)  VALUE ' ALSO '.
           03 RPT-R-OTHER-USER        PIC X(8).
           03 FILLER                  PIC X(11)
                              VALUE ' BOUNCE OF '.
           03 RPT-R-PRIOR-KEY         PIC Z(7)9.

       LINKAGE SECTION.
       01 WS-PARM-AREA.
           03 WS-PARM-LEN                     PIC S9(4)  COMP.
           03 WS-PARM-TEXT                    PIC X(8).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PROGRAM          section.
      D    DISPLAY NN 'Starting'.

           PERFORM ESTABLISH-REPORT-PERIOD.
           PERFORM OPEN-REPORT-FILES.
           PERFORM LOAD-BOUNCE-TABLE.

           DISPLAY 'CORRECTION OVERSIGHT REPORT - LAST '
                   WS-PARM-DAYS ' DAYS TO ' WS-TODAY
                   ', AMOUNT MOVES OVER ' WS-PARM-PERCENT '%'.
           DISPLAY ' '.
           DISPLAY 'FLAGGED CORRECTIONS'.
           DISPLAY 'REJ KEY  USER     DATE     FIELD               '
                   ' OLD VALUE            NEW VALUE          FLAG'.

           PERFORM READ-CORRECTION-RECORD.
           PERFORM EXAMINE-ONE-CORRECTION
               UNTIL WS-MORE-RECORDS-NO.

           PERFORM PRINT-USER-TOTALS.
           PERFORM PRINT-FIELD-TOTALS.
           PERFORM PRINT-UNUSUAL-PAIRS.
           PERFORM PRINT-SHARED-AND-BOUNCED.
           PERFORM PRINT-SUMMARY.

           PERFORM CLOSE-REPORT-FILES.

      D    DISPLAY NN 'Ending'.
           STOP RUN.

       ESTABLISH-REPORT-PERIOD section.

           IF WS-PARM-LEN IS GREATER THAN OR EQUAL TO +3
               IF WS-PARM-TEXT(1:3) IS NUMERIC
                   MOVE WS-PARM-TEXT(1:3) TO WS-PARM-DAYS
                   MOVE WS-PARM-DAYS      TO WS-DAYS
               END-IF
           END-IF.
           IF WS-DAYS IS LESS THAN 1
               MOVE 30 TO WS-DAYS
           END-IF.
           MOVE WS-DAYS TO WS-PARM-DAYS.

           IF WS-PARM-LEN IS GREATER THAN OR EQUAL TO +7
               IF WS-PARM-TEXT(5:3) IS NUMERIC
                   MOVE WS-PARM-TEXT(5:3) TO WS-PARM-PERCENT
               END-IF
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-CONV-DATE.
           PERFORM CONVERT-DATE-TO-SERIAL.
           MOVE WS-CONV-SERIAL TO WS-TODAY-SERIAL.

           COMPUTE WS-CUTOFF-SERIAL = WS-TODAY-SERIAL - WS-DAYS.

      *    EDUCORF and EDUREJF are required. Without the EDUTRCF
      *    trace the reasons of repaired records show as not
      *    traced; without EDUMSGF the codes show without text.
       OPEN-REPORT-FILES     section.

           OPEN INPUT EDUCORF.
           IF WS-CORF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUCORF FAILED, STATUS = '
                                                  WS-CORF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EDUREJF.
           IF WS-REJF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUREJF FAILED, STATUS = '
                                                  WS-REJF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EDUTRCF.
           IF WS-TRCF-STATUS IS EQUAL TO '00'
               SET WS-TRCF-AVAILABLE-YES TO TRUE
           ELSE
               DISPLAY NN 'EDUTRCF NOT AVAILABLE, STATUS = '
                          WS-TRCF-STATUS ' - REPAIRED RECORDS '
                          'SHOW NO ORIGINAL REASON'
           END-IF.

           OPEN INPUT EDUMSGF.
           IF WS-MSGF-STATUS IS EQUAL TO '00'
               SET WS-MSGF-AVAILABLE-YES TO TRUE
           ELSE
               DISPLAY NN 'EDUMSGF NOT AVAILABLE, STATUS = '
                          WS-MSGF-STATUS
           END-IF.

      *    One pass over EDUREJF before the log is read: the bounce
      *    links, turned round so they can be followed forward.
       LOAD-BOUNCE-TABLE     section.

           PERFORM READ-REPAIR-RECORD.
           PERFORM NOTE-ONE-BOUNCE
               UNTIL WS-MORE-REPAIRS-NO.

       READ-REPAIR-RECORD    section.

           READ EDUREJF NEXT RECORD
               AT END
                   SET WS-MORE-REPAIRS-NO TO TRUE
           END-READ.

           IF WS-MORE-REPAIRS-YES
               IF WS-REJF-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUREJF FAILED, STATUS = '
                                                      WS-REJF-STATUS
                   SET WS-MORE-REPAIRS-NO TO TRUE
               END-IF
           END-IF.

       NOTE-ONE-BOUNCE       section.

           IF RJF-PRIOR-KEY IS GREATER THAN ZERO
               IF WS-BOUNCE-COUNT IS LESS THAN 5000
                   ADD 1 TO WS-BOUNCE-COUNT
                   SET BOUNCE-IDX TO WS-BOUNCE-COUNT
                   MOVE RJF-PRIOR-KEY TO WS-BOUNCE-PRIOR-KEY(BOUNCE-IDX)
                   MOVE RJF-KEY       TO WS-BOUNCE-NEW-KEY(BOUNCE-IDX)
               ELSE
                   IF WS-BOUNCE-FULL-YES
                       CONTINUE
                   ELSE
                       DISPLAY NN 'BOUNCE TABLE FULL AT 5000 - '
                               'LATER BOUNCES ARE NOT FOLLOWED'
                       SET WS-BOUNCE-FULL-YES TO TRUE
                   END-IF
               END-IF
           END-IF.

           PERFORM READ-REPAIR-RECORD.

       READ-CORRECTION-RECORD section.

           READ EDUCORF.

           IF WS-CORF-STATUS IS EQUAL TO '10'
               SET WS-MORE-RECORDS-NO TO TRUE
           ELSE
               IF WS-CORF-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUCORF FAILED, STATUS = '
                                                      WS-CORF-STATUS
                   SET WS-MORE-RECORDS-NO TO TRUE
               ELSE
                   ADD 1 TO WS-COR-READ
               END-IF
           END-IF.

       EXAMINE-ONE-CORRECTION section.

           MOVE ZERO TO WS-COR-SERIAL.
           IF COR-DATE IS NUMERIC
               MOVE COR-DATE TO WS-CONV-DATE
               PERFORM CONVERT-DATE-TO-SERIAL
               MOVE WS-CONV-SERIAL TO WS-COR-SERIAL
           END-IF.

           IF WS-COR-SERIAL IS GREATER THAN WS-CUTOFF-SERIAL
               ADD 1 TO WS-COR-IN-PERIOD
               PERFORM JOIN-CURRENT-REPAIR
               PERFORM TALLY-ONE-CORRECTION
               PERFORM JUDGE-ONE-CORRECTION
           END-IF.

           PERFORM READ-CORRECTION-RECORD.

      *    The corrections of one commit are logged together, so
      *    EDUREJF is read only when the reject key changes.
       JOIN-CURRENT-REPAIR   section.

           IF COR-REJECT-KEY IS NOT EQUAL TO WS-CUR-REJECT-KEY
               MOVE COR-REJECT-KEY TO WS-CUR-REJECT-KEY
               MOVE COR-REJECT-KEY TO RJF-KEY
               READ EDUREJF
                   INVALID KEY
                       SET WS-CUR-FOUND-NO TO TRUE
                       MOVE '*UNKNOWN'   TO WS-CUR-PROVIDER
                       MOVE ZERO         TO WS-CUR-LENGTH
                       MOVE ZERO         TO WS-CUR-PRIOR-KEY
                   NOT INVALID KEY
                       SET WS-CUR-FOUND-YES TO TRUE
                       MOVE RJF-ORIGIN-PROVIDER TO WS-CUR-PROVIDER
                       MOVE RJF-RECORD-LENGTH   TO WS-CUR-LENGTH
                       MOVE RJF-PRIOR-KEY       TO WS-CUR-PRIOR-KEY
               END-READ
           END-IF.

       TALLY-ONE-CORRECTION  section.

           MOVE COR-USERID     TO WS-THIS-USERID.
           MOVE COR-DATE       TO WS-THIS-DATE.
           MOVE COR-TIME       TO WS-THIS-TIME.
           MOVE COR-REJECT-KEY TO WS-THIS-REJECT-KEY.

           PERFORM FIND-OR-ADD-USER.
           IF WS-FOUND-YES
               ADD 1 TO WS-USER-CORRECTIONS(USER-IDX)
           END-IF.

           IF WS-THIS-REPAIR IS NOT EQUAL TO WS-PREV-REPAIR
               MOVE WS-THIS-REPAIR TO WS-PREV-REPAIR
               ADD 1 TO WS-REPAIR-COUNT
               IF WS-FOUND-YES
                   ADD 1 TO WS-USER-REPAIRS(USER-IDX)
               END-IF
               PERFORM FIND-OR-ADD-PAIR
               PERFORM FIND-OR-ADD-REPAIR
           END-IF.

           PERFORM FIND-FIELD-NAME.
           ADD 1 TO WS-FIELD-CORRECTIONS(FIELD-IDX).

      *    WS-FOUND-SWITCH comes back 'Y' with USER-IDX on the user's
      *    entry, or 'N' once the table is full and the user is new.
       FIND-OR-ADD-USER      section.

           SET WS-FOUND-NO TO TRUE.

           PERFORM SEARCH-ONE-USER
               VARYING USER-IDX FROM 1 BY 1
               UNTIL USER-IDX IS GREATER THAN WS-USER-COUNT
                  OR WS-FOUND-YES.

           IF WS-FOUND-YES
               SET USER-IDX DOWN BY 1
           ELSE
               IF WS-USER-COUNT IS LESS THAN 200
                   ADD 1 TO WS-USER-COUNT
                   SET USER-IDX TO WS-USER-COUNT
                   MOVE COR-USERID TO WS-USER-ID(USER-IDX)
                   MOVE ZERO       TO WS-USER-CORRECTIONS(USER-IDX)
                   MOVE ZERO       TO WS-USER-REPAIRS(USER-IDX)
                   SET WS-FOUND-YES TO TRUE
               ELSE
                   IF WS-USER-FULL-YES
                       CONTINUE
                   ELSE
                       DISPLAY NN 'USER TABLE FULL AT 200 - FURTHER '
                               'USERS LEFT OUT OF THE BY-USER TOTALS'
                       SET WS-USER-FULL-YES TO TRUE
                   END-IF
               END-IF
           END-IF.

       SEARCH-ONE-USER       section.

           IF WS-USER-ID(USER-IDX) IS EQUAL TO COR-USERID
               SET WS-FOUND-YES TO TRUE
           END-IF.

       FIND-OR-ADD-PAIR      section.

           SET WS-FOUND-NO TO TRUE.

           PERFORM SEARCH-ONE-PAIR
               VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX IS GREATER THAN WS-PAIR-COUNT
                  OR WS-FOUND-YES.

           IF WS-FOUND-YES
               SET PAIR-IDX DOWN BY 1
               ADD 1 TO WS-PAIR-REPAIRS(PAIR-IDX)
           ELSE
               IF WS-PAIR-COUNT IS LESS THAN 1000
                   ADD 1 TO WS-PAIR-COUNT
                   SET PAIR-IDX TO WS-PAIR-COUNT
                   MOVE COR-USERID      TO WS-PAIR-USER(PAIR-IDX)
                   MOVE WS-CUR-PROVIDER TO WS-PAIR-PROVIDER(PAIR-IDX)
                   MOVE 1               TO WS-PAIR-REPAIRS(PAIR-IDX)
               ELSE
                   IF WS-PAIR-FULL-YES
                       CONTINUE
                   ELSE
                       DISPLAY NN 'USER/PROVIDER TABLE FULL AT 1000 '
                               '- FURTHER PAIRS NOT JUDGED'
                       SET WS-PAIR-FULL-YES TO TRUE
                   END-IF
               END-IF
           END-IF.

       SEARCH-ONE-PAIR       section.

           IF WS-PAIR-USER(PAIR-IDX) IS EQUAL TO COR-USERID AND
              WS-PAIR-PROVIDER(PAIR-IDX) IS EQUAL TO WS-CUR-PROVIDER
               SET WS-FOUND-YES TO TRUE
           END-IF.

      *    A second commit on the same reject key by a different user
      *    is what the shared-records list is after; the first
      *    other user is the one shown.
       FIND-OR-ADD-REPAIR    section.

           SET WS-FOUND-NO TO TRUE.

           PERFORM SEARCH-ONE-REPAIR
               VARYING REP-IDX FROM 1 BY 1
               UNTIL REP-IDX IS GREATER THAN WS-REP-COUNT
                  OR WS-FOUND-YES.

           IF WS-FOUND-YES
               SET REP-IDX DOWN BY 1
               IF COR-USERID IS NOT EQUAL TO
                                      WS-REP-FIRST-USER(REP-IDX) AND
                  WS-REP-OTHER-USER(REP-IDX) IS EQUAL TO SPACES
                   MOVE COR-USERID TO WS-REP-OTHER-USER(REP-IDX)
               END-IF
           ELSE
               IF WS-REP-COUNT IS LESS THAN 5000
                   ADD 1 TO WS-REP-COUNT
                   SET REP-IDX TO WS-REP-COUNT
                   MOVE COR-REJECT-KEY   TO WS-REP-KEY(REP-IDX)
                   MOVE COR-USERID       TO WS-REP-FIRST-USER(REP-IDX)
                   MOVE SPACES           TO WS-REP-OTHER-USER(REP-IDX)
                   MOVE WS-CUR-PRIOR-KEY TO WS-REP-PRIOR-KEY(REP-IDX)
               ELSE
                   IF WS-REP-FULL-YES
                       CONTINUE
                   ELSE
                       DISPLAY NN 'RECORD TABLE FULL AT 5000 - '
                               'FURTHER RECORDS NOT LISTED'
                       SET WS-REP-FULL-YES TO TRUE
                   END-IF
               END-IF
           END-IF.

       SEARCH-ONE-REPAIR     section.

           IF WS-REP-KEY(REP-IDX) IS EQUAL TO COR-REJECT-KEY
               SET WS-FOUND-YES TO TRUE
           END-IF.

      *    FIELD-IDX comes back on the field's entry, or on the
      *    last ('OTHER') entry for a name EREP does not log.
       FIND-FIELD-NAME       section.

           SET WS-FOUND-NO TO TRUE.

           PERFORM SEARCH-ONE-FIELD
               VARYING FIELD-IDX FROM 1 BY 1
               UNTIL FIELD-IDX IS GREATER THAN 7
                  OR WS-FOUND-YES.

           IF WS-FOUND-YES
               SET FIELD-IDX DOWN BY 1
           ELSE
               SET FIELD-IDX TO 8
           END-IF.

       SEARCH-ONE-FIELD      section.

           IF WS-FIELD-NAME(FIELD-IDX) IS EQUAL TO COR-FIELD-NAME
               SET WS-FOUND-YES TO TRUE
           END-IF.

      *    NUMERIC-STRING is the natural key of a V1 record only;
      *    a V2 record's key is ACCOUNT-ID plus EFFECTIVE-DATE,
      *    which EREP does not edit. With the EDUREJF record gone,
      *    a change is still a key change when the old value is
      *    the natural key the correction was logged under.
       JUDGE-ONE-CORRECTION  section.

           SET WS-FLAG-NONE TO TRUE.

           EVALUATE COR-FIELD-NAME
               WHEN 'NUMERIC-STRING'
                   IF WS-CUR-FOUND-YES
                       IF WS-CUR-LENGTH IS NOT EQUAL TO 124
                           SET WS-FLAG-KEY-CHANGE TO TRUE
                       END-IF
                   ELSE
                       IF COR-OLD-VALUE(1:18) IS EQUAL TO
                                               COR-NATURAL-KEY
                           SET WS-FLAG-KEY-CHANGE TO TRUE
                       END-IF
                   END-IF
               WHEN 'PACKED-DIGIT-W-COMMA'
               WHEN 'SIGNED-PACKED'
                   PERFORM MEASURE-AMOUNT-MOVE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-FLAG-KEY-CHANGE OR WS-FLAG-BIG-MOVE
               ADD 1 TO WS-FIELD-FLAGGED(FIELD-IDX)
               PERFORM PRINT-FLAGGED-CORRECTION
           END-IF.

      *    The move is measured against the value the reject arrived
      *    with; from zero, any change counts as over. A side that
      *    was not valid packed data cannot be measured and is not
      *    flagged - repairing bad data is what EREP is for.
       MEASURE-AMOUNT-MOVE   section.

           MOVE 'N' TO WS-OLD-VALID.
           MOVE COR-OLD-VALUE TO WS-AMOUNT-TEXT.
           PERFORM PARSE-LOGGED-AMOUNT.
           IF WS-AMOUNT-VALID-YES
               MOVE WS-PARSED-AMOUNT TO WS-OLD-AMOUNT
               SET WS-OLD-VALID-YES TO TRUE
           END-IF.

           MOVE COR-NEW-VALUE TO WS-AMOUNT-TEXT.
           PERFORM PARSE-LOGGED-AMOUNT.

           IF WS-OLD-VALID-YES AND WS-AMOUNT-VALID-YES
               MOVE WS-PARSED-AMOUNT TO WS-NEW-AMOUNT
               COMPUTE WS-MOVE-AMOUNT = WS-NEW-AMOUNT - WS-OLD-AMOUNT
               IF WS-MOVE-AMOUNT IS LESS THAN ZERO
                   COMPUTE WS-MOVE-AMOUNT = 0 - WS-MOVE-AMOUNT
               END-IF
               IF WS-OLD-AMOUNT IS LESS THAN ZERO
                   COMPUTE WS-OLD-AMOUNT = 0 - WS-OLD-AMOUNT
               END-IF
               IF WS-OLD-AMOUNT IS EQUAL TO ZERO
                   MOVE 99999.9 TO WS-MOVE-PERCENT
               ELSE
                   COMPUTE WS-MOVE-PERCENT ROUNDED =
                       WS-MOVE-AMOUNT * 100 / WS-OLD-AMOUNT
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-MOVE-PERCENT
                   END-COMPUTE
               END-IF
               IF WS-MOVE-AMOUNT IS GREATER THAN ZERO AND
                  WS-MOVE-PERCENT IS GREATER THAN WS-PARM-PERCENT
                   SET WS-FLAG-BIG-MOVE TO TRUE
               END-IF
           END-IF.

       PARSE-LOGGED-AMOUNT   section.

           SET WS-AMOUNT-VALID-NO TO TRUE.

           IF COR-FIELD-NAME IS EQUAL TO 'SIGNED-PACKED'
               IF (WS-SGNPKD-SIGN IS EQUAL TO '+' OR
                   WS-SGNPKD-SIGN IS EQUAL TO '-') AND
                  WS-SGNPKD-DIGITS IS NUMERIC
                   MOVE WS-SGNPKD-DIGITS TO WS-PARSED-AMOUNT
                   IF WS-SGNPKD-SIGN IS EQUAL TO '-'
                       COMPUTE WS-PARSED-AMOUNT =
                               0 - WS-PARSED-AMOUNT
                   END-IF
                   SET WS-AMOUNT-VALID-YES TO TRUE
               END-IF
           ELSE
               IF WS-PKDCOM-DIGITS IS NUMERIC
                   MOVE WS-PKDCOM-DIGITS TO WS-PARSED-AMOUNT
                   SET WS-AMOUNT-VALID-YES TO TRUE
               END-IF
           END-IF.

       PRINT-FLAGGED-CORRECTION section.

           MOVE COR-REJECT-KEY     TO RPT-F-KEY
           MOVE COR-USERID         TO RPT-F-USER
           MOVE COR-DATE           TO RPT-F-DATE
           MOVE COR-FIELD-NAME     TO RPT-F-FIELD
           MOVE COR-OLD-VALUE      TO RPT-F-OLD
           MOVE COR-NEW-VALUE      TO RPT-F-NEW

           IF WS-FLAG-KEY-CHANGE
               ADD 1 TO WS-KEY-CHANGE-COUNT
               MOVE 'NATURAL KEY'  TO RPT-F-WHY-KEY
           ELSE
               ADD 1 TO WS-BIG-MOVE-COUNT
               MOVE 'MOVED '       TO RPT-F-WHY-TEXT
               MOVE WS-MOVE-PERCENT TO RPT-F-PERCENT
               MOVE '%'            TO RPT-F-PERCENT-SIGN
           END-IF

           DISPLAY WS-FLAG-LINE.

           MOVE COR-REJECT-KEY TO WS-JOIN-KEY.
           PERFORM JOIN-REPAIR-OUTCOME.
           PERFORM PRINT-JOIN-LINE.

      *    Reads WS-JOIN-KEY's EDUREJF record for its provider and
      *    original reason, then follows its bounces forward to the
      *    latest life, whose status says how the repair ended.
       JOIN-REPAIR-OUTCOME   section.

           MOVE ZERO   TO WS-JOIN-BOUNCES.
           MOVE SPACES TO WS-JOIN-STATE.
           SET WS-JOIN-REASON-KNOWN-NO TO TRUE.

           MOVE WS-JOIN-KEY TO RJF-KEY.
           READ EDUREJF
               INVALID KEY
                   MOVE '*UNKNOWN' TO WS-JOIN-PROVIDER
                   MOVE 'NO LONGER ON EDUREJF' TO WS-JOIN-STATE
           END-READ.

           IF WS-REJF-STATUS IS EQUAL TO '00'
               MOVE RJF-ORIGIN-PROVIDER TO WS-JOIN-PROVIDER
               PERFORM FIND-ORIGINAL-REASON
               SET WS-FOLLOW-DONE-NO TO TRUE
               PERFORM FOLLOW-ONE-LIFE
                   UNTIL WS-FOLLOW-DONE-YES
           END-IF.

      *    An unrepaired record still carries the reason it was
      *    rejected for. A repaired one carries EREP's revalidation
      *    instead, so its reason is the last 'R' arrival traced for
      *    its natural key from the same provider up to the day it
      *    was loaded.
       FIND-ORIGINAL-REASON  section.

           IF RJF-STATUS-OPEN
               MOVE RJF-FEED-RECORD TO WS-IMAGE-BUFFER
               MOVE RESULT-CODE OF WS-IMAGE-AREA
                                   TO WS-JOIN-REASON-CODE
               MOVE RESULT-TEXT OF WS-IMAGE-AREA
                                   TO WS-JOIN-REASON-TEXT
               SET WS-JOIN-REASON-KNOWN-YES TO TRUE
           ELSE
               IF WS-TRCF-AVAILABLE-YES AND
                  RJF-NATURAL-KEY IS NOT EQUAL TO SPACES
                   MOVE RJF-NATURAL-KEY     TO WS-TRACE-NATURAL-KEY
                   MOVE RJF-ORIGIN-PROVIDER TO WS-TRACE-PROVIDER
                   MOVE RJF-LOADED-DATE     TO WS-TRACE-LOADED-DATE
                   PERFORM BROWSE-ARRIVAL-TRACE
               END-IF
               IF WS-JOIN-REASON-KNOWN-YES
                   PERFORM LOOKUP-REASON-TEXT
               END-IF
           END-IF.

       BROWSE-ARRIVAL-TRACE  section.

           MOVE LOW-VALUES           TO TRC-RECORD-KEY.
           MOVE WS-TRACE-NATURAL-KEY TO TRC-NATURAL-KEY.
           SET WS-MORE-TRACES-YES    TO TRUE.

           START EDUTRCF KEY IS NOT LESS THAN TRC-RECORD-KEY
               INVALID KEY
                   SET WS-MORE-TRACES-NO TO TRUE
           END-START.

           PERFORM READ-ONE-TRACE
               UNTIL WS-MORE-TRACES-NO.

       READ-ONE-TRACE        section.

           READ EDUTRCF NEXT RECORD
               AT END
                   SET WS-MORE-TRACES-NO TO TRUE
           END-READ.

           IF WS-MORE-TRACES-YES
               IF WS-TRCF-STATUS IS NOT EQUAL TO '00' OR
                  TRC-NATURAL-KEY IS NOT EQUAL TO WS-TRACE-NATURAL-KEY
                   SET WS-MORE-TRACES-NO TO TRUE
               ELSE
                   IF TRC-OUTCOME-REJECTED AND
                      TRC-PROVIDER-ID IS EQUAL TO WS-TRACE-PROVIDER AND
                      TRC-RUN-DATE IS NOT GREATER THAN
                                            WS-TRACE-LOADED-DATE
                       MOVE TRC-RESULT-CODE TO WS-JOIN-REASON-CODE
                       SET WS-JOIN-REASON-KNOWN-YES TO TRUE
                   END-IF
               END-IF
           END-IF.

       LOOKUP-REASON-TEXT    section.

           MOVE 'CODE NOT IN MSG TABLE' TO WS-JOIN-REASON-TEXT.

           IF WS-MSGF-AVAILABLE-YES
               MOVE WS-JOIN-REASON-CODE TO MSG-RESULT-CODE
               READ EDUMSGF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MSG-RESULT-TEXT TO WS-JOIN-REASON-TEXT
               END-READ
           END-IF.

      *    One life of the repair: open or queued ends the walk; an
      *    extracted life that bounced moves on to the bounce, and
      *    one that did not is through.
       FOLLOW-ONE-LIFE       section.

           EVALUATE TRUE
               WHEN RJF-STATUS-OPEN
                   MOVE 'OPEN, NOT YET REPAIRED' TO WS-JOIN-STATE
                   SET WS-FOLLOW-DONE-YES TO TRUE
               WHEN RJF-STATUS-CORRECTED
                   MOVE 'QUEUED FOR RESUBMISSION' TO WS-JOIN-STATE
                   SET WS-FOLLOW-DONE-YES TO TRUE
               WHEN OTHER
                   PERFORM FIND-NEXT-LIFE
           END-EVALUATE.

           IF WS-FOLLOW-DONE-NO AND WS-JOIN-BOUNCES IS EQUAL TO 99
               MOVE 'BOUNCE CHAIN TOO LONG' TO WS-JOIN-STATE
               SET WS-FOLLOW-DONE-YES TO TRUE
           END-IF.

       FIND-NEXT-LIFE        section.

           SET WS-FOUND-NO TO TRUE.

           PERFORM SEARCH-ONE-BOUNCE
               VARYING BOUNCE-IDX FROM 1 BY 1
               UNTIL BOUNCE-IDX IS GREATER THAN WS-BOUNCE-COUNT
                  OR WS-FOUND-YES.

           IF WS-FOUND-NO
               MOVE 'GOT THROUGH' TO WS-JOIN-STATE
               SET WS-FOLLOW-DONE-YES TO TRUE
           ELSE
               SET BOUNCE-IDX DOWN BY 1
               ADD 1 TO WS-JOIN-BOUNCES
               MOVE WS-BOUNCE-NEW-KEY(BOUNCE-IDX) TO RJF-KEY
               READ EDUREJF
                   INVALID KEY
                       MOVE 'BOUNCE NO LONGER ON FILE'
                                                   TO WS-JOIN-STATE
                       SET WS-FOLLOW-DONE-YES TO TRUE
               END-READ
           END-IF.

       SEARCH-ONE-BOUNCE     section.

           IF WS-BOUNCE-PRIOR-KEY(BOUNCE-IDX) IS EQUAL TO RJF-KEY
               SET WS-FOUND-YES TO TRUE
           END-IF.

       PRINT-JOIN-LINE       section.

           MOVE WS-JOIN-PROVIDER    TO RPT-J-PROVIDER
           IF WS-JOIN-REASON-KNOWN-YES
               MOVE WS-JOIN-REASON-CODE TO RPT-J-CODE
               MOVE WS-JOIN-REASON-TEXT TO RPT-J-TEXT
           ELSE
               MOVE SPACES              TO RPT-J-CODE-X
               MOVE 'REASON NOT TRACED' TO RPT-J-TEXT
           END-IF
           MOVE WS-JOIN-BOUNCES     TO RPT-J-BOUNCES
           MOVE WS-JOIN-STATE       TO RPT-J-STATE

           DISPLAY WS-JOIN-LINE.

       PRINT-USER-TOTALS     section.

           DISPLAY ' '.
           DISPLAY 'CORRECTIONS BY USER'.
           DISPLAY 'USER     CORRECTNS  RECORDS'.

           PERFORM PRINT-ONE-USER
               VARYING USER-IDX FROM 1 BY 1
               UNTIL USER-IDX IS GREATER THAN WS-USER-COUNT.

       PRINT-ONE-USER        section.

           MOVE WS-USER-ID(USER-IDX)          TO RPT-U-USER
           MOVE WS-USER-CORRECTIONS(USER-IDX) TO RPT-U-CORRECTIONS
           MOVE WS-USER-REPAIRS(USER-IDX)     TO RPT-U-REPAIRS

           DISPLAY WS-USER-LINE.

       PRINT-FIELD-TOTALS    section.

           DISPLAY ' '.
           DISPLAY 'CORRECTIONS BY FIELD'.
           DISPLAY 'FIELD                CORRECTNS  FLAGGED'.

           PERFORM PRINT-ONE-FIELD
               VARYING FIELD-IDX FROM 1 BY 1
               UNTIL FIELD-IDX IS GREATER THAN 8.

       PRINT-ONE-FIELD       section.

           IF FIELD-IDX IS LESS THAN 8 OR
              WS-FIELD-CORRECTIONS(FIELD-IDX) IS GREATER THAN ZERO
               MOVE WS-FIELD-NAME(FIELD-IDX)        TO RPT-D-FIELD
               MOVE WS-FIELD-CORRECTIONS(FIELD-IDX) TO
                                                   RPT-D-CORRECTIONS
               MOVE WS-FIELD-FLAGGED(FIELD-IDX)     TO RPT-D-FLAGGED
               DISPLAY WS-FIELD-LINE
           END-IF.

       PRINT-UNUSUAL-PAIRS   section.

           DISPLAY ' '.
           DISPLAY 'USERS REPAIRING ONE PROVIDER UNUSUALLY OFTEN'.
           DISPLAY 'USER     PROVIDER  RECORDS'.

           IF WS-PAIR-COUNT IS GREATER THAN ZERO
               MOVE ZERO TO WS-PAIR-TOTAL
               PERFORM ADD-ONE-PAIR
                   VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX IS GREATER THAN WS-PAIR-COUNT
               COMPUTE WS-PAIR-AVERAGE ROUNDED =
                   WS-PAIR-TOTAL / WS-PAIR-COUNT
               COMPUTE WS-PAIR-TRIGGER =
                   WS-PAIR-AVERAGE * WS-PAIR-FACTOR
               PERFORM JUDGE-ONE-PAIR
                   VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX IS GREATER THAN WS-PAIR-COUNT
           END-IF.

       ADD-ONE-PAIR          section.

           ADD WS-PAIR-REPAIRS(PAIR-IDX) TO WS-PAIR-TOTAL.

       JUDGE-ONE-PAIR        section.

           IF WS-PAIR-REPAIRS(PAIR-IDX) IS NOT LESS THAN
                                             WS-PAIR-MINIMUM AND
              WS-PAIR-REPAIRS(PAIR-IDX) IS NOT LESS THAN
                                             WS-PAIR-TRIGGER
               ADD 1 TO WS-UNUSUAL-COUNT
               MOVE WS-PAIR-USER(PAIR-IDX)     TO RPT-P-USER
               MOVE WS-PAIR-PROVIDER(PAIR-IDX) TO RPT-P-PROVIDER
               MOVE WS-PAIR-REPAIRS(PAIR-IDX)  TO RPT-P-REPAIRS
               MOVE WS-PAIR-AVERAGE            TO RPT-P-AVERAGE
               DISPLAY WS-PAIR-LINE
           END-IF.

       PRINT-SHARED-AND-BOUNCED section.

           DISPLAY ' '.
           DISPLAY 'RECORDS CORRECTED BY MORE THAN ONE USER OR '
                   'AGAIN AFTER A BOUNCE'.

           PERFORM JUDGE-ONE-REPAIR
               VARYING REP-IDX FROM 1 BY 1
               UNTIL REP-IDX IS GREATER THAN WS-REP-COUNT.

       JUDGE-ONE-REPAIR      section.

           IF WS-REP-OTHER-USER(REP-IDX) IS NOT EQUAL TO SPACES OR
              WS-REP-PRIOR-KEY(REP-IDX) IS GREATER THAN ZERO
               ADD 1 TO WS-LISTED-RECORD-COUNT
               MOVE WS-REP-KEY(REP-IDX)        TO RPT-R-KEY
               MOVE WS-REP-FIRST-USER(REP-IDX) TO RPT-R-FIRST-USER
               MOVE WS-REP-OTHER-USER(REP-IDX) TO RPT-R-OTHER-USER
               MOVE WS-REP-PRIOR-KEY(REP-IDX)  TO RPT-R-PRIOR-KEY
               DISPLAY WS-RECORD-LINE
               MOVE WS-REP-KEY(REP-IDX) TO WS-JOIN-KEY
               PERFORM JOIN-REPAIR-OUTCOME
               PERFORM PRINT-JOIN-LINE
           END-IF.

       PRINT-SUMMARY         section.

           DISPLAY ' '.
           MOVE WS-COR-READ TO WS-DISPLAY-COUNT.
           DISPLAY 'CORRECTIONS ON EDUCORF             '
                   WS-DISPLAY-COUNT.
           MOVE WS-COR-IN-PERIOD TO WS-DISPLAY-COUNT.
           DISPLAY 'CORRECTIONS IN THE PERIOD          '
                   WS-DISPLAY-COUNT.
           MOVE WS-REPAIR-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY 'REPAIRS COMMITTED IN THE PERIOD    '
                   WS-DISPLAY-COUNT.
           MOVE WS-KEY-CHANGE-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY 'NATURAL KEY CHANGES                '
                   WS-DISPLAY-COUNT.
           MOVE WS-BIG-MOVE-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY 'AMOUNT MOVES OVER THE PERCENTAGE   '
                   WS-DISPLAY-COUNT.
           MOVE WS-UNUSUAL-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY 'UNUSUAL USER/PROVIDER PAIRS        '
                   WS-DISPLAY-COUNT.
           MOVE WS-LISTED-RECORD-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY 'SHARED OR BOUNCED RECORDS LISTED   '
                   WS-DISPLAY-COUNT.

      *    Calendar date to a day serial, same arithmetic as
      *    EDURPT06's batch-window period.
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

       CLOSE-REPORT-FILES    section.

           CLOSE EDUCORF.
           CLOSE EDUREJF.
           IF WS-TRCF-AVAILABLE-YES
               CLOSE EDUTRCF
           END-IF.
           IF WS-MSGF-AVAILABLE-YES
               CLOSE EDUMSGF
           END-IF.
      *----------------------------------------------------------------*
