      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.3                                           *
      *       HISTORY :                                                *
      *        15/10/26  EDUCALF business-day calendar maintained;     *
      *                  EDUSCHF provider region shown and keyed       *
      *        15/10/26  EDURETF housekeeping retention maintained     *
      *        15/10/26  EDUVTLF feed volume tolerance maintained      *
      *        15/10/26  EDUACMF daily value limit and tolerance       *
      *                  shown and keyed                               *
      *        15/10/26  EDURETF class rule deletes need approval      *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * Pseudo-conversational control-file maintenance transaction     *
      * (ECFM, map EDUMAP4 of mapset EDUMSET) over the runtime         *
      * control files: EDUPRFF (validation profile), EDUALCF           *
      * (alerting thresholds), EDUSCHF (expected-feed schedule),       *
      * EDUMSGF (result-code texts), EDUACMF (account master),         *
      * EDUCALF (business-day calendar, keyed region + YYYYMMDD as     *
      * one string, e.g. UK20261225), EDURETF (housekeeping            *
      * retention, keyed file + class, e.g. 'EDUREJF X') and EDUVTLF   *
      * (feed volume tolerance band, keyed provider or '*DEFAULT').    *
      * The operator keys a file, an action and a record key and can   *
      * browse (B, PF8 for the next record), add (A), change (C) or    *
      * delete (D) a record - no seed-table edit, recompile and        *
      * DELETE/DEFINE of the whole cluster any more.                   *
      *                                                                *
      * Maker-checker: a change that relaxes a control does not take   *
      * effect when it is keyed. It is parked on the EDUPCHF pending-  *
      * change file, shown alongside the live record in the PENDING    *
      * column, and applied only when a DIFFERENT user approves it     *
      * (P); any user may turn it down (R). What counts as relaxing:   *
      *   EDUPRFF  a check suspended, or a suspension lengthened       *
      *   EDUALCF  a threshold raised, the window shortened, or the    *
      *            control record deleted                              *
      *   EDUSCHF  an expected day dropped, the cutoff made later,     *
      *            the region changed, or the provider's schedule      *
      *            deleted                                             *
      *   EDUCALF  a day made a holiday, or a working-day exception    *
      *            deleted - either way one feed fewer is expected     *
      *   EDURETF  a retention added or shortened, or a class rule     *
      *            deleted (its records fall back on the file's        *
      *            default rule) - records would go sooner; deleting   *
      *            a file's default rule keeps its records for good    *
      *   EDUVTLF  a band widened (low % lowered, high % raised, a     *
      *            side switched off with 0), more history days        *
      *            needed before gating, a band added with a side      *
      *            off, or a band deleted - more feeds pass unheld     *
      *   EDUACMF  every add, change or delete - the account master    *
      *            decides what EDUVAL accepts, closing an account     *
      *            included                                            *
      *   EDUMSGF  never - message texts control nothing               *
      * The approval is refused if the live record has moved since     *
      * the maker keyed the change; reject it and key it again.        *
      *                                                                *
      * Every change applied, and every pending change rejected,       *
      * writes one EDUCHGF change-log record with the before and       *
      * after image, the maker and (where there was one) the           *
      * approver - the auditors' 'who suspended ACCTMST' answered      *
      * from a file instead of a source diff.                          *
      *                                                                *
      * Who may run ECFM at all is controlled the usual way -          *
      * transaction security - not inside this program.                *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'Control-file maintenance transaction with dual approval'
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "EDUCFM".
       Author.        "R. Castellano".
       DATE-WRITTEN.   15/10/2026.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-zSeries.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
              05 pic x(10)   value 'EDUCFM  : '.

       01 WS-VARIABLES.
           03 WS-MAPNAME               PIC X(8)  VALUE 'EDUMAP4'.
           03 WS-MAPSETNAME            PIC X(8)  VALUE 'EDUMSET'.
           03 WS-RESP                  PIC S9(8) COMP.
           03 WS-ABSTIME               PIC S9(15) COMP-3.
           03 WS-USERID                PIC X(8).
           03 WS-TODAY                 PIC X(8).
           03 WS-NOW                   PIC X(6).
           03 WS-DISPLAY-CODE          PIC -z(4)9.
           03 WS-FILE-ID               PIC X(8).
              88 WS-FILE-PROFILE       VALUE 'EDUPRFF'.
              88 WS-FILE-ALERT-CONTROL VALUE 'EDUALCF'.
              88 WS-FILE-SCHEDULE      VALUE 'EDUSCHF'.
              88 WS-FILE-MESSAGE       VALUE 'EDUMSGF'.
              88 WS-FILE-ACCOUNT       VALUE 'EDUACMF'.
              88 WS-FILE-CALENDAR      VALUE 'EDUCALF'.
              88 WS-FILE-RETENTION     VALUE 'EDURETF'.
              88 WS-FILE-VOLUME-TOLERANCE
                                       VALUE 'EDUVTLF'.
           03 WS-ACTION                PIC X.
              88 WS-ACTION-BROWSE      VALUE 'B' ' '.
              88 WS-ACTION-ADD         VALUE 'A'.
              88 WS-ACTION-CHANGE      VALUE 'C'.
              88 WS-ACTION-DELETE      VALUE 'D'.
              88 WS-ACTION-APPROVE     VALUE 'P'.
              88 WS-ACTION-REJECT      VALUE 'R'.
           03 WS-APPLY-ACTION          PIC X.
           03 WS-KEY-TEXT              PIC X(10).
           03 WS-KEY-KEYED             PIC X     VALUE 'N'.
              88 WS-KEY-KEYED-YES      VALUE 'Y'.
           03 WS-RECORD-KEY            PIC X(10).
           03 WS-KEY-LENGTH            PIC S9(4) COMP.
           03 WS-RECORD-LENGTH         PIC S9(4) COMP.
           03 WS-READ-LENGTH           PIC S9(4) COMP.
           03 WS-PENDING-KEY           PIC X(18).
           03 WS-LINE-SUB              PIC S9(4) COMP.
           03 WS-DAY-SUB               PIC S9(4) COMP.
           03 WS-PARSE-TEXT            PIC X(28).
           03 WS-PARSE-SUB             PIC S9(4) COMP.
           03 WS-PARSE-DIGITS          PIC S9(4) COMP.
           03 WS-PARSE-VALUE           PIC S9(9).
           03 WS-PARSE-NEGATIVE        PIC X     VALUE 'N'.
              88 WS-PARSE-NEGATIVE-YES VALUE 'Y'.
           03 WS-AMOUNT-WORK           PIC 9(15).
           03 WS-AMOUNT-VALUE          PIC 9(12)V9(3).
           03 WS-AMOUNT-DECIMALS       PIC S9(4) COMP.
           03 WS-AMOUNT-POINT          PIC X     VALUE 'N'.
              88 WS-AMOUNT-POINT-YES   VALUE 'Y'.
           03 WS-DIGIT                 PIC X.
           03 WS-DIGIT-NUM REDEFINES WS-DIGIT
                                       PIC 9.
           03 WS-DATE-WORK             PIC 9(8).
           03 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
              05 WS-DATE-YEAR          PIC 9(4).
              05 WS-DATE-MONTH         PIC 9(2).
              05 WS-DATE-DAY           PIC 9(2).
           03 WS-CUTOFF-WORK           PIC 9(4).
           03 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-WORK.
              05 WS-CUTOFF-HOUR        PIC 9(2).
              05 WS-CUTOFF-MINUTE      PIC 9(2).
           03 WS-RECORD-FOUND          PIC X     VALUE 'N'.
              88 WS-RECORD-FOUND-YES   VALUE 'Y'.
              88 WS-RECORD-FOUND-NO    VALUE 'N'.
           03 WS-PENDING-FOUND         PIC X     VALUE 'N'.
              88 WS-PENDING-FOUND-YES  VALUE 'Y'.
              88 WS-PENDING-FOUND-NO   VALUE 'N'.
           03 WS-INPUT-OK              PIC X     VALUE 'Y'.
              88 WS-INPUT-OK-YES       VALUE 'Y'.
              88 WS-INPUT-OK-NO        VALUE 'N'.
           03 WS-PARSE-OK              PIC X     VALUE 'Y'.
              88 WS-PARSE-OK-YES       VALUE 'Y'.
              88 WS-PARSE-OK-NO        VALUE 'N'.
           03 WS-APPROVAL              PIC X     VALUE 'N'.
              88 WS-APPROVAL-NEEDED    VALUE 'Y'.
              88 WS-APPROVAL-NOT-NEEDED
                                       VALUE 'N'.
           03 WS-APPLY-OK              PIC X     VALUE 'N'.
              88 WS-APPLY-OK-YES       VALUE 'Y'.
              88 WS-APPLY-OK-NO        VALUE 'N'.
           03 WS-MESSAGE               PIC X(79).
           03 WS-GOODBYE               PIC X(30)
                              VALUE 'CONTROL FILE MAINTENANCE ENDED'.
      *    Same one-byte values the DFHAID copy book assigns to
      *    DFHPF3/DFHPF8, kept here the way EDUREP keeps them.
           03 WS-AID-VALUES.
              05 AID-PF3               PIC X     VALUE '3'.
              05 AID-PF8               PIC X     VALUE '8'.

      *    The six label / value / pending lines of the screen, worked
      *    on as a table and moved to and from the individually named
      *    map fields in one place each.
       01 WS-SCREEN-LINES.
           03 WS-SCREEN-LINE OCCURS 6 TIMES.
              05 WS-LINE-LABEL         PIC X(20).
              05 WS-LINE-VALUE         PIC X(28).
              05 WS-LINE-PENDING       PIC X(26).
              05 WS-LINE-KEYED         PIC X.
                 88 WS-LINE-KEYED-YES  VALUE 'Y'.

      *    One record's non-key fields formatted for the screen.
       01 WS-FORMATTED-VALUES.
           03 WS-FMT-VALUE OCCURS 6 TIMES
                                       PIC X(28).

      *    Display scratch fields for the numeric record fields.
       01 WS-EDIT-FIELDS.
           03 WS-EDIT-SIGNED           PIC -z(4)9.
           03 WS-EDIT-DATE             PIC 9(8).
           03 WS-EDIT-TIME             PIC 9(4).
           03 WS-EDIT-AMOUNT           PIC Z(11)9.999.

           COPY EDUMAP4.

      *    One buffer for whichever control record is being worked
      *    on, with each file's layout laid over it; the CICS file
      *    commands all run on the buffer with the file name, key
      *    length and record length SET-FILE-ATTRIBUTES decides.
       01 WS-RECORD-BUFFER             PIC X(60).
           COPY EDUPRF REPLACING ==EDU-PROFILE-RECORD== BY
               ==EDU-PROFILE-RECORD REDEFINES WS-RECORD-BUFFER==.
           COPY EDUALC REPLACING ==EDU-ALERT-CONTROL-RECORD== BY
               ==EDU-ALERT-CONTROL-RECORD REDEFINES WS-RECORD-BUFFER==.
           COPY EDUSCH REPLACING ==EDU-SCHEDULE-RECORD== BY
               ==EDU-SCHEDULE-RECORD REDEFINES WS-RECORD-BUFFER==.
           COPY EDUMSG REPLACING ==EDU-MESSAGE-RECORD== BY
               ==EDU-MESSAGE-RECORD REDEFINES WS-RECORD-BUFFER==.
           COPY EDUACM REPLACING ==EDU-ACCOUNT-MASTER-RECORD== BY
               ==EDU-ACCOUNT-MASTER-RECORD REDEFINES
                 WS-RECORD-BUFFER==.
           COPY EDUCAL REPLACING ==EDU-CALENDAR-RECORD== BY
               ==EDU-CALENDAR-RECORD REDEFINES WS-RECORD-BUFFER==.
           COPY EDURET REPLACING ==EDU-RETENTION-RECORD== BY
               ==EDU-RETENTION-RECORD REDEFINES WS-RECORD-BUFFER==.
           COPY EDUVTL REPLACING ==EDU-VOLUME-TOLERANCE-RECORD== BY
               ==EDU-VOLUME-TOLERANCE-RECORD REDEFINES
                 WS-RECORD-BUFFER==.

      *    Before and after images of the change in hand. The before
      *    views carry only the fields the approval rules compare
      *    (offsets per EDUPRF, EDUALC, EDUSCH, EDUCAL, EDURET and
      *    EDUVTL).
       01 WS-AFTER-IMAGE               PIC X(60).
       01 WS-BEFORE-IMAGE              PIC X(60).
       01 WS-BEFORE-PROFILE REDEFINES WS-BEFORE-IMAGE.
           03 FILLER                   PIC X(8).
           03 BEF-PRF-STATE            PIC X.
           03 BEF-PRF-EXPIRY-DATE      PIC 9(8).
           03 FILLER                   PIC X(43).
       01 WS-BEFORE-ALERT-CONTROL REDEFINES WS-BEFORE-IMAGE.
           03 FILLER                   PIC X(8).
           03 BEF-ALC-TERM-THRESHOLD   PIC S9(5).
           03 BEF-ALC-CODE-THRESHOLD   PIC S9(5).
           03 BEF-ALC-WINDOW-MINUTES   PIC S9(3).
           03 FILLER                   PIC X(39).
       01 WS-BEFORE-SCHEDULE REDEFINES WS-BEFORE-IMAGE.
           03 FILLER                   PIC X(8).
           03 BEF-SCH-EXPECTED-DAY OCCURS 7 TIMES
                                       PIC X.
           03 BEF-SCH-CUTOFF-TIME      PIC 9(4).
           03 BEF-SCH-REGION-ID        PIC X(2).
           03 FILLER                   PIC X(39).
       01 WS-BEFORE-CALENDAR REDEFINES WS-BEFORE-IMAGE.
           03 FILLER                   PIC X(10).
           03 BEF-CAL-DAY-TYPE         PIC X.
           03 FILLER                   PIC X(49).
       01 WS-BEFORE-RETENTION REDEFINES WS-BEFORE-IMAGE.
           03 FILLER                   PIC X(10).
           03 BEF-RET-RETAIN-DAYS      PIC 9(5).
           03 FILLER                   PIC X(45).
       01 WS-BEFORE-VOLUME-TOLERANCE REDEFINES WS-BEFORE-IMAGE.
           03 FILLER                   PIC X(8).
           03 BEF-VTL-SAMPLE-DAYS      PIC 9(2).
           03 BEF-VTL-MIN-SAMPLES      PIC 9(2).
           03 BEF-VTL-LOW-PERCENT      PIC 9(3).
           03 BEF-VTL-HIGH-PERCENT     PIC 9(4).
           03 FILLER                   PIC X(41).

           COPY EDUPCH.

           COPY EDUCHG.

       01 WS-COMMAREA.
           03 CA-FILE-ID               PIC X(8).
      *    Key of the record on the screen, as the file holds it;
      *    PF8 browses on from here.
           03 CA-RECORD-KEY            PIC X(10).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           03 LK-MAINT-STATE           PIC X(18).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PROGRAM          section.

           IF EIBCALEN IS EQUAL TO ZERO
               PERFORM START-SESSION
           ELSE
               MOVE LK-MAINT-STATE TO WS-COMMAREA
               PERFORM RECEIVE-AND-DISPATCH
           END-IF.

           EXEC CICS RETURN TRANSID('ECFM')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       RECEIVE-AND-DISPATCH  section.

           MOVE SPACES TO WS-MESSAGE.

           EVALUATE EIBAID
               WHEN AID-PF3
                   PERFORM END-SESSION
               WHEN AID-PF8
                   PERFORM SHOW-NEXT-RECORD
               WHEN OTHER
                   PERFORM RECEIVE-MAINT-MAP
                   PERFORM PROCESS-ACTION
           END-EVALUATE.

           MOVE WS-MESSAGE TO MSG4O.
           PERFORM SEND-MAINT-DATAONLY.

       START-SESSION         section.

           MOVE SPACES     TO CA-FILE-ID.
           MOVE LOW-VALUES TO CA-RECORD-KEY.

           MOVE LOW-VALUES TO EDUMAP4I.
           PERFORM CLEAR-SCREEN-LINES.
           PERFORM MOVE-LINES-TO-MAP.
           MOVE SPACES TO FILF4O ACTF4O KEYF4O PND4O.
           MOVE 'KEY A CONTROL FILE, AN ACTION AND A KEY, THEN ENTER'
                                                       TO MSG4O.
           PERFORM SEND-MAINT-MAP.

      *    Low-values first so a MAPFAIL (nothing keyed) leaves
      *    every length field zero. The header fields are then taken
      *    as they stand on the screen: keyed this time, or left
      *    over from the last paint.
       RECEIVE-MAINT-MAP     section.

           MOVE LOW-VALUES TO EDUMAP4I.

           EXEC CICS RECEIVE MAP(WS-MAPNAME)
                     MAPSET(WS-MAPSETNAME)
                     INTO(EDUMAP4I)
                     RESP(WS-RESP)
           END-EXEC.

           MOVE CA-FILE-ID TO WS-FILE-ID.
           IF FILF4L IS GREATER THAN ZERO
               MOVE FILF4I TO WS-FILE-ID
           END-IF.
           MOVE SPACE TO WS-ACTION.
           IF ACTF4L IS GREATER THAN ZERO
               MOVE ACTF4I TO WS-ACTION
           END-IF.
           MOVE SPACES TO WS-KEY-TEXT.
           MOVE 'N'    TO WS-KEY-KEYED.
           IF KEYF4L IS GREATER THAN ZERO
               MOVE KEYF4I TO WS-KEY-TEXT
               MOVE 'Y'    TO WS-KEY-KEYED
           END-IF.

           PERFORM TAKE-LINES-FROM-MAP.

       PROCESS-ACTION        section.

           SET WS-INPUT-OK-YES TO TRUE.
           PERFORM SET-FILE-ATTRIBUTES.

           IF WS-INPUT-OK-YES
               IF WS-FILE-ID IS NOT EQUAL TO CA-FILE-ID
                   MOVE LOW-VALUES TO CA-RECORD-KEY
               END-IF
               MOVE WS-FILE-ID TO CA-FILE-ID
               PERFORM BUILD-RECORD-KEY
           END-IF.

           IF WS-INPUT-OK-YES
               EVALUATE TRUE
                   WHEN WS-ACTION-BROWSE
                       PERFORM SHOW-RECORD
                   WHEN WS-ACTION-ADD
                       PERFORM ADD-RECORD
                   WHEN WS-ACTION-CHANGE
                       PERFORM CHANGE-RECORD
                   WHEN WS-ACTION-DELETE
                       PERFORM DELETE-RECORD
                   WHEN WS-ACTION-APPROVE
                       PERFORM APPROVE-PENDING
                   WHEN WS-ACTION-REJECT
                       PERFORM REJECT-PENDING
                   WHEN OTHER
                       MOVE 'ACTION MUST BE B, A, C, D, P OR R'
                                                       TO WS-MESSAGE
               END-EVALUATE
           END-IF.

      *    Key length, record length and screen labels of the file
      *    keyed; anything else is refused before any file is read.
       SET-FILE-ATTRIBUTES   section.

           PERFORM CLEAR-LINE-LABELS.

           EVALUATE TRUE
               WHEN WS-FILE-PROFILE
                   MOVE LENGTH OF PRF-CHECK-ID TO WS-KEY-LENGTH
                   MOVE LENGTH OF EDU-PROFILE-RECORD
                                           TO WS-RECORD-LENGTH
                   MOVE 'STATE (A/S)'      TO WS-LINE-LABEL(1)
                   MOVE 'EXPIRY YYYYMMDD'  TO WS-LINE-LABEL(2)
               WHEN WS-FILE-ALERT-CONTROL
                   MOVE LENGTH OF ALC-CONTROL-ID TO WS-KEY-LENGTH
                   MOVE LENGTH OF EDU-ALERT-CONTROL-RECORD
                                           TO WS-RECORD-LENGTH
                   MOVE 'TERMINAL THRESHOLD' TO WS-LINE-LABEL(1)
                   MOVE 'CODE THRESHOLD'   TO WS-LINE-LABEL(2)
                   MOVE 'WINDOW MINUTES'   TO WS-LINE-LABEL(3)
               WHEN WS-FILE-SCHEDULE
                   MOVE LENGTH OF SCH-PROVIDER-ID TO WS-KEY-LENGTH
                   MOVE LENGTH OF EDU-SCHEDULE-RECORD
                                           TO WS-RECORD-LENGTH
                   MOVE 'DAYS MON-SUN (Y/N)' TO WS-LINE-LABEL(1)
                   MOVE 'CUTOFF HHMM'      TO WS-LINE-LABEL(2)
                   MOVE 'REGION (BLANK=HQ)' TO WS-LINE-LABEL(3)
               WHEN WS-FILE-MESSAGE
                   MOVE LENGTH OF MSG-RESULT-CODE TO WS-KEY-LENGTH
                   MOVE LENGTH OF EDU-MESSAGE-RECORD
                                           TO WS-RECORD-LENGTH
                   MOVE 'RESULT TEXT'      TO WS-LINE-LABEL(1)
               WHEN WS-FILE-ACCOUNT
                   MOVE LENGTH OF ACM-ACCOUNT-ID TO WS-KEY-LENGTH
                   MOVE LENGTH OF EDU-ACCOUNT-MASTER-RECORD
                                           TO WS-RECORD-LENGTH
                   MOVE 'STATUS (A/C)'     TO WS-LINE-LABEL(1)
                   MOVE 'VALID FROM YYYYMMDD' TO WS-LINE-LABEL(2)
                   MOVE 'VALID TO YYYYMMDD'   TO WS-LINE-LABEL(3)
                   MOVE 'DAILY LIMIT (0=NONE)' TO WS-LINE-LABEL(4)
                   MOVE 'OVER-LIMIT WARN %'   TO WS-LINE-LABEL(5)
               WHEN WS-FILE-CALENDAR
                   MOVE LENGTH OF CAL-KEY  TO WS-KEY-LENGTH
                   MOVE LENGTH OF EDU-CALENDAR-RECORD
                                           TO WS-RECORD-LENGTH
                   MOVE 'DAY TYPE (H/B)'   TO WS-LINE-LABEL(1)
                   MOVE 'DESCRIPTION'      TO WS-LINE-LABEL(2)
               WHEN WS-FILE-RETENTION
                   MOVE LENGTH OF RET-KEY  TO WS-KEY-LENGTH
                   MOVE LENGTH OF EDU-RETENTION-RECORD
                                           TO WS-RECORD-LENGTH
                   MOVE 'RETAIN DAYS (0=ALL)' TO WS-LINE-LABEL(1)
                   MOVE 'DESCRIPTION'      TO WS-LINE-LABEL(2)
               WHEN WS-FILE-VOLUME-TOLERANCE
                   MOVE LENGTH OF VTL-PROVIDER-ID TO WS-KEY-LENGTH
                   MOVE LENGTH OF EDU-VOLUME-TOLERANCE-RECORD
                                           TO WS-RECORD-LENGTH
                   MOVE 'SAMPLE DAYS (1-30)' TO WS-LINE-LABEL(1)
                   MOVE 'MIN SAMPLE DAYS'  TO WS-LINE-LABEL(2)
                   MOVE 'LOW % (0=OFF)'    TO WS-LINE-LABEL(3)
                   MOVE 'HIGH % (0=OFF)'   TO WS-LINE-LABEL(4)
                   MOVE 'DESCRIPTION'      TO WS-LINE-LABEL(5)
               WHEN OTHER
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'NOT A CONTROL FILE THIS TRANSACTION MAINTAINS'
                                                       TO WS-MESSAGE
           END-EVALUATE.

      *    The key as the file holds it. EDUMSGF is keyed on the
      *    signed result code, keyed the way the operator writes it
      *    ('-18', '11'); the other files on the characters as
      *    keyed. A key field left as painted means the record on
      *    the screen; a blank key browses from the top of the file.
       BUILD-RECORD-KEY      section.

           MOVE SPACES TO WS-RECORD-BUFFER.

           IF NOT WS-KEY-KEYED-YES AND
              CA-RECORD-KEY IS NOT EQUAL TO LOW-VALUES
               MOVE CA-RECORD-KEY TO WS-RECORD-KEY
           ELSE
               PERFORM TAKE-KEYED-KEY
           END-IF.

       TAKE-KEYED-KEY        section.

           IF WS-KEY-TEXT IS EQUAL TO SPACES
               MOVE LOW-VALUES TO WS-RECORD-KEY
               IF NOT WS-ACTION-BROWSE
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'KEY A RECORD KEY FOR THIS ACTION'
                                                       TO WS-MESSAGE
               END-IF
           ELSE
               IF WS-FILE-MESSAGE
                   MOVE WS-KEY-TEXT TO WS-PARSE-TEXT
                   PERFORM PARSE-NUMERIC-VALUE
                   IF WS-PARSE-OK-NO OR WS-PARSE-DIGITS IS GREATER
                                                   THAN 5
                       SET WS-INPUT-OK-NO TO TRUE
                       MOVE 'EDUMSGF KEY IS A RESULT CODE, E.G. -18'
                                                       TO WS-MESSAGE
                   ELSE
                       MOVE WS-PARSE-VALUE TO MSG-RESULT-CODE
                   END-IF
               ELSE
                   MOVE WS-KEY-TEXT TO WS-RECORD-BUFFER
               END-IF
               MOVE SPACES TO WS-RECORD-KEY
               MOVE WS-RECORD-BUFFER(1:WS-KEY-LENGTH)
                                   TO WS-RECORD-KEY(1:WS-KEY-LENGTH)
           END-IF.

      *    B: the record at or after the key keyed, with any change
      *    pending against it.
       SHOW-RECORD           section.

           MOVE SPACES TO WS-RECORD-BUFFER.
           MOVE LENGTH OF WS-RECORD-BUFFER TO WS-READ-LENGTH.

           EXEC CICS READ FILE(WS-FILE-ID)
                     INTO(WS-RECORD-BUFFER)
                     LENGTH(WS-READ-LENGTH)
                     RIDFLD(WS-RECORD-KEY)
                     KEYLENGTH(WS-KEY-LENGTH)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               PERFORM PAINT-CURRENT-RECORD
               MOVE 'OVERTYPE + C TO CHANGE, D TO DELETE, PF8 FOR NEXT'
                                                       TO WS-MESSAGE
           ELSE
               PERFORM PAINT-EMPTY-RECORD
               MOVE 'NO RECORD AT OR AFTER THAT KEY - KEY A TO ADD ONE'
                                                       TO WS-MESSAGE
           END-IF.

      *    PF8: the record after the one on the screen, by a short
      *    browse that skips the current key; end of file wraps the
      *    position back to the top.
       SHOW-NEXT-RECORD      section.

           MOVE LOW-VALUES TO EDUMAP4I.
           MOVE CA-FILE-ID TO WS-FILE-ID.
           SET WS-INPUT-OK-YES TO TRUE.
           PERFORM SET-FILE-ATTRIBUTES.

           IF WS-INPUT-OK-YES
               MOVE CA-RECORD-KEY TO WS-RECORD-KEY
               SET WS-RECORD-FOUND-NO TO TRUE
               EXEC CICS STARTBR FILE(WS-FILE-ID)
                         RIDFLD(WS-RECORD-KEY)
                         KEYLENGTH(WS-KEY-LENGTH)
                         GTEQ
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                   PERFORM READ-NEXT-CONTROL-RECORD
                   IF WS-RECORD-FOUND-YES AND
                      WS-RECORD-BUFFER(1:WS-KEY-LENGTH) IS EQUAL TO
                      CA-RECORD-KEY(1:WS-KEY-LENGTH)
                       PERFORM READ-NEXT-CONTROL-RECORD
                   END-IF
                   EXEC CICS ENDBR FILE(WS-FILE-ID)
                             RESP(WS-RESP)
                   END-EXEC
               END-IF
               IF WS-RECORD-FOUND-YES
                   MOVE SPACE TO ACTF4O
                   PERFORM PAINT-CURRENT-RECORD
                   MOVE 'PF8 FOR THE NEXT RECORD, OR KEY AN ACTION'
                                                       TO WS-MESSAGE
               ELSE
                   MOVE LOW-VALUES TO CA-RECORD-KEY
                   PERFORM PAINT-EMPTY-RECORD
                   MOVE 'END OF FILE - PF8 STARTS OVER, PF3 ENDS'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           MOVE CA-FILE-ID TO FILF4O.

       READ-NEXT-CONTROL-RECORD section.

           MOVE SPACES TO WS-RECORD-BUFFER.
           MOVE LENGTH OF WS-RECORD-BUFFER TO WS-READ-LENGTH.

           EXEC CICS READNEXT FILE(WS-FILE-ID)
                     INTO(WS-RECORD-BUFFER)
                     LENGTH(WS-READ-LENGTH)
                     RIDFLD(WS-RECORD-KEY)
                     KEYLENGTH(WS-KEY-LENGTH)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               SET WS-RECORD-FOUND-YES TO TRUE
           ELSE
               SET WS-RECORD-FOUND-NO  TO TRUE
           END-IF.

      *    A: a new record from the keyed values over the file's
      *    defaults.
       ADD-RECORD            section.

           PERFORM CHECK-NOTHING-PENDING.
           IF WS-INPUT-OK-YES
               PERFORM READ-CONTROL-RECORD
               IF WS-RECORD-FOUND-YES
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'RECORD ALREADY EXISTS - USE C TO CHANGE IT'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           IF WS-INPUT-OK-YES
               MOVE SPACES TO WS-BEFORE-IMAGE
               PERFORM INITIALIZE-NEW-RECORD
               PERFORM APPLY-SCREEN-VALUES
           END-IF.

           IF WS-INPUT-OK-YES
               MOVE WS-RECORD-BUFFER TO WS-AFTER-IMAGE
               MOVE 'A' TO WS-APPLY-ACTION
               PERFORM SUBMIT-CHANGE
           END-IF.

      *    C: the keyed values over the record as it stands.
       CHANGE-RECORD         section.

           PERFORM CHECK-NOTHING-PENDING.
           IF WS-INPUT-OK-YES
               PERFORM READ-CONTROL-RECORD
               IF WS-RECORD-FOUND-NO
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'RECORD NOT FOUND - USE A TO ADD IT'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           IF WS-INPUT-OK-YES
               MOVE WS-RECORD-BUFFER TO WS-BEFORE-IMAGE
               PERFORM APPLY-SCREEN-VALUES
           END-IF.

           IF WS-INPUT-OK-YES
               IF WS-RECORD-BUFFER IS EQUAL TO WS-BEFORE-IMAGE
                   SET WS-INPUT-OK-NO TO TRUE
                   PERFORM PAINT-CURRENT-RECORD
                   MOVE 'NOTHING CHANGED - OVERTYPE A VALUE FIRST'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           IF WS-INPUT-OK-YES
               MOVE WS-RECORD-BUFFER TO WS-AFTER-IMAGE
               MOVE 'C' TO WS-APPLY-ACTION
               PERFORM SUBMIT-CHANGE
           END-IF.

       DELETE-RECORD         section.

           PERFORM CHECK-NOTHING-PENDING.
           IF WS-INPUT-OK-YES
               PERFORM READ-CONTROL-RECORD
               IF WS-RECORD-FOUND-NO
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'RECORD NOT FOUND - NOTHING TO DELETE'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           IF WS-INPUT-OK-YES
               MOVE WS-RECORD-BUFFER TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE 'D' TO WS-APPLY-ACTION
               PERFORM SUBMIT-CHANGE
           END-IF.

      *    A change that relaxes a control is parked for a second
      *    user; anything else is applied and logged at once.
       SUBMIT-CHANGE         section.

           PERFORM DECIDE-APPROVAL.
           PERFORM TAKE-TIMESTAMP.

           IF WS-APPROVAL-NEEDED
               PERFORM PARK-PENDING-CHANGE
           ELSE
               PERFORM APPLY-CHANGE
               IF WS-APPLY-OK-YES
                   MOVE WS-USERID TO CHG-MAKER-USERID
                   MOVE WS-TODAY  TO CHG-MAKER-DATE
                   MOVE WS-NOW    TO CHG-MAKER-TIME
                   MOVE SPACES    TO CHG-APPROVER-USERID
                                     CHG-APPROVER-DATE
                                     CHG-APPROVER-TIME
                   SET CHG-DISPOSITION-APPLIED TO TRUE
                   PERFORM WRITE-CHANGE-LOG
                   MOVE 'CHANGE APPLIED AND LOGGED' TO WS-MESSAGE
               END-IF
           END-IF.

           PERFORM REPAINT-KEYED-RECORD.

       PARK-PENDING-CHANGE   section.

           MOVE WS-FILE-ID      TO PCH-FILE-ID.
           MOVE WS-RECORD-KEY   TO PCH-RECORD-KEY.
           MOVE WS-APPLY-ACTION TO PCH-ACTION.
           MOVE WS-USERID       TO PCH-MAKER-USERID.
           MOVE WS-TODAY        TO PCH-MAKER-DATE.
           MOVE WS-NOW          TO PCH-MAKER-TIME.
           MOVE WS-BEFORE-IMAGE TO PCH-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE  TO PCH-AFTER-IMAGE.
           MOVE PCH-KEY         TO WS-PENDING-KEY.

           EXEC CICS WRITE FILE('EDUPCHF')
                     FROM(EDU-PENDING-CHANGE-RECORD)
                     LENGTH(LENGTH OF EDU-PENDING-CHANGE-RECORD)
                     RIDFLD(WS-PENDING-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'RELAXES A CONTROL - AWAITS A SECOND USER (P)'
                                                       TO WS-MESSAGE
               WHEN DFHRESP(DUPREC)
                   MOVE 'A CHANGE IS ALREADY PENDING FOR THIS RECORD'
                                                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE WS-RESP TO WS-DISPLAY-CODE
                   DISPLAY NN 'EDUPCHF WRITE FAILED, RESP = '
                                                WS-DISPLAY-CODE
                   MOVE 'EDUPCHF UNAVAILABLE - NOTHING CHANGED'
                                                       TO WS-MESSAGE
           END-EVALUATE.

      *    P: the checker applies the maker's change. The maker may
      *    not approve their own change, and the live record must
      *    still be exactly what the maker saw.
       APPROVE-PENDING       section.

           PERFORM READ-PENDING-CHANGE.
           IF WS-PENDING-FOUND-NO
               SET WS-INPUT-OK-NO TO TRUE
               MOVE 'NO CHANGE PENDING FOR THIS RECORD' TO WS-MESSAGE
           END-IF.

           IF WS-INPUT-OK-YES
               PERFORM TAKE-TIMESTAMP
               IF WS-USERID IS EQUAL TO PCH-MAKER-USERID
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'YOU KEYED THIS CHANGE - ANOTHER USER APPROVES'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           IF WS-INPUT-OK-YES
               MOVE PCH-ACTION       TO WS-APPLY-ACTION
               MOVE PCH-BEFORE-IMAGE TO WS-BEFORE-IMAGE
               MOVE PCH-AFTER-IMAGE  TO WS-AFTER-IMAGE
               PERFORM APPLY-CHANGE
               IF WS-APPLY-OK-YES
                   PERFORM LOG-PENDING-DISPOSITION
                   SET CHG-DISPOSITION-APPLIED TO TRUE
                   PERFORM WRITE-CHANGE-LOG
                   PERFORM DELETE-PENDING-CHANGE
                   MOVE 'CHANGE APPROVED, APPLIED AND LOGGED'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           PERFORM REPAINT-KEYED-RECORD.

      *    R: the pending change is dropped and the refusal logged;
      *    the control file is not touched. Any user may reject,
      *    the maker included (withdrawing their own change).
       REJECT-PENDING        section.

           PERFORM READ-PENDING-CHANGE.
           IF WS-PENDING-FOUND-NO
               SET WS-INPUT-OK-NO TO TRUE
               MOVE 'NO CHANGE PENDING FOR THIS RECORD' TO WS-MESSAGE
           ELSE
               PERFORM TAKE-TIMESTAMP
               MOVE PCH-ACTION TO WS-APPLY-ACTION
               PERFORM LOG-PENDING-DISPOSITION
               SET CHG-DISPOSITION-REJECTED TO TRUE
               PERFORM WRITE-CHANGE-LOG
               PERFORM DELETE-PENDING-CHANGE
               MOVE 'PENDING CHANGE REJECTED AND LOGGED' TO WS-MESSAGE
           END-IF.

           PERFORM REPAINT-KEYED-RECORD.

       LOG-PENDING-DISPOSITION section.

           MOVE PCH-MAKER-USERID TO CHG-MAKER-USERID.
           MOVE PCH-MAKER-DATE   TO CHG-MAKER-DATE.
           MOVE PCH-MAKER-TIME   TO CHG-MAKER-TIME.
           MOVE WS-USERID        TO CHG-APPROVER-USERID.
           MOVE WS-TODAY         TO CHG-APPROVER-DATE.
           MOVE WS-NOW           TO CHG-APPROVER-TIME.
           MOVE PCH-BEFORE-IMAGE TO WS-BEFORE-IMAGE.
           MOVE PCH-AFTER-IMAGE  TO WS-AFTER-IMAGE.

      *    The add, change or delete itself. A change or delete is
      *    applied only while the record still matches the before
      *    image, so two operators (or a maker and a late checker)
      *    can never overwrite each other unseen.
       APPLY-CHANGE          section.

           SET WS-APPLY-OK-NO TO TRUE.

           EVALUATE WS-APPLY-ACTION
               WHEN 'A'
                   MOVE WS-AFTER-IMAGE TO WS-RECORD-BUFFER
                   EXEC CICS WRITE FILE(WS-FILE-ID)
                             FROM(WS-RECORD-BUFFER)
                             LENGTH(WS-RECORD-LENGTH)
                             RIDFLD(WS-RECORD-KEY)
                             KEYLENGTH(WS-KEY-LENGTH)
                             RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                       SET WS-APPLY-OK-YES TO TRUE
                   END-IF
               WHEN OTHER
                   PERFORM READ-CONTROL-FOR-UPDATE
                   IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                       IF WS-RECORD-BUFFER IS EQUAL TO WS-BEFORE-IMAGE
                           PERFORM REWRITE-OR-DELETE
                       ELSE
                           EXEC CICS UNLOCK FILE(WS-FILE-ID)
                                     RESP(WS-RESP)
                           END-EXEC
                           MOVE 'RECORD HAS MOVED SINCE - REJECT, REKEY'
                                                       TO WS-MESSAGE
                       END-IF
                   END-IF
           END-EVALUATE.

           IF WS-APPLY-OK-NO AND WS-MESSAGE IS EQUAL TO SPACES
               EVALUATE WS-RESP
                   WHEN DFHRESP(DUPREC)
                       MOVE 'RECORD ALREADY EXISTS - NOTHING CHANGED'
                                                       TO WS-MESSAGE
                   WHEN DFHRESP(NOTFND)
                       MOVE 'RECORD NO LONGER ON FILE - NOTHING CHANGED'
                                                       TO WS-MESSAGE
                   WHEN OTHER
                       MOVE WS-RESP TO WS-DISPLAY-CODE
                       DISPLAY NN WS-FILE-ID ' UPDATE FAILED, RESP = '
                                                WS-DISPLAY-CODE
                       MOVE 'FILE UPDATE FAILED - NOTHING CHANGED'
                                                       TO WS-MESSAGE
               END-EVALUATE
           END-IF.

       REWRITE-OR-DELETE     section.

           IF WS-APPLY-ACTION IS EQUAL TO 'C'
               MOVE WS-AFTER-IMAGE TO WS-RECORD-BUFFER
               EXEC CICS REWRITE FILE(WS-FILE-ID)
                         FROM(WS-RECORD-BUFFER)
                         LENGTH(WS-RECORD-LENGTH)
                         RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS DELETE FILE(WS-FILE-ID)
                         RESP(WS-RESP)
               END-EXEC
           END-IF.

           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               SET WS-APPLY-OK-YES TO TRUE
           END-IF.

      *    EDUCHGF filling up is no reason to lose the change itself;
      *    log the RESP and carry on, as EDUREP does for EDUCORF.
       WRITE-CHANGE-LOG      section.

           MOVE WS-FILE-ID      TO CHG-FILE-ID.
           MOVE WS-RECORD-KEY   TO CHG-RECORD-KEY.
           MOVE WS-APPLY-ACTION TO CHG-ACTION.
           MOVE WS-BEFORE-IMAGE TO CHG-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE  TO CHG-AFTER-IMAGE.

           EXEC CICS WRITE FILE('EDUCHGF')
                     FROM(EDU-CHANGE-LOG-RECORD)
                     LENGTH(LENGTH OF EDU-CHANGE-LOG-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP IS NOT EQUAL TO ZERO
               MOVE WS-RESP TO WS-DISPLAY-CODE
               DISPLAY NN 'EDUCHGF WRITE FAILED, RESP = '
                                                WS-DISPLAY-CODE
           END-IF.

      *    Only one change per record may be in flight; a second
      *    maker has to wait for the first to be approved or
      *    rejected.
       CHECK-NOTHING-PENDING section.

           PERFORM READ-PENDING-CHANGE.
           IF WS-PENDING-FOUND-YES
               SET WS-INPUT-OK-NO TO TRUE
               PERFORM REPAINT-KEYED-RECORD
               MOVE 'A CHANGE IS PENDING - APPROVE (P) OR REJECT (R)'
                                                       TO WS-MESSAGE
           END-IF.

       READ-PENDING-CHANGE   section.

           MOVE WS-FILE-ID    TO PCH-FILE-ID.
           MOVE WS-RECORD-KEY TO PCH-RECORD-KEY.
           MOVE PCH-KEY       TO WS-PENDING-KEY.

           EXEC CICS READ FILE('EDUPCHF')
                     INTO(EDU-PENDING-CHANGE-RECORD)
                     RIDFLD(WS-PENDING-KEY)
                     KEYLENGTH(LENGTH OF PCH-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               SET WS-PENDING-FOUND-YES TO TRUE
           ELSE
               SET WS-PENDING-FOUND-NO  TO TRUE
           END-IF.

       DELETE-PENDING-CHANGE section.

           MOVE WS-FILE-ID    TO PCH-FILE-ID.
           MOVE WS-RECORD-KEY TO PCH-RECORD-KEY.
           MOVE PCH-KEY       TO WS-PENDING-KEY.

           EXEC CICS DELETE FILE('EDUPCHF')
                     RIDFLD(WS-PENDING-KEY)
                     KEYLENGTH(LENGTH OF PCH-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE WS-RESP TO WS-DISPLAY-CODE
               DISPLAY NN 'EDUPCHF DELETE FAILED, RESP = '
                                                WS-DISPLAY-CODE
           END-IF.

       READ-CONTROL-RECORD   section.

           MOVE SPACES TO WS-RECORD-BUFFER.
           MOVE LENGTH OF WS-RECORD-BUFFER TO WS-READ-LENGTH.

           EXEC CICS READ FILE(WS-FILE-ID)
                     INTO(WS-RECORD-BUFFER)
                     LENGTH(WS-READ-LENGTH)
                     RIDFLD(WS-RECORD-KEY)
                     KEYLENGTH(WS-KEY-LENGTH)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               SET WS-RECORD-FOUND-YES TO TRUE
           ELSE
               SET WS-RECORD-FOUND-NO  TO TRUE
               MOVE SPACES TO WS-RECORD-BUFFER
               MOVE WS-RECORD-KEY(1:WS-KEY-LENGTH)
                             TO WS-RECORD-BUFFER(1:WS-KEY-LENGTH)
           END-IF.

       READ-CONTROL-FOR-UPDATE section.

           MOVE SPACES TO WS-RECORD-BUFFER.
           MOVE LENGTH OF WS-RECORD-BUFFER TO WS-READ-LENGTH.

           EXEC CICS READ FILE(WS-FILE-ID)
                     INTO(WS-RECORD-BUFFER)
                     LENGTH(WS-READ-LENGTH)
                     RIDFLD(WS-RECORD-KEY)
                     KEYLENGTH(WS-KEY-LENGTH)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

      *    After any action the screen shows the record under the
      *    keyed key as it now stands, with what is pending on it.
       REPAINT-KEYED-RECORD  section.

           PERFORM READ-CONTROL-RECORD.
           IF WS-RECORD-FOUND-YES
               PERFORM PAINT-CURRENT-RECORD
           ELSE
               PERFORM PAINT-EMPTY-RECORD
           END-IF.

      *    The record in the buffer to the screen, its key kept in
      *    the commarea for PF8, and the pending change (if any)
      *    beside it.
       PAINT-CURRENT-RECORD  section.

           MOVE WS-RECORD-BUFFER(1:WS-KEY-LENGTH)
                                       TO CA-RECORD-KEY.
           MOVE SPACES TO WS-RECORD-KEY.
           MOVE WS-RECORD-BUFFER(1:WS-KEY-LENGTH)
                                   TO WS-RECORD-KEY(1:WS-KEY-LENGTH).
           PERFORM FORMAT-KEY-FOR-SCREEN.

           PERFORM FORMAT-RECORD-VALUES.
           PERFORM COPY-ONE-VALUE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB IS GREATER THAN 6.

           PERFORM PAINT-PENDING-CHANGE.
           PERFORM MOVE-LINES-TO-MAP.
           MOVE WS-FILE-ID TO FILF4O.

       COPY-ONE-VALUE        section.

           MOVE WS-FMT-VALUE(WS-LINE-SUB)
                                   TO WS-LINE-VALUE(WS-LINE-SUB).
           MOVE SPACES TO WS-LINE-PENDING(WS-LINE-SUB).

       PAINT-EMPTY-RECORD    section.

           PERFORM CLEAR-LINE-VALUES.
           MOVE SPACES TO PND4O.
           IF WS-RECORD-KEY IS EQUAL TO LOW-VALUES
               MOVE SPACES TO KEYF4O
           ELSE
               PERFORM FORMAT-KEY-FOR-SCREEN
               PERFORM PAINT-PENDING-CHANGE
           END-IF.
           PERFORM MOVE-LINES-TO-MAP.
           MOVE WS-FILE-ID TO FILF4O.

       PAINT-PENDING-CHANGE  section.

           MOVE SPACES TO PND4O.
           PERFORM READ-PENDING-CHANGE.

           IF WS-PENDING-FOUND-YES
               IF PCH-ACTION-DELETE
                   MOVE 'DELETED' TO WS-LINE-PENDING(1)
               ELSE
                   MOVE WS-RECORD-BUFFER TO WS-BEFORE-IMAGE
                   MOVE PCH-AFTER-IMAGE  TO WS-RECORD-BUFFER
                   PERFORM FORMAT-RECORD-VALUES
                   PERFORM COPY-ONE-PENDING-VALUE
                       VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB IS GREATER THAN 6
                   MOVE WS-BEFORE-IMAGE  TO WS-RECORD-BUFFER
               END-IF
               STRING 'PENDING '          DELIMITED BY SIZE
                      PCH-ACTION          DELIMITED BY SIZE
                      ' KEYED BY '        DELIMITED BY SIZE
                      PCH-MAKER-USERID    DELIMITED BY SPACE
                      ' ON '              DELIMITED BY SIZE
                      PCH-MAKER-DATE      DELIMITED BY SIZE
                      ' AT '              DELIMITED BY SIZE
                      PCH-MAKER-TIME      DELIMITED BY SIZE
                      ' - CHECKER: P=APPROVE R=REJECT'
                                          DELIMITED BY SIZE
                   INTO PND4O
               END-STRING
           END-IF.

       COPY-ONE-PENDING-VALUE section.

           MOVE WS-FMT-VALUE(WS-LINE-SUB)
                                   TO WS-LINE-PENDING(WS-LINE-SUB).

       FORMAT-KEY-FOR-SCREEN section.

           IF WS-FILE-MESSAGE
               MOVE WS-RECORD-KEY(1:WS-KEY-LENGTH)
                             TO WS-RECORD-BUFFER(1:WS-KEY-LENGTH)
               MOVE MSG-RESULT-CODE TO WS-DISPLAY-CODE
               MOVE WS-DISPLAY-CODE TO KEYF4O
           ELSE
               MOVE WS-RECORD-KEY   TO KEYF4O
           END-IF.

      *    The buffer's non-key fields as the screen shows them.
       FORMAT-RECORD-VALUES  section.

           MOVE SPACES TO WS-FORMATTED-VALUES.

           EVALUATE TRUE
               WHEN WS-FILE-PROFILE
                   MOVE PRF-STATE          TO WS-FMT-VALUE(1)
                   MOVE PRF-EXPIRY-DATE    TO WS-EDIT-DATE
                   MOVE WS-EDIT-DATE       TO WS-FMT-VALUE(2)
               WHEN WS-FILE-ALERT-CONTROL
                   MOVE ALC-TERM-THRESHOLD TO WS-EDIT-SIGNED
                   MOVE WS-EDIT-SIGNED     TO WS-FMT-VALUE(1)
                   MOVE ALC-CODE-THRESHOLD TO WS-EDIT-SIGNED
                   MOVE WS-EDIT-SIGNED     TO WS-FMT-VALUE(2)
                   MOVE ALC-WINDOW-MINUTES TO WS-EDIT-SIGNED
                   MOVE WS-EDIT-SIGNED     TO WS-FMT-VALUE(3)
               WHEN WS-FILE-SCHEDULE
                   MOVE SCH-EXPECTED-DAYS  TO WS-FMT-VALUE(1)
                   MOVE SCH-CUTOFF-TIME    TO WS-EDIT-TIME
                   MOVE WS-EDIT-TIME       TO WS-FMT-VALUE(2)
                   MOVE SCH-REGION-ID      TO WS-FMT-VALUE(3)
               WHEN WS-FILE-MESSAGE
                   MOVE MSG-RESULT-TEXT    TO WS-FMT-VALUE(1)
               WHEN WS-FILE-ACCOUNT
                   MOVE ACM-STATUS         TO WS-FMT-VALUE(1)
                   MOVE ACM-VALID-FROM     TO WS-EDIT-DATE
                   MOVE WS-EDIT-DATE       TO WS-FMT-VALUE(2)
                   MOVE ACM-VALID-TO       TO WS-EDIT-DATE
                   MOVE WS-EDIT-DATE       TO WS-FMT-VALUE(3)
                   MOVE ACM-DAILY-LIMIT    TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT     TO WS-FMT-VALUE(4)
                   MOVE ACM-LIMIT-TOLERANCE TO WS-EDIT-SIGNED
                   MOVE WS-EDIT-SIGNED     TO WS-FMT-VALUE(5)
               WHEN WS-FILE-CALENDAR
                   MOVE CAL-DAY-TYPE       TO WS-FMT-VALUE(1)
                   MOVE CAL-DESCRIPTION    TO WS-FMT-VALUE(2)
               WHEN WS-FILE-RETENTION
                   MOVE RET-RETAIN-DAYS    TO WS-EDIT-SIGNED
                   MOVE WS-EDIT-SIGNED     TO WS-FMT-VALUE(1)
                   MOVE RET-DESCRIPTION    TO WS-FMT-VALUE(2)
               WHEN WS-FILE-VOLUME-TOLERANCE
                   MOVE VTL-SAMPLE-DAYS    TO WS-EDIT-SIGNED
                   MOVE WS-EDIT-SIGNED     TO WS-FMT-VALUE(1)
                   MOVE VTL-MIN-SAMPLES    TO WS-EDIT-SIGNED
                   MOVE WS-EDIT-SIGNED     TO WS-FMT-VALUE(2)
                   MOVE VTL-LOW-PERCENT    TO WS-EDIT-SIGNED
                   MOVE WS-EDIT-SIGNED     TO WS-FMT-VALUE(3)
                   MOVE VTL-HIGH-PERCENT   TO WS-EDIT-SIGNED
                   MOVE WS-EDIT-SIGNED     TO WS-FMT-VALUE(4)
                   MOVE VTL-DESCRIPTION    TO WS-FMT-VALUE(5)
           END-EVALUATE.

      *    Defaults for a new record, before the keyed values go
      *    over them: the safe (controlling) setting everywhere.
       INITIALIZE-NEW-RECORD section.

           EVALUATE TRUE
               WHEN WS-FILE-PROFILE
                   SET PRF-STATE-ACTIVE    TO TRUE
                   MOVE ZERO               TO PRF-EXPIRY-DATE
               WHEN WS-FILE-ALERT-CONTROL
                   MOVE ZERO               TO ALC-TERM-THRESHOLD
                                              ALC-CODE-THRESHOLD
                                              ALC-WINDOW-MINUTES
               WHEN WS-FILE-SCHEDULE
                   MOVE 'YYYYYNN'          TO SCH-EXPECTED-DAYS
                   MOVE ZERO               TO SCH-CUTOFF-TIME
                   MOVE SPACES             TO SCH-REGION-ID
               WHEN WS-FILE-MESSAGE
                   MOVE SPACES             TO MSG-RESULT-TEXT
               WHEN WS-FILE-ACCOUNT
                   SET ACM-STATUS-ACTIVE   TO TRUE
                   MOVE ZERO               TO ACM-VALID-FROM
                                              ACM-VALID-TO
                                              ACM-DAILY-LIMIT
                                              ACM-LIMIT-TOLERANCE
               WHEN WS-FILE-CALENDAR
                   SET CAL-DAY-BUSINESS    TO TRUE
                   MOVE SPACES             TO CAL-DESCRIPTION
               WHEN WS-FILE-RETENTION
                   MOVE ZERO               TO RET-RETAIN-DAYS
                   MOVE SPACES             TO RET-DESCRIPTION
               WHEN WS-FILE-VOLUME-TOLERANCE
                   MOVE 20                 TO VTL-SAMPLE-DAYS
                   MOVE 5                  TO VTL-MIN-SAMPLES
                   MOVE 25                 TO VTL-LOW-PERCENT
                   MOVE 300                TO VTL-HIGH-PERCENT
                   MOVE SPACES             TO VTL-DESCRIPTION
           END-EVALUATE.

      *    Only lines the operator actually keyed (length > 0) are
      *    taken; each is edited for its field before it lands in
      *    the buffer, and the first bad one stops the action.
       APPLY-SCREEN-VALUES   section.

           EVALUATE TRUE
               WHEN WS-FILE-PROFILE
                   PERFORM APPLY-PROFILE-VALUES
               WHEN WS-FILE-ALERT-CONTROL
                   PERFORM APPLY-ALERT-CONTROL-VALUES
               WHEN WS-FILE-SCHEDULE
                   PERFORM APPLY-SCHEDULE-VALUES
               WHEN WS-FILE-MESSAGE
                   IF WS-LINE-KEYED-YES(1)
                       MOVE WS-LINE-VALUE(1) TO MSG-RESULT-TEXT
                   END-IF
               WHEN WS-FILE-ACCOUNT
                   PERFORM APPLY-ACCOUNT-VALUES
               WHEN WS-FILE-CALENDAR
                   PERFORM APPLY-CALENDAR-VALUES
               WHEN WS-FILE-RETENTION
                   PERFORM APPLY-RETENTION-VALUES
               WHEN WS-FILE-VOLUME-TOLERANCE
                   PERFORM APPLY-VOLUME-TOLERANCE-VALUES
           END-EVALUATE.

       APPLY-PROFILE-VALUES  section.

           IF WS-LINE-KEYED-YES(1)
               IF WS-LINE-VALUE(1) IS EQUAL TO 'A' OR
                  WS-LINE-VALUE(1) IS EQUAL TO 'S'
                   MOVE WS-LINE-VALUE(1) TO PRF-STATE
               ELSE
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'STATE MUST BE A (ACTIVE) OR S (SUSPENDED)'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           IF WS-INPUT-OK-YES AND WS-LINE-KEYED-YES(2)
               MOVE WS-LINE-VALUE(2) TO WS-PARSE-TEXT
               PERFORM CHECK-DATE-VALUE
               IF WS-PARSE-OK-YES
                   MOVE WS-DATE-WORK TO PRF-EXPIRY-DATE
               ELSE
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'EXPIRY MUST BE A DATE YYYYMMDD, OR 0 FOR NONE'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

       APPLY-ALERT-CONTROL-VALUES section.

           IF WS-LINE-KEYED-YES(1)
               MOVE WS-LINE-VALUE(1) TO WS-PARSE-TEXT
               PERFORM PARSE-NUMERIC-VALUE
               IF WS-PARSE-OK-YES AND WS-PARSE-DIGITS IS NOT GREATER
                  THAN 5 AND WS-PARSE-VALUE IS GREATER THAN ZERO
                   MOVE WS-PARSE-VALUE TO ALC-TERM-THRESHOLD
               ELSE
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'TERMINAL THRESHOLD MUST BE 1 TO 99999'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           IF WS-INPUT-OK-YES AND WS-LINE-KEYED-YES(2)
               MOVE WS-LINE-VALUE(2) TO WS-PARSE-TEXT
               PERFORM PARSE-NUMERIC-VALUE
               IF WS-PARSE-OK-YES AND WS-PARSE-DIGITS IS NOT GREATER
                  THAN 5 AND WS-PARSE-VALUE IS GREATER THAN ZERO
                   MOVE WS-PARSE-VALUE TO ALC-CODE-THRESHOLD
               ELSE
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'CODE THRESHOLD MUST BE 1 TO 99999'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           IF WS-INPUT-OK-YES AND WS-LINE-KEYED-YES(3)
               MOVE WS-LINE-VALUE(3) TO WS-PARSE-TEXT
               PERFORM PARSE-NUMERIC-VALUE
               IF WS-PARSE-OK-YES AND WS-PARSE-DIGITS IS NOT GREATER
                  THAN 3 AND WS-PARSE-VALUE IS GREATER THAN ZERO
                   MOVE WS-PARSE-VALUE TO ALC-WINDOW-MINUTES
               ELSE
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'WINDOW MUST BE 1 TO 999 MINUTES'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

       APPLY-SCHEDULE-VALUES section.

           IF WS-LINE-KEYED-YES(1)
               MOVE WS-LINE-VALUE(1) TO SCH-EXPECTED-DAYS
               PERFORM CHECK-ONE-SCHEDULE-DAY
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB IS GREATER THAN 7
               IF WS-INPUT-OK-NO
                   MOVE 'DAYS MUST BE SEVEN Y/N FLAGS, MONDAY FIRST'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           IF WS-INPUT-OK-YES AND WS-LINE-KEYED-YES(2)
               MOVE WS-LINE-VALUE(2) TO WS-PARSE-TEXT
               PERFORM PARSE-NUMERIC-VALUE
               MOVE WS-PARSE-VALUE TO WS-CUTOFF-WORK
               IF WS-PARSE-OK-YES AND WS-PARSE-DIGITS IS EQUAL TO 4
                  AND WS-CUTOFF-HOUR IS LESS THAN 24
                  AND WS-CUTOFF-MINUTE IS LESS THAN 60
                   MOVE WS-CUTOFF-WORK TO SCH-CUTOFF-TIME
               ELSE
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'CUTOFF MUST BE A TIME HHMM, E.G. 0630'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           IF WS-INPUT-OK-YES AND WS-LINE-KEYED-YES(3)
               MOVE WS-LINE-VALUE(3) TO SCH-REGION-ID
           END-IF.

       CHECK-ONE-SCHEDULE-DAY section.

           IF SCH-EXPECTED-DAY(WS-DAY-SUB) IS NOT EQUAL TO 'Y' AND
              SCH-EXPECTED-DAY(WS-DAY-SUB) IS NOT EQUAL TO 'N'
               SET WS-INPUT-OK-NO TO TRUE
           END-IF.

       APPLY-ACCOUNT-VALUES  section.

           IF WS-LINE-KEYED-YES(1)
               IF WS-LINE-VALUE(1) IS EQUAL TO 'A' OR
                  WS-LINE-VALUE(1) IS EQUAL TO 'C'
                   MOVE WS-LINE-VALUE(1) TO ACM-STATUS
               ELSE
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'STATUS MUST BE A (ACTIVE) OR C (CLOSED)'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           IF WS-INPUT-OK-YES AND WS-LINE-KEYED-YES(2)
               MOVE WS-LINE-VALUE(2) TO WS-PARSE-TEXT
               PERFORM CHECK-DATE-VALUE
               IF WS-PARSE-OK-YES
                   MOVE WS-DATE-WORK TO ACM-VALID-FROM
               ELSE
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'VALID FROM MUST BE A DATE YYYYMMDD'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           IF WS-INPUT-OK-YES AND WS-LINE-KEYED-YES(3)
               MOVE WS-LINE-VALUE(3) TO WS-PARSE-TEXT
               PERFORM CHECK-DATE-VALUE
               IF WS-PARSE-OK-YES
                   MOVE WS-DATE-WORK TO ACM-VALID-TO
               ELSE
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'VALID TO MUST BE A DATE YYYYMMDD'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           IF WS-INPUT-OK-YES AND
              ACM-VALID-TO IS NOT EQUAL TO ZERO AND
              ACM-VALID-TO IS LESS THAN ACM-VALID-FROM
               SET WS-INPUT-OK-NO TO TRUE
               MOVE 'VALID TO IS EARLIER THAN VALID FROM'
                                                       TO WS-MESSAGE
           END-IF.

           IF WS-INPUT-OK-YES AND WS-LINE-KEYED-YES(4)
               MOVE WS-LINE-VALUE(4) TO WS-PARSE-TEXT
               PERFORM PARSE-AMOUNT-VALUE
               IF WS-PARSE-OK-YES
                   MOVE WS-AMOUNT-VALUE TO ACM-DAILY-LIMIT
               ELSE
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'DAILY LIMIT MUST BE AN AMOUNT, E.G. 250000.50'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           IF WS-INPUT-OK-YES AND WS-LINE-KEYED-YES(5)
               MOVE WS-LINE-VALUE(5) TO WS-PARSE-TEXT
               PERFORM PARSE-NUMERIC-VALUE
               IF WS-PARSE-OK-YES AND NOT WS-PARSE-NEGATIVE-YES AND
                  WS-PARSE-DIGITS IS NOT GREATER THAN 3
                   MOVE WS-PARSE-VALUE TO ACM-LIMIT-TOLERANCE
               ELSE
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'OVER-LIMIT WARN % MUST BE 0 TO 999'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

      *    The key must be a region and a real YYYYMMDD date; a new
      *    record defaults to a working day, so only a keyed H makes
      *    a holiday.
       APPLY-CALENDAR-VALUES section.

           MOVE CAL-DATE TO WS-PARSE-TEXT.
           PERFORM CHECK-DATE-VALUE.
           IF WS-PARSE-OK-NO OR WS-DATE-WORK IS EQUAL TO ZERO OR
              CAL-REGION-ID IS EQUAL TO SPACES
               SET WS-INPUT-OK-NO TO TRUE
               MOVE 'KEY MUST BE REGION + YYYYMMDD, E.G. UK20261225'
                                                       TO WS-MESSAGE
           END-IF.

           IF WS-INPUT-OK-YES AND WS-LINE-KEYED-YES(1)
               IF WS-LINE-VALUE(1) IS EQUAL TO 'H' OR
                  WS-LINE-VALUE(1) IS EQUAL TO 'B'
                   MOVE WS-LINE-VALUE(1) TO CAL-DAY-TYPE
               ELSE
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'DAY TYPE MUST BE H (HOLIDAY) OR B (BUSINESS)'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           IF WS-INPUT-OK-YES AND WS-LINE-KEYED-YES(2)
               MOVE WS-LINE-VALUE(2) TO CAL-DESCRIPTION
           END-IF.

      *    A new rule keeps everything (zero days) until a number of
      *    days is keyed.
       APPLY-RETENTION-VALUES section.

           IF RET-FILE-ID IS EQUAL TO SPACES
               SET WS-INPUT-OK-NO TO TRUE
               MOVE 'KEY MUST BE FILE + CLASS, E.G. EDUREJF X'
                                                       TO WS-MESSAGE
           END-IF.

           IF WS-INPUT-OK-YES AND WS-LINE-KEYED-YES(1)
               MOVE WS-LINE-VALUE(1) TO WS-PARSE-TEXT
               PERFORM PARSE-NUMERIC-VALUE
               IF WS-PARSE-OK-YES AND NOT WS-PARSE-NEGATIVE-YES AND
                  WS-PARSE-DIGITS IS NOT GREATER THAN 5
                   MOVE WS-PARSE-VALUE TO RET-RETAIN-DAYS
               ELSE
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'RETAIN DAYS MUST BE 0 TO 99999'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           IF WS-INPUT-OK-YES AND WS-LINE-KEYED-YES(2)
               MOVE WS-LINE-VALUE(2) TO RET-DESCRIPTION
           END-IF.

      *    A new band starts from the shop default (20 days, 5 needed,
      *    25% to 300%) until other values are keyed. A low side above
      *    the average, or a high side below it, would hold every
      *    feed, and more days needed than are sampled would gate
      *    none; all three are refused.
       APPLY-VOLUME-TOLERANCE-VALUES section.

           IF VTL-PROVIDER-ID IS EQUAL TO SPACES
               SET WS-INPUT-OK-NO TO TRUE
               MOVE 'KEY MUST BE A PROVIDER ID OR *DEFAULT'
                                                       TO WS-MESSAGE
           END-IF.

           IF WS-INPUT-OK-YES AND WS-LINE-KEYED-YES(1)
               MOVE WS-LINE-VALUE(1) TO WS-PARSE-TEXT
               PERFORM PARSE-NUMERIC-VALUE
               IF WS-PARSE-OK-YES AND WS-PARSE-DIGITS IS NOT GREATER
                  THAN 2 AND WS-PARSE-VALUE IS GREATER THAN ZERO
                  AND WS-PARSE-VALUE IS NOT GREATER THAN 30
                   MOVE WS-PARSE-VALUE TO VTL-SAMPLE-DAYS
               ELSE
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'SAMPLE DAYS MUST BE 1 TO 30'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           IF WS-INPUT-OK-YES AND WS-LINE-KEYED-YES(2)
               MOVE WS-LINE-VALUE(2) TO WS-PARSE-TEXT
               PERFORM PARSE-NUMERIC-VALUE
               IF WS-PARSE-OK-YES AND NOT WS-PARSE-NEGATIVE-YES AND
                  WS-PARSE-DIGITS IS NOT GREATER THAN 2
                   MOVE WS-PARSE-VALUE TO VTL-MIN-SAMPLES
               ELSE
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'MIN SAMPLE DAYS MUST BE 0 TO 30'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           IF WS-INPUT-OK-YES AND WS-LINE-KEYED-YES(3)
               MOVE WS-LINE-VALUE(3) TO WS-PARSE-TEXT
               PERFORM PARSE-NUMERIC-VALUE
               IF WS-PARSE-OK-YES AND NOT WS-PARSE-NEGATIVE-YES AND
                  WS-PARSE-VALUE IS NOT GREATER THAN 100
                   MOVE WS-PARSE-VALUE TO VTL-LOW-PERCENT
               ELSE
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'LOW % MUST BE 0 (OFF) TO 100'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           IF WS-INPUT-OK-YES AND WS-LINE-KEYED-YES(4)
               MOVE WS-LINE-VALUE(4) TO WS-PARSE-TEXT
               PERFORM PARSE-NUMERIC-VALUE
               IF WS-PARSE-OK-YES AND NOT WS-PARSE-NEGATIVE-YES AND
                  WS-PARSE-DIGITS IS NOT GREATER THAN 4 AND
                  (WS-PARSE-VALUE IS EQUAL TO ZERO OR
                   WS-PARSE-VALUE IS NOT LESS THAN 100)
                   MOVE WS-PARSE-VALUE TO VTL-HIGH-PERCENT
               ELSE
                   SET WS-INPUT-OK-NO TO TRUE
                   MOVE 'HIGH % MUST BE 0 (OFF) OR 100 TO 9999'
                                                       TO WS-MESSAGE
               END-IF
           END-IF.

           IF WS-INPUT-OK-YES AND WS-LINE-KEYED-YES(5)
               MOVE WS-LINE-VALUE(5) TO VTL-DESCRIPTION
           END-IF.

           IF WS-INPUT-OK-YES AND
              VTL-MIN-SAMPLES IS GREATER THAN VTL-SAMPLE-DAYS
               SET WS-INPUT-OK-NO TO TRUE
               MOVE 'MIN SAMPLE DAYS IS MORE THAN SAMPLE DAYS'
                                                       TO WS-MESSAGE
           END-IF.

      *    A date keyed as YYYYMMDD; zero is let through (no expiry,
      *    open-ended) the way the loaders seed it.
       CHECK-DATE-VALUE      section.

           PERFORM PARSE-NUMERIC-VALUE.
           MOVE ZERO TO WS-DATE-WORK.

           IF WS-PARSE-OK-YES AND NOT WS-PARSE-NEGATIVE-YES
               IF WS-PARSE-VALUE IS EQUAL TO ZERO
                   CONTINUE
               ELSE
                   IF WS-PARSE-DIGITS IS NOT EQUAL TO 8
                       SET WS-PARSE-OK-NO TO TRUE
                   ELSE
                       MOVE WS-PARSE-VALUE TO WS-DATE-WORK
                       IF WS-DATE-MONTH IS LESS THAN 01 OR
                          WS-DATE-MONTH IS GREATER THAN 12 OR
                          WS-DATE-DAY IS LESS THAN 01 OR
                          WS-DATE-DAY IS GREATER THAN 31
                           SET WS-PARSE-OK-NO TO TRUE
                       END-IF
                   END-IF
               END-IF
           ELSE
               SET WS-PARSE-OK-NO TO TRUE
           END-IF.

      *    Signed digits left to right, the way EDUAUDQ reads its
      *    code filter - but here anything other than digits, a
      *    sign and spaces makes the value unusable.
       PARSE-NUMERIC-VALUE   section.

           MOVE ZERO TO WS-PARSE-VALUE.
           MOVE ZERO TO WS-PARSE-DIGITS.
           MOVE 'N'  TO WS-PARSE-NEGATIVE.
           SET WS-PARSE-OK-YES TO TRUE.

           PERFORM PARSE-ONE-CHAR
               VARYING WS-PARSE-SUB FROM 1 BY 1
               UNTIL WS-PARSE-SUB IS GREATER THAN
                                       LENGTH OF WS-PARSE-TEXT.

           IF WS-PARSE-DIGITS IS EQUAL TO ZERO OR
              WS-PARSE-DIGITS IS GREATER THAN 9
               SET WS-PARSE-OK-NO TO TRUE
           END-IF.
           IF WS-PARSE-NEGATIVE-YES
               COMPUTE WS-PARSE-VALUE = ZERO - WS-PARSE-VALUE
           END-IF.

       PARSE-ONE-CHAR        section.

           MOVE WS-PARSE-TEXT(WS-PARSE-SUB:1) TO WS-DIGIT.
           EVALUATE TRUE
               WHEN WS-DIGIT IS EQUAL TO '-'
                   MOVE 'Y' TO WS-PARSE-NEGATIVE
               WHEN WS-DIGIT IS EQUAL TO '+' OR
                    WS-DIGIT IS EQUAL TO SPACE OR
                    WS-DIGIT IS EQUAL TO LOW-VALUE
                   CONTINUE
               WHEN WS-DIGIT IS NUMERIC
                   ADD 1 TO WS-PARSE-DIGITS
                   IF WS-PARSE-DIGITS IS NOT GREATER THAN 9
                       COMPUTE WS-PARSE-VALUE =
                           WS-PARSE-VALUE * 10 + WS-DIGIT-NUM
                   END-IF
               WHEN OTHER
                   SET WS-PARSE-OK-NO TO TRUE
           END-EVALUATE.

      *    An unsigned amount keyed with or without a decimal point,
      *    e.g. 250000 or 1250.5 - up to twelve whole digits and three
      *    decimals, the ACM-DAILY-LIMIT picture.
       PARSE-AMOUNT-VALUE    section.

           MOVE ZERO TO WS-AMOUNT-WORK.
           MOVE ZERO TO WS-AMOUNT-VALUE.
           MOVE ZERO TO WS-PARSE-DIGITS.
           MOVE ZERO TO WS-AMOUNT-DECIMALS.
           MOVE 'N'  TO WS-AMOUNT-POINT.
           SET WS-PARSE-OK-YES TO TRUE.

           PERFORM PARSE-ONE-AMOUNT-CHAR
               VARYING WS-PARSE-SUB FROM 1 BY 1
               UNTIL WS-PARSE-SUB IS GREATER THAN
                                       LENGTH OF WS-PARSE-TEXT.

           IF WS-PARSE-DIGITS IS EQUAL TO ZERO OR
              WS-AMOUNT-DECIMALS IS GREATER THAN 3 OR
              WS-PARSE-DIGITS - WS-AMOUNT-DECIMALS IS GREATER THAN 12
               SET WS-PARSE-OK-NO TO TRUE
           END-IF.
           IF WS-PARSE-OK-YES
               COMPUTE WS-AMOUNT-VALUE =
                   WS-AMOUNT-WORK / (10 ** WS-AMOUNT-DECIMALS)
           END-IF.

       PARSE-ONE-AMOUNT-CHAR section.

           MOVE WS-PARSE-TEXT(WS-PARSE-SUB:1) TO WS-DIGIT.
           EVALUATE TRUE
               WHEN WS-DIGIT IS EQUAL TO '.'
                   IF WS-AMOUNT-POINT-YES
                       SET WS-PARSE-OK-NO TO TRUE
                   ELSE
                       MOVE 'Y' TO WS-AMOUNT-POINT
                   END-IF
               WHEN WS-DIGIT IS EQUAL TO SPACE OR
                    WS-DIGIT IS EQUAL TO LOW-VALUE
                   CONTINUE
               WHEN WS-DIGIT IS NUMERIC
                   ADD 1 TO WS-PARSE-DIGITS
                   IF WS-AMOUNT-POINT-YES
                       ADD 1 TO WS-AMOUNT-DECIMALS
                   END-IF
                   IF WS-PARSE-DIGITS IS NOT GREATER THAN 15
                       COMPUTE WS-AMOUNT-WORK =
                           WS-AMOUNT-WORK * 10 + WS-DIGIT-NUM
                   END-IF
               WHEN OTHER
                   SET WS-PARSE-OK-NO TO TRUE
           END-EVALUATE.

      *    Does this change relax a control? The before image is
      *    spaces for an add and the buffer holds the after image
      *    (for a delete, the record being deleted).
       DECIDE-APPROVAL       section.

           SET WS-APPROVAL-NOT-NEEDED TO TRUE.
           MOVE WS-AFTER-IMAGE TO WS-RECORD-BUFFER.
           IF WS-APPLY-ACTION IS EQUAL TO 'D'
               MOVE WS-BEFORE-IMAGE TO WS-RECORD-BUFFER
           END-IF.

           EVALUATE TRUE
               WHEN WS-FILE-PROFILE
                   PERFORM DECIDE-PROFILE-APPROVAL
               WHEN WS-FILE-ALERT-CONTROL
                   PERFORM DECIDE-ALERT-CONTROL-APPROVAL
               WHEN WS-FILE-SCHEDULE
                   PERFORM DECIDE-SCHEDULE-APPROVAL
               WHEN WS-FILE-ACCOUNT
                   SET WS-APPROVAL-NEEDED TO TRUE
               WHEN WS-FILE-CALENDAR
                   PERFORM DECIDE-CALENDAR-APPROVAL
               WHEN WS-FILE-RETENTION
                   PERFORM DECIDE-RETENTION-APPROVAL
               WHEN WS-FILE-VOLUME-TOLERANCE
                   PERFORM DECIDE-VOLUME-TOLERANCE-APPROVAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A check going (or staying) suspended for longer than
      *    before. Deleting a profile record leaves its check
      *    active, so it never needs approval.
       DECIDE-PROFILE-APPROVAL section.

           IF WS-APPLY-ACTION IS NOT EQUAL TO 'D' AND
              PRF-STATE-SUSPENDED
               EVALUATE TRUE
                   WHEN WS-APPLY-ACTION IS EQUAL TO 'A'
                       SET WS-APPROVAL-NEEDED TO TRUE
                   WHEN BEF-PRF-STATE IS NOT EQUAL TO 'S'
                       SET WS-APPROVAL-NEEDED TO TRUE
                   WHEN PRF-EXPIRY-DATE IS EQUAL TO ZERO AND
                        BEF-PRF-EXPIRY-DATE IS NOT EQUAL TO ZERO
                       SET WS-APPROVAL-NEEDED TO TRUE
                   WHEN BEF-PRF-EXPIRY-DATE IS NOT EQUAL TO ZERO AND
                        PRF-EXPIRY-DATE IS GREATER THAN
                                               BEF-PRF-EXPIRY-DATE
                       SET WS-APPROVAL-NEEDED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    Fewer alerts: a higher threshold, a shorter window, or no
      *    control record at all.
       DECIDE-ALERT-CONTROL-APPROVAL section.

           EVALUATE TRUE
               WHEN WS-APPLY-ACTION IS EQUAL TO 'D'
                   SET WS-APPROVAL-NEEDED TO TRUE
               WHEN WS-APPLY-ACTION IS EQUAL TO 'A'
                   CONTINUE
               WHEN ALC-TERM-THRESHOLD IS GREATER THAN
                                          BEF-ALC-TERM-THRESHOLD
                   SET WS-APPROVAL-NEEDED TO TRUE
               WHEN ALC-CODE-THRESHOLD IS GREATER THAN
                                          BEF-ALC-CODE-THRESHOLD
                   SET WS-APPROVAL-NEEDED TO TRUE
               WHEN ALC-WINDOW-MINUTES IS LESS THAN
                                          BEF-ALC-WINDOW-MINUTES
                   SET WS-APPROVAL-NEEDED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Less watching for missing feeds: a day no longer
      *    expected, a later cutoff, or the schedule gone.
       DECIDE-SCHEDULE-APPROVAL section.

           EVALUATE TRUE
               WHEN WS-APPLY-ACTION IS EQUAL TO 'D'
                   SET WS-APPROVAL-NEEDED TO TRUE
               WHEN WS-APPLY-ACTION IS EQUAL TO 'A'
                   CONTINUE
               WHEN SCH-CUTOFF-TIME IS GREATER THAN
                                          BEF-SCH-CUTOFF-TIME
                   SET WS-APPROVAL-NEEDED TO TRUE
               WHEN SCH-REGION-ID IS NOT EQUAL TO BEF-SCH-REGION-ID
                   SET WS-APPROVAL-NEEDED TO TRUE
               WHEN OTHER
                   PERFORM CHECK-ONE-DAY-DROPPED
                       VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB IS GREATER THAN 7
           END-EVALUATE.

       CHECK-ONE-DAY-DROPPED section.

           IF BEF-SCH-EXPECTED-DAY(WS-DAY-SUB) IS EQUAL TO 'Y' AND
              SCH-EXPECTED-DAY(WS-DAY-SUB) IS NOT EQUAL TO 'Y'
               SET WS-APPROVAL-NEEDED TO TRUE
           END-IF.

      *    Fewer days a feed is expected: a holiday added (or a
      *    working day turned into one), or a working-day exception
      *    removed so the weekend rule takes over again.
       DECIDE-CALENDAR-APPROVAL section.

           EVALUATE TRUE
               WHEN WS-APPLY-ACTION IS EQUAL TO 'D'
                   IF CAL-DAY-BUSINESS
                       SET WS-APPROVAL-NEEDED TO TRUE
                   END-IF
               WHEN CAL-DAY-HOLIDAY AND
                    BEF-CAL-DAY-TYPE IS NOT EQUAL TO 'H'
                   SET WS-APPROVAL-NEEDED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Records going sooner: a rule with days where there was
      *    none (or zero, keep everything), fewer days than before,
      *    or a class rule deleted - EDUHSK01 then falls back on the
      *    file's default rule, which may be shorter. Deleting the
      *    default rule itself keeps the file's unclassed records.
       DECIDE-RETENTION-APPROVAL section.

           EVALUATE TRUE
               WHEN WS-APPLY-ACTION IS EQUAL TO 'D' AND
                    RET-CLASS-DEFAULT
                   CONTINUE
               WHEN WS-APPLY-ACTION IS EQUAL TO 'D'
                   SET WS-APPROVAL-NEEDED TO TRUE
               WHEN RET-RETAIN-DAYS IS EQUAL TO ZERO
                   CONTINUE
               WHEN WS-APPLY-ACTION IS EQUAL TO 'A'
                   SET WS-APPROVAL-NEEDED TO TRUE
               WHEN BEF-RET-RETAIN-DAYS IS EQUAL TO ZERO
                   SET WS-APPROVAL-NEEDED TO TRUE
               WHEN RET-RETAIN-DAYS IS LESS THAN BEF-RET-RETAIN-DAYS
                   SET WS-APPROVAL-NEEDED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    More feeds through the volume gate unheld: a wider band, a
      *    side switched off, a longer wait for history, or the band
      *    gone (the provider falls back to '*DEFAULT', and without
      *    '*DEFAULT' nothing is gated). A new band is free unless it
      *    starts with a side off.
       DECIDE-VOLUME-TOLERANCE-APPROVAL section.

           EVALUATE TRUE
               WHEN WS-APPLY-ACTION IS EQUAL TO 'D'
                   SET WS-APPROVAL-NEEDED TO TRUE
               WHEN VTL-LOW-PERCENT IS EQUAL TO ZERO AND
                   (WS-APPLY-ACTION IS EQUAL TO 'A' OR
                    BEF-VTL-LOW-PERCENT IS NOT EQUAL TO ZERO)
                   SET WS-APPROVAL-NEEDED TO TRUE
               WHEN VTL-HIGH-PERCENT IS EQUAL TO ZERO AND
                   (WS-APPLY-ACTION IS EQUAL TO 'A' OR
                    BEF-VTL-HIGH-PERCENT IS NOT EQUAL TO ZERO)
                   SET WS-APPROVAL-NEEDED TO TRUE
               WHEN WS-APPLY-ACTION IS EQUAL TO 'A'
                   CONTINUE
               WHEN VTL-LOW-PERCENT IS LESS THAN BEF-VTL-LOW-PERCENT
                   SET WS-APPROVAL-NEEDED TO TRUE
               WHEN VTL-HIGH-PERCENT IS GREATER THAN
                                          BEF-VTL-HIGH-PERCENT AND
                    BEF-VTL-HIGH-PERCENT IS NOT EQUAL TO ZERO
                   SET WS-APPROVAL-NEEDED TO TRUE
               WHEN VTL-MIN-SAMPLES IS GREATER THAN
                                          BEF-VTL-MIN-SAMPLES
                   SET WS-APPROVAL-NEEDED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TAKE-TIMESTAMP        section.

           EXEC CICS ASSIGN USERID(WS-USERID)
                            ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-TODAY)
                     TIME(WS-NOW)
           END-EXEC.

       CLEAR-LINE-LABELS     section.

           PERFORM CLEAR-ONE-LABEL
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB IS GREATER THAN 6.

       CLEAR-ONE-LABEL       section.

           MOVE SPACES TO WS-LINE-LABEL(WS-LINE-SUB).

       CLEAR-LINE-VALUES     section.

           PERFORM CLEAR-ONE-VALUE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB IS GREATER THAN 6.

       CLEAR-ONE-VALUE       section.

           MOVE SPACES TO WS-LINE-VALUE(WS-LINE-SUB)
                          WS-LINE-PENDING(WS-LINE-SUB).
           MOVE 'N'    TO WS-LINE-KEYED(WS-LINE-SUB).

       CLEAR-SCREEN-LINES    section.

           MOVE SPACES TO WS-SCREEN-LINES.
           PERFORM CLEAR-LINE-VALUES.

      *    The screen lines table to and from the named map fields.
       TAKE-LINES-FROM-MAP   section.

           PERFORM CLEAR-LINE-VALUES.

           IF VL14L IS GREATER THAN ZERO
               MOVE VL14I TO WS-LINE-VALUE(1)
               MOVE 'Y'   TO WS-LINE-KEYED(1)
           END-IF.
           IF VL24L IS GREATER THAN ZERO
               MOVE VL24I TO WS-LINE-VALUE(2)
               MOVE 'Y'   TO WS-LINE-KEYED(2)
           END-IF.
           IF VL34L IS GREATER THAN ZERO
               MOVE VL34I TO WS-LINE-VALUE(3)
               MOVE 'Y'   TO WS-LINE-KEYED(3)
           END-IF.
           IF VL44L IS GREATER THAN ZERO
               MOVE VL44I TO WS-LINE-VALUE(4)
               MOVE 'Y'   TO WS-LINE-KEYED(4)
           END-IF.
           IF VL54L IS GREATER THAN ZERO
               MOVE VL54I TO WS-LINE-VALUE(5)
               MOVE 'Y'   TO WS-LINE-KEYED(5)
           END-IF.
           IF VL64L IS GREATER THAN ZERO
               MOVE VL64I TO WS-LINE-VALUE(6)
               MOVE 'Y'   TO WS-LINE-KEYED(6)
           END-IF.

       MOVE-LINES-TO-MAP     section.

           MOVE WS-LINE-LABEL(1)   TO LB14O.
           MOVE WS-LINE-VALUE(1)   TO VL14O.
           MOVE WS-LINE-PENDING(1) TO PV14O.
           MOVE WS-LINE-LABEL(2)   TO LB24O.
           MOVE WS-LINE-VALUE(2)   TO VL24O.
           MOVE WS-LINE-PENDING(2) TO PV24O.
           MOVE WS-LINE-LABEL(3)   TO LB34O.
           MOVE WS-LINE-VALUE(3)   TO VL34O.
           MOVE WS-LINE-PENDING(3) TO PV34O.
           MOVE WS-LINE-LABEL(4)   TO LB44O.
           MOVE WS-LINE-VALUE(4)   TO VL44O.
           MOVE WS-LINE-PENDING(4) TO PV44O.
           MOVE WS-LINE-LABEL(5)   TO LB54O.
           MOVE WS-LINE-VALUE(5)   TO VL54O.
           MOVE WS-LINE-PENDING(5) TO PV54O.
           MOVE WS-LINE-LABEL(6)   TO LB64O.
           MOVE WS-LINE-VALUE(6)   TO VL64O.
           MOVE WS-LINE-PENDING(6) TO PV64O.

       SEND-MAINT-MAP        section.

           EXEC CICS SEND MAP(WS-MAPNAME)
                     MAPSET(WS-MAPSETNAME)
                     FROM(EDUMAP4O)
                     ERASE
           END-EXEC.

       SEND-MAINT-DATAONLY   section.

           EXEC CICS SEND MAP(WS-MAPNAME)
                     MAPSET(WS-MAPSETNAME)
                     FROM(EDUMAP4O)
                     DATAONLY
           END-EXEC.

       END-SESSION           section.

           EXEC CICS SEND TEXT FROM(WS-GOODBYE)
                     LENGTH(LENGTH OF WS-GOODBYE)
                     ERASE
                     FREEKB
           END-EXEC.

           EXEC CICS RETURN END-EXEC.
      *----------------------------------------------------------------*
