      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *       HISTORY :                                                *
      *        15/10/26  EDUTRCF arrival trace housekept by feed       *
      *                  date like the other KSDS registers; EDUREJF   *
      *                  grew 178 to 196 and EDUCORF 110 to 128        *
      *                  (natural keys), the archive image with them.  *
      *        15/10/26  EDUADTF account day totals housekept by the   *
      *                  date they were totalled for.                  *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * Housekeeping of the registers and history files that until now *
      * only ever grew: EDUFIDF (feed register), EDUDUPF (duplicate    *
      * register), EDUPSTF (provider statistics), EDUHISTF (audit      *
      * history), EDUREJF (repair records), EDUCORF (correction log),  *
      * EDURUNF (batch run log), EDUTRCF (arrival trace) and EDUADTF   *
      * (account day totals). How long each keeps its records comes    *
      * from the EDURETF retention control file - per file, or per     *
      * record kind / status within a file - in calendar days back     *
      * from today; a record with no rule, a rule of zero days or no   *
      * usable date of its own is kept.                                *
      *                                                                *
      * Every record removed is first written, as it stood, to the     *
      * day's EDUHSKA archive generation (EDUHSA layout) - nothing is  *
      * deleted that is not already safely unloaded. The KSDS files    *
      * are trimmed in place. EDUCORF (an ESDS) and EDURUNF (a         *
      * sequential log) cannot delete, so their kept records are       *
      * copied to EDUCORK and EDURUNK and the JCL puts those back in   *
      * place once this step has ended cleanly.                        *
      *                                                                *
      * Never removed, whatever EDURETF says:                          *
      *   - an EDUREJF record still open ('R') or corrected ('C') and  *
      *     waiting for EDURSBX;                                       *
      *   - an EDUREJF record any record on the file still points to   *
      *     through RJF-PRIOR-KEY - the bounce chain of a repair that  *
      *     came back stays whole until its newest link goes; the      *
      *     older links then follow on later runs;                     *
      *   - an EDUCORF correction whose repair record is still on      *
      *     EDUREJF (EDUREJF is housekept first, so a correction goes  *
      *     the same night as its repair record at the earliest).      *
      *                                                                *
      * The listing gives records read, kept and removed per file,     *
      * and how many were kept by each of the rules above.             *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'Retention housekeeping of the registers and history files'
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "EDUHSK01".
       Author.        "R. Castellano".
       DATE-WRITTEN.   15/10/2026.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-zSeries.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDURETF ASSIGN TO EDURETF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RET-KEY
               FILE STATUS IS WS-RETF-STATUS.

           SELECT EDUHSKA ASSIGN TO EDUHSKA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HSKA-STATUS.

           SELECT EDUFIDF ASSIGN TO EDUFIDF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FID-FEED-ID
               FILE STATUS IS WS-FIDF-STATUS.

           SELECT EDUDUPF ASSIGN TO EDUDUPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DUP-RECORD-KEY
               FILE STATUS IS WS-DUPF-STATUS.

           SELECT EDUPSTF ASSIGN TO EDUPSTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PST-RECORD-KEY
               FILE STATUS IS WS-PSTF-STATUS.

           SELECT EDUHISTF ASSIGN TO EDUHISTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-RECORD-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT EDUREJF ASSIGN TO EDUREJF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJF-KEY
               FILE STATUS IS WS-REJF-STATUS.

           SELECT EDUCORF ASSIGN TO EDUCORF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORF-STATUS.

           SELECT EDUCORK ASSIGN TO EDUCORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORK-STATUS.

           SELECT EDURUNF ASSIGN TO EDURUNF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNF-STATUS.

           SELECT EDURUNK ASSIGN TO EDURUNK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNK-STATUS.

           SELECT EDUTRCF ASSIGN TO EDUTRCF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRC-RECORD-KEY
               FILE STATUS IS WS-TRCF-STATUS.

           SELECT EDUADTF ASSIGN TO EDUADTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADT-RECORD-KEY
               FILE STATUS IS WS-ADTF-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  EDURETF
           RECORD CONTAINS 35 CHARACTERS.
           COPY EDURET.

       FD  EDUHSKA
           RECORD CONTAINS 215 CHARACTERS.
           COPY EDUHSA.

       FD  EDUFIDF
           RECORD CONTAINS 38 CHARACTERS.
           COPY EDUFID.

       FD  EDUDUPF
           RECORD CONTAINS 34 CHARACTERS.
           COPY EDUDUP.

       FD  EDUPSTF
           RECORD CONTAINS 144 CHARACTERS.
           COPY EDUPST.

       FD  EDUHISTF
           RECORD CONTAINS 39 CHARACTERS.
           COPY EDUHST.

       FD  EDUREJF
           RECORD CONTAINS 196 CHARACTERS.
           COPY EDURJF.

       FD  EDUCORF
           RECORD CONTAINS 128 CHARACTERS.
           COPY EDUCOR.

       FD  EDUCORK
           RECORD CONTAINS 128 CHARACTERS.
       01  EDUCORK-RECORD                     PIC X(128).

       FD  EDURUNF
           RECORD CONTAINS 141 CHARACTERS.
           COPY EDURUN.

       FD  EDURUNK
           RECORD CONTAINS 141 CHARACTERS.
       01  EDURUNK-RECORD                     PIC X(141).

       FD  EDUTRCF
           RECORD CONTAINS 80 CHARACTERS.
           COPY EDUTRC.

       FD  EDUADTF
           RECORD CONTAINS 70 CHARACTERS.
           COPY EDUADT.

       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
              05 pic x(10)   value 'EDUHSK01: '.

       01 WS-VARIABLES.
           03 WS-RETF-STATUS                  PIC X(02).
           03 WS-HSKA-STATUS                  PIC X(02).
           03 WS-FIDF-STATUS                  PIC X(02).
           03 WS-DUPF-STATUS                  PIC X(02).
           03 WS-PSTF-STATUS                  PIC X(02).
           03 WS-HIST-STATUS                  PIC X(02).
           03 WS-REJF-STATUS                  PIC X(02).
           03 WS-CORF-STATUS                  PIC X(02).
           03 WS-CORK-STATUS                  PIC X(02).
           03 WS-RUNF-STATUS                  PIC X(02).
           03 WS-RUNK-STATUS                  PIC X(02).
           03 WS-TRCF-STATUS                  PIC X(02).
           03 WS-ADTF-STATUS                  PIC X(02).
           03 WS-MORE-RECORDS                 PIC X     VALUE 'Y'.
              88 WS-MORE-RECORDS-YES          VALUE 'Y'.
              88 WS-MORE-RECORDS-NO           VALUE 'N'.
           03 WS-FILE-OPEN                    PIC X     VALUE 'N'.
              88 WS-FILE-OPEN-YES             VALUE 'Y'.
              88 WS-FILE-OPEN-NO              VALUE 'N'.
           03 WS-FOUND-SWITCH                 PIC X     VALUE 'N'.
              88 WS-FOUND-YES                 VALUE 'Y'.
              88 WS-FOUND-NO                  VALUE 'N'.
           03 WS-FATE                         PIC X     VALUE 'K'.
              88 WS-FATE-KEEP                 VALUE 'K'.
              88 WS-FATE-REMOVE               VALUE 'R'.
           03 WS-TODAY                        PIC 9(8).
           03 WS-TODAY-SERIAL                 PIC S9(8) COMP.
           03 WS-RECORD-SERIAL                PIC S9(8) COMP.
           03 WS-DISPLAY-COUNT                PIC -z(7)9.

      *    What the retention decision is asked about one record:
      *    the file, the record's kind or status (spaces where the
      *    file has none), and the date its age is counted from.
           03 WS-CHECK-FILE-ID                PIC X(8).
           03 WS-CHECK-CLASS                  PIC X(2).
           03 WS-CHECK-DATE                   PIC X(8).
           03 WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE
                                              PIC 9(8).

      *    The removed record on its way to the archive.
           03 WS-ARCHIVE-LENGTH               PIC 9(3).
           03 WS-ARCHIVE-IMAGE                PIC X(196).

      *    Scratch fields for the calendar-date-to-day-serial
      *    conversion, same arithmetic as EDURPT06's period.
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

      *    EDURETF in storage, each rule with the day serial before
      *    which a record it governs is removed.
       01 WS-RULE-TABLE.
           03 WS-RULE-COUNT                   PIC S9(4) COMP
                                               VALUE +0.
           03 WS-RULE-ENTRY OCCURS 100 TIMES
                             INDEXED BY RULE-IDX.
              05 WS-RULE-FILE-ID              PIC X(8).
              05 WS-RULE-CLASS                PIC X(2).
              05 WS-RULE-DAYS                 PIC 9(5).
              05 WS-RULE-CUTOFF-SERIAL        PIC S9(8) COMP.
           03 WS-RULE-CHOSEN                  PIC S9(4) COMP.

      *    Every non-zero RJF-PRIOR-KEY on EDUREJF: the records that
      *    a later bounce still points back to. Should the table
      *    ever fill, no repair record is removed that run.
       01 WS-PRIOR-KEY-TABLE.
           03 WS-PRIOR-KEY-COUNT              PIC S9(8) COMP
                                               VALUE +0.
           03 WS-PRIOR-KEY-FULL               PIC X     VALUE 'N'.
              88 WS-PRIOR-KEY-FULL-YES        VALUE 'Y'.
           03 WS-PRIOR-KEY OCCURS 5000 TIMES
                             INDEXED BY PRIOR-IDX
                                              PIC 9(8).

      *    Read / kept / removed per file, in the order the files are
      *    worked and listed.
       01 WS-FILE-NAME-VALUES.
           03 FILLER                  PIC X(8)  VALUE 'EDUFIDF '.
           03 FILLER                  PIC X(8)  VALUE 'EDUDUPF '.
           03 FILLER                  PIC X(8)  VALUE 'EDUPSTF '.
           03 FILLER                  PIC X(8)  VALUE 'EDUHISTF'.
           03 FILLER                  PIC X(8)  VALUE 'EDUREJF '.
           03 FILLER                  PIC X(8)  VALUE 'EDUCORF '.
           03 FILLER                  PIC X(8)  VALUE 'EDURUNF '.
           03 FILLER                  PIC X(8)  VALUE 'EDUTRCF '.
           03 FILLER                  PIC X(8)  VALUE 'EDUADTF '.
       01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
           03 WS-FILE-NAME OCCURS 9 TIMES PIC X(8).

       01 WS-FILE-TOTALS.
           03 WS-FILE-TOTAL OCCURS 9 TIMES.
              05 WS-TOT-READ                  PIC S9(8) COMP.
              05 WS-TOT-KEPT                  PIC S9(8) COMP.
              05 WS-TOT-REMOVED               PIC S9(8) COMP.
           03 WS-TOT-SUB                      PIC S9(4) COMP.
           03 WS-KEPT-REJF-OPEN               PIC S9(8) COMP
                                               VALUE +0.
           03 WS-KEPT-REJF-LINKED             PIC S9(8) COMP
                                               VALUE +0.
           03 WS-KEPT-CORF-REPAIR             PIC S9(8) COMP
                                               VALUE +0.
           03 WS-ARCHIVED-COUNT               PIC S9(8) COMP
                                               VALUE +0.

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

       01 WS-RULE-LINE.
           03 RPT-RULE-FILE           PIC X(8).
           03 FILLER                  PIC X(1)  VALUE SPACE.
           03 RPT-RULE-CLASS          PIC X(5).
           03 RPT-RULE-DAYS           PIC Z(4)9.
           03 FILLER                  PIC X(6)  VALUE ' DAYS '.
           03 RPT-RULE-DESCRIPTION    PIC X(20).

       01 WS-TOTAL-LINE.
           03 RPT-FILE                PIC X(8).
           03 FILLER                  PIC X(2)  VALUE SPACES.
           03 RPT-READ                PIC Z(8)9.
           03 FILLER                  PIC X(2)  VALUE SPACES.
           03 RPT-KEPT                PIC Z(8)9.
           03 FILLER                  PIC X(2)  VALUE SPACES.
           03 RPT-REMOVED             PIC Z(8)9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PROGRAM          section.
      D    DISPLAY NN 'Starting'.

           PERFORM ESTABLISH-RUN-DATE.
           PERFORM LOAD-RETENTION-RULES.
           PERFORM OPEN-ARCHIVE.

           PERFORM HOUSEKEEP-FEED-REGISTER.
           PERFORM HOUSEKEEP-DUPLICATE-REGISTER.
           PERFORM HOUSEKEEP-PROVIDER-STATS.
           PERFORM HOUSEKEEP-HISTORY.
           PERFORM HOUSEKEEP-REJECT-FILE.
           PERFORM HOUSEKEEP-CORRECTION-LOG.
           PERFORM HOUSEKEEP-RUN-LOG.
           PERFORM HOUSEKEEP-TRACE-FILE.
           PERFORM HOUSEKEEP-DAY-TOTAL-FILE.

           CLOSE EDUHSKA.
           PERFORM PRINT-HOUSEKEEPING-TOTALS.

      D    DISPLAY NN 'Ending'.
           STOP RUN.

       ESTABLISH-RUN-DATE    section.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-CONV-DATE.
           PERFORM CONVERT-DATE-TO-SERIAL.
           MOVE WS-CONV-SERIAL TO WS-TODAY-SERIAL.

           INITIALIZE WS-FILE-TOTALS.

      *    No rules, no housekeeping: without EDURETF the job stops
      *    before it has touched anything.
       LOAD-RETENTION-RULES  section.

           OPEN INPUT EDURETF.
           IF WS-RETF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDURETF FAILED, STATUS = '
                                                  WS-RETF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'HOUSEKEEPING RUN ' WS-TODAY
                   ' - RETENTION RULES IN FORCE'.
           DISPLAY ' '.

           SET WS-MORE-RECORDS-YES TO TRUE.
           PERFORM READ-RETENTION-RULE.
           PERFORM LOAD-ONE-RETENTION-RULE
               UNTIL WS-MORE-RECORDS-NO.

           CLOSE EDURETF.
           DISPLAY ' '.

       READ-RETENTION-RULE   section.

           READ EDURETF.

           IF WS-RETF-STATUS IS EQUAL TO '10'
               SET WS-MORE-RECORDS-NO TO TRUE
           ELSE
               IF WS-RETF-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDURETF FAILED, STATUS = '
                                                      WS-RETF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LOAD-ONE-RETENTION-RULE section.

           IF WS-RULE-COUNT IS LESS THAN 100
               ADD 1 TO WS-RULE-COUNT
               SET RULE-IDX TO WS-RULE-COUNT
               MOVE RET-FILE-ID      TO WS-RULE-FILE-ID(RULE-IDX)
               MOVE RET-RECORD-CLASS TO WS-RULE-CLASS(RULE-IDX)
               MOVE RET-RETAIN-DAYS  TO WS-RULE-DAYS(RULE-IDX)
               COMPUTE WS-RULE-CUTOFF-SERIAL(RULE-IDX) =
                   WS-TODAY-SERIAL - RET-RETAIN-DAYS

               MOVE RET-FILE-ID      TO RPT-RULE-FILE
               IF RET-CLASS-DEFAULT
                   MOVE '(ALL)'      TO RPT-RULE-CLASS
               ELSE
                   MOVE RET-RECORD-CLASS TO RPT-RULE-CLASS
               END-IF
               MOVE RET-RETAIN-DAYS  TO RPT-RULE-DAYS
               MOVE RET-DESCRIPTION  TO RPT-RULE-DESCRIPTION
               DISPLAY WS-RULE-LINE
           ELSE
               DISPLAY NN 'MORE THAN 100 RETENTION RULES - '
                          RET-KEY ' IGNORED, ITS RECORDS KEPT'
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM READ-RETENTION-RULE.

       OPEN-ARCHIVE          section.

           OPEN OUTPUT EDUHSKA.
           IF WS-HSKA-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUHSKA FAILED, STATUS = '
                                                  WS-HSKA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *================================================================*
      *    The four KSDS registers: read through in key order and      *
      *    delete in place behind the read.                            *
      *================================================================*
       HOUSEKEEP-FEED-REGISTER section.

           MOVE 'EDUFIDF ' TO WS-CHECK-FILE-ID.
           PERFORM SELECT-FILE-TOTALS.

           OPEN I-O EDUFIDF.
           IF WS-FIDF-STATUS IS EQUAL TO '00'
               SET WS-MORE-RECORDS-YES TO TRUE
               PERFORM READ-FEED-REGISTER
               PERFORM HOUSEKEEP-ONE-FEED-ENTRY
                   UNTIL WS-MORE-RECORDS-NO
               CLOSE EDUFIDF
           ELSE
               DISPLAY NN 'OPEN EDUFIDF FAILED, STATUS = '
                          WS-FIDF-STATUS ' - FILE NOT HOUSEKEPT'
               MOVE 8 TO RETURN-CODE
           END-IF.

       READ-FEED-REGISTER    section.

           READ EDUFIDF NEXT RECORD.

           IF WS-FIDF-STATUS IS EQUAL TO '10'
               SET WS-MORE-RECORDS-NO TO TRUE
           ELSE
               IF WS-FIDF-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUFIDF FAILED, STATUS = '
                                                      WS-FIDF-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-MORE-RECORDS-NO TO TRUE
               END-IF
           END-IF.

       HOUSEKEEP-ONE-FEED-ENTRY section.

           ADD 1 TO WS-TOT-READ(WS-TOT-SUB).
           MOVE SPACES           TO WS-CHECK-CLASS.
           MOVE FID-FEED-DATE    TO WS-CHECK-DATE.
           PERFORM DECIDE-RECORD-FATE.

           IF WS-FATE-REMOVE
               MOVE LENGTH OF EDU-FEED-REGISTER-RECORD
                                      TO WS-ARCHIVE-LENGTH
               MOVE EDU-FEED-REGISTER-RECORD TO WS-ARCHIVE-IMAGE
               PERFORM ARCHIVE-ONE-RECORD
               DELETE EDUFIDF RECORD
               IF WS-FIDF-STATUS IS EQUAL TO '00'
                   ADD 1 TO WS-TOT-REMOVED(WS-TOT-SUB)
               ELSE
                   DISPLAY NN 'DELETE EDUFIDF FAILED, STATUS = '
                              WS-FIDF-STATUS ' KEY ' FID-FEED-ID
                   MOVE 8 TO RETURN-CODE
                   ADD 1 TO WS-TOT-KEPT(WS-TOT-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-TOT-KEPT(WS-TOT-SUB)
           END-IF.

           PERFORM READ-FEED-REGISTER.

       HOUSEKEEP-DUPLICATE-REGISTER section.

           MOVE 'EDUDUPF ' TO WS-CHECK-FILE-ID.
           PERFORM SELECT-FILE-TOTALS.

           OPEN I-O EDUDUPF.
           IF WS-DUPF-STATUS IS EQUAL TO '00'
               SET WS-MORE-RECORDS-YES TO TRUE
               PERFORM READ-DUPLICATE-REGISTER
               PERFORM HOUSEKEEP-ONE-DUPLICATE-ENTRY
                   UNTIL WS-MORE-RECORDS-NO
               CLOSE EDUDUPF
           ELSE
               DISPLAY NN 'OPEN EDUDUPF FAILED, STATUS = '
                          WS-DUPF-STATUS ' - FILE NOT HOUSEKEPT'
               MOVE 8 TO RETURN-CODE
           END-IF.

       READ-DUPLICATE-REGISTER section.

           READ EDUDUPF NEXT RECORD.

           IF WS-DUPF-STATUS IS EQUAL TO '10'
               SET WS-MORE-RECORDS-NO TO TRUE
           ELSE
               IF WS-DUPF-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUDUPF FAILED, STATUS = '
                                                      WS-DUPF-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-MORE-RECORDS-NO TO TRUE
               END-IF
           END-IF.

       HOUSEKEEP-ONE-DUPLICATE-ENTRY section.

           ADD 1 TO WS-TOT-READ(WS-TOT-SUB).
           MOVE SPACES           TO WS-CHECK-CLASS.
           MOVE DUP-FEED-DATE    TO WS-CHECK-DATE.
           PERFORM DECIDE-RECORD-FATE.

           IF WS-FATE-REMOVE
               MOVE LENGTH OF EDU-DUPLICATE-REGISTER-RECORD
                                      TO WS-ARCHIVE-LENGTH
               MOVE EDU-DUPLICATE-REGISTER-RECORD TO WS-ARCHIVE-IMAGE
               PERFORM ARCHIVE-ONE-RECORD
               DELETE EDUDUPF RECORD
               IF WS-DUPF-STATUS IS EQUAL TO '00'
                   ADD 1 TO WS-TOT-REMOVED(WS-TOT-SUB)
               ELSE
                   DISPLAY NN 'DELETE EDUDUPF FAILED, STATUS = '
                              WS-DUPF-STATUS ' KEY ' DUP-RECORD-KEY
                   MOVE 8 TO RETURN-CODE
                   ADD 1 TO WS-TOT-KEPT(WS-TOT-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-TOT-KEPT(WS-TOT-SUB)
           END-IF.

           PERFORM READ-DUPLICATE-REGISTER.

       HOUSEKEEP-PROVIDER-STATS section.

           MOVE 'EDUPSTF ' TO WS-CHECK-FILE-ID.
           PERFORM SELECT-FILE-TOTALS.

           OPEN I-O EDUPSTF.
           IF WS-PSTF-STATUS IS EQUAL TO '00'
               SET WS-MORE-RECORDS-YES TO TRUE
               PERFORM READ-PROVIDER-STATS
               PERFORM HOUSEKEEP-ONE-PROVIDER-STAT
                   UNTIL WS-MORE-RECORDS-NO
               CLOSE EDUPSTF
           ELSE
               DISPLAY NN 'OPEN EDUPSTF FAILED, STATUS = '
                          WS-PSTF-STATUS ' - FILE NOT HOUSEKEPT'
               MOVE 8 TO RETURN-CODE
           END-IF.

       READ-PROVIDER-STATS   section.

           READ EDUPSTF NEXT RECORD.

           IF WS-PSTF-STATUS IS EQUAL TO '10'
               SET WS-MORE-RECORDS-NO TO TRUE
           ELSE
               IF WS-PSTF-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUPSTF FAILED, STATUS = '
                                                      WS-PSTF-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-MORE-RECORDS-NO TO TRUE
               END-IF
           END-IF.

       HOUSEKEEP-ONE-PROVIDER-STAT section.

           ADD 1 TO WS-TOT-READ(WS-TOT-SUB).
           MOVE SPACES           TO WS-CHECK-CLASS.
           MOVE PST-STAT-DATE    TO WS-CHECK-DATE.
           PERFORM DECIDE-RECORD-FATE.

           IF WS-FATE-REMOVE
               MOVE LENGTH OF EDU-PROVIDER-STATS-RECORD
                                      TO WS-ARCHIVE-LENGTH
               MOVE EDU-PROVIDER-STATS-RECORD TO WS-ARCHIVE-IMAGE
               PERFORM ARCHIVE-ONE-RECORD
               DELETE EDUPSTF RECORD
               IF WS-PSTF-STATUS IS EQUAL TO '00'
                   ADD 1 TO WS-TOT-REMOVED(WS-TOT-SUB)
               ELSE
                   DISPLAY NN 'DELETE EDUPSTF FAILED, STATUS = '
                              WS-PSTF-STATUS ' KEY ' PST-RECORD-KEY
                   MOVE 8 TO RETURN-CODE
                   ADD 1 TO WS-TOT-KEPT(WS-TOT-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-TOT-KEPT(WS-TOT-SUB)
           END-IF.

           PERFORM READ-PROVIDER-STATS.

      *    EDUHISTF rules may be per summary kind: 'T' (terminal) or
      *    'C' (result code).
       HOUSEKEEP-HISTORY     section.

           MOVE 'EDUHISTF' TO WS-CHECK-FILE-ID.
           PERFORM SELECT-FILE-TOTALS.

           OPEN I-O EDUHISTF.
           IF WS-HIST-STATUS IS EQUAL TO '00'
               SET WS-MORE-RECORDS-YES TO TRUE
               PERFORM READ-HISTORY
               PERFORM HOUSEKEEP-ONE-HISTORY-RECORD
                   UNTIL WS-MORE-RECORDS-NO
               CLOSE EDUHISTF
           ELSE
               DISPLAY NN 'OPEN EDUHISTF FAILED, STATUS = '
                          WS-HIST-STATUS ' - FILE NOT HOUSEKEPT'
               MOVE 8 TO RETURN-CODE
           END-IF.

       READ-HISTORY          section.

           READ EDUHISTF NEXT RECORD.

           IF WS-HIST-STATUS IS EQUAL TO '10'
               SET WS-MORE-RECORDS-NO TO TRUE
           ELSE
               IF WS-HIST-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUHISTF FAILED, STATUS = '
                                                      WS-HIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-MORE-RECORDS-NO TO TRUE
               END-IF
           END-IF.

       HOUSEKEEP-ONE-HISTORY-RECORD section.

           ADD 1 TO WS-TOT-READ(WS-TOT-SUB).
           MOVE SPACES           TO WS-CHECK-CLASS.
           MOVE HST-KIND         TO WS-CHECK-CLASS(1:1).
           MOVE HST-DATE         TO WS-CHECK-DATE.
           PERFORM DECIDE-RECORD-FATE.

           IF WS-FATE-REMOVE
               MOVE LENGTH OF EDU-HISTORY-RECORD
                                      TO WS-ARCHIVE-LENGTH
               MOVE EDU-HISTORY-RECORD TO WS-ARCHIVE-IMAGE
               PERFORM ARCHIVE-ONE-RECORD
               DELETE EDUHISTF RECORD
               IF WS-HIST-STATUS IS EQUAL TO '00'
                   ADD 1 TO WS-TOT-REMOVED(WS-TOT-SUB)
               ELSE
                   DISPLAY NN 'DELETE EDUHISTF FAILED, STATUS = '
                              WS-HIST-STATUS ' KEY ' HST-RECORD-KEY
                   MOVE 8 TO RETURN-CODE
                   ADD 1 TO WS-TOT-KEPT(WS-TOT-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-TOT-KEPT(WS-TOT-SUB)
           END-IF.

           PERFORM READ-HISTORY.

      *================================================================*
      *    EDUREJF: a first pass gathers every RJF-PRIOR-KEY on the    *
      *    file, the second removes what may go. Rules are per         *
      *    status; an extracted record ages from the day EDURSBX       *
      *    took it (the load date if that was never set).              *
      *================================================================*
       HOUSEKEEP-REJECT-FILE section.

           MOVE 'EDUREJF ' TO WS-CHECK-FILE-ID.
           PERFORM SELECT-FILE-TOTALS.

           OPEN I-O EDUREJF.
           IF WS-REJF-STATUS IS EQUAL TO '00'
               SET WS-FILE-OPEN-YES TO TRUE
               PERFORM START-REJECT-FILE
               PERFORM COLLECT-ONE-PRIOR-KEY
                   UNTIL WS-MORE-RECORDS-NO
               IF WS-PRIOR-KEY-FULL-YES
                   DISPLAY NN 'MORE THAN 5000 BOUNCED REPAIRS ON '
                              'EDUREJF - NO REPAIR RECORD REMOVED'
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM START-REJECT-FILE
               PERFORM HOUSEKEEP-ONE-REJECT
                   UNTIL WS-MORE-RECORDS-NO
           ELSE
               SET WS-FILE-OPEN-NO TO TRUE
               DISPLAY NN 'OPEN EDUREJF FAILED, STATUS = '
                          WS-REJF-STATUS ' - FILE NOT HOUSEKEPT'
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    EDUREJF stays open: the correction log is housekept
      *    against it next.
       START-REJECT-FILE     section.

           SET WS-MORE-RECORDS-YES TO TRUE.
           MOVE ZERO TO RJF-KEY.
           START EDUREJF KEY IS NOT LESS THAN RJF-KEY.
           IF WS-REJF-STATUS IS EQUAL TO '00'
               PERFORM READ-REJECT-FILE
           ELSE
               SET WS-MORE-RECORDS-NO TO TRUE
           END-IF.

       READ-REJECT-FILE      section.

           READ EDUREJF NEXT RECORD.

           IF WS-REJF-STATUS IS EQUAL TO '10'
               SET WS-MORE-RECORDS-NO TO TRUE
           ELSE
               IF WS-REJF-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUREJF FAILED, STATUS = '
                                                      WS-REJF-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-MORE-RECORDS-NO TO TRUE
               END-IF
           END-IF.

       COLLECT-ONE-PRIOR-KEY section.

           IF RJF-PRIOR-KEY IS NOT EQUAL TO ZERO
               IF WS-PRIOR-KEY-COUNT IS LESS THAN 5000
                   ADD 1 TO WS-PRIOR-KEY-COUNT
                   SET PRIOR-IDX TO WS-PRIOR-KEY-COUNT
                   MOVE RJF-PRIOR-KEY TO WS-PRIOR-KEY(PRIOR-IDX)
               ELSE
                   SET WS-PRIOR-KEY-FULL-YES TO TRUE
               END-IF
           END-IF.

           PERFORM READ-REJECT-FILE.

       HOUSEKEEP-ONE-REJECT  section.

           ADD 1 TO WS-TOT-READ(WS-TOT-SUB).

           EVALUATE TRUE
               WHEN RJF-STATUS-OPEN OR RJF-STATUS-CORRECTED
                   SET WS-FATE-KEEP TO TRUE
                   ADD 1 TO WS-KEPT-REJF-OPEN
               WHEN WS-PRIOR-KEY-FULL-YES
                   SET WS-FATE-KEEP TO TRUE
               WHEN OTHER
                   MOVE SPACES            TO WS-CHECK-CLASS
                   MOVE RJF-STATUS        TO WS-CHECK-CLASS(1:1)
                   IF RJF-EXTRACTED-DATE IS EQUAL TO ZERO
                       MOVE RJF-LOADED-DATE    TO WS-CHECK-DATE
                   ELSE
                       MOVE RJF-EXTRACTED-DATE TO WS-CHECK-DATE
                   END-IF
                   PERFORM DECIDE-RECORD-FATE
                   IF WS-FATE-REMOVE
                       PERFORM CHECK-PRIOR-KEY-REFERENCE
                   END-IF
           END-EVALUATE.

           IF WS-FATE-REMOVE
               MOVE LENGTH OF EDU-REJECT-FILE-RECORD
                                      TO WS-ARCHIVE-LENGTH
               MOVE EDU-REJECT-FILE-RECORD TO WS-ARCHIVE-IMAGE
               PERFORM ARCHIVE-ONE-RECORD
               DELETE EDUREJF RECORD
               IF WS-REJF-STATUS IS EQUAL TO '00'
                   ADD 1 TO WS-TOT-REMOVED(WS-TOT-SUB)
               ELSE
                   DISPLAY NN 'DELETE EDUREJF FAILED, STATUS = '
                              WS-REJF-STATUS ' KEY ' RJF-KEY
                   MOVE 8 TO RETURN-CODE
                   ADD 1 TO WS-TOT-KEPT(WS-TOT-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-TOT-KEPT(WS-TOT-SUB)
           END-IF.

           PERFORM READ-REJECT-FILE.

       CHECK-PRIOR-KEY-REFERENCE section.

           SET WS-FOUND-NO TO TRUE.
           PERFORM LOOK-AT-ONE-PRIOR-KEY
               VARYING PRIOR-IDX FROM 1 BY 1
               UNTIL PRIOR-IDX IS GREATER THAN WS-PRIOR-KEY-COUNT
                  OR WS-FOUND-YES.

           IF WS-FOUND-YES
               SET WS-FATE-KEEP TO TRUE
               ADD 1 TO WS-KEPT-REJF-LINKED
           END-IF.

       LOOK-AT-ONE-PRIOR-KEY section.

           IF WS-PRIOR-KEY(PRIOR-IDX) IS EQUAL TO RJF-KEY
               SET WS-FOUND-YES TO TRUE
           END-IF.

      *================================================================*
      *    The two files that cannot delete: kept records are copied   *
      *    out, removed ones archived, and the JCL swaps the copy in.  *
      *================================================================*
       HOUSEKEEP-CORRECTION-LOG section.

           MOVE 'EDUCORF ' TO WS-CHECK-FILE-ID.
           PERFORM SELECT-FILE-TOTALS.

           OPEN INPUT EDUCORF.
           IF WS-CORF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUCORF FAILED, STATUS = '
                                                  WS-CORF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EDUCORK.
           IF WS-CORK-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDUCORK FAILED, STATUS = '
                                                  WS-CORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-MORE-RECORDS-YES TO TRUE.
           PERFORM READ-CORRECTION-LOG.
           PERFORM HOUSEKEEP-ONE-CORRECTION
               UNTIL WS-MORE-RECORDS-NO.

           CLOSE EDUCORF.
           CLOSE EDUCORK.
           IF WS-FILE-OPEN-YES
               CLOSE EDUREJF
           END-IF.

       READ-CORRECTION-LOG   section.

           READ EDUCORF.

           IF WS-CORF-STATUS IS EQUAL TO '10'
               SET WS-MORE-RECORDS-NO TO TRUE
           ELSE
               IF WS-CORF-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUCORF FAILED, STATUS = '
                                                      WS-CORF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    A correction whose repair record cannot be looked at
      *    (EDUREJF would not open) is kept.
       HOUSEKEEP-ONE-CORRECTION section.

           ADD 1 TO WS-TOT-READ(WS-TOT-SUB).
           MOVE SPACES           TO WS-CHECK-CLASS.
           MOVE COR-DATE         TO WS-CHECK-DATE.
           PERFORM DECIDE-RECORD-FATE.

           IF WS-FATE-REMOVE
               IF WS-FILE-OPEN-YES
                   MOVE COR-REJECT-KEY TO RJF-KEY
                   READ EDUREJF
                   IF WS-REJF-STATUS IS NOT EQUAL TO '23'
                       SET WS-FATE-KEEP TO TRUE
                       ADD 1 TO WS-KEPT-CORF-REPAIR
                   END-IF
               ELSE
                   SET WS-FATE-KEEP TO TRUE
               END-IF
           END-IF.

           IF WS-FATE-REMOVE
               MOVE LENGTH OF EDU-CORRECTION-RECORD
                                      TO WS-ARCHIVE-LENGTH
               MOVE EDU-CORRECTION-RECORD TO WS-ARCHIVE-IMAGE
               PERFORM ARCHIVE-ONE-RECORD
               ADD 1 TO WS-TOT-REMOVED(WS-TOT-SUB)
           ELSE
               WRITE EDUCORK-RECORD FROM EDU-CORRECTION-RECORD
               IF WS-CORK-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'WRITE EDUCORK FAILED, STATUS = '
                                                      WS-CORK-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOT-KEPT(WS-TOT-SUB)
           END-IF.

           PERFORM READ-CORRECTION-LOG.

       HOUSEKEEP-RUN-LOG     section.

           MOVE 'EDURUNF ' TO WS-CHECK-FILE-ID.
           PERFORM SELECT-FILE-TOTALS.

           OPEN INPUT EDURUNF.
           IF WS-RUNF-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDURUNF FAILED, STATUS = '
                                                  WS-RUNF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EDURUNK.
           IF WS-RUNK-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'OPEN EDURUNK FAILED, STATUS = '
                                                  WS-RUNK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-MORE-RECORDS-YES TO TRUE.
           PERFORM READ-RUN-LOG.
           PERFORM HOUSEKEEP-ONE-RUN
               UNTIL WS-MORE-RECORDS-NO.

           CLOSE EDURUNF.
           CLOSE EDURUNK.

       READ-RUN-LOG          section.

           READ EDURUNF.

           IF WS-RUNF-STATUS IS EQUAL TO '10'
               SET WS-MORE-RECORDS-NO TO TRUE
           ELSE
               IF WS-RUNF-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDURUNF FAILED, STATUS = '
                                                      WS-RUNF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       HOUSEKEEP-ONE-RUN     section.

           ADD 1 TO WS-TOT-READ(WS-TOT-SUB).
           MOVE SPACES           TO WS-CHECK-CLASS.
           MOVE RUN-START-DATE   TO WS-CHECK-DATE.
           PERFORM DECIDE-RECORD-FATE.

           IF WS-FATE-REMOVE
               MOVE LENGTH OF EDU-RUN-LOG-RECORD
                                      TO WS-ARCHIVE-LENGTH
               MOVE EDU-RUN-LOG-RECORD TO WS-ARCHIVE-IMAGE
               PERFORM ARCHIVE-ONE-RECORD
               ADD 1 TO WS-TOT-REMOVED(WS-TOT-SUB)
           ELSE
               WRITE EDURUNK-RECORD FROM EDU-RUN-LOG-RECORD
               IF WS-RUNK-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'WRITE EDURUNK FAILED, STATUS = '
                                                      WS-RUNK-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOT-KEPT(WS-TOT-SUB)
           END-IF.

           PERFORM READ-RUN-LOG.

      *    EDUTRCF, a KSDS again: trimmed in place by the date of
      *    the feed each record arrived on.
       HOUSEKEEP-TRACE-FILE  section.

           MOVE 'EDUTRCF ' TO WS-CHECK-FILE-ID.
           PERFORM SELECT-FILE-TOTALS.

           OPEN I-O EDUTRCF.
           IF WS-TRCF-STATUS IS EQUAL TO '00'
               SET WS-MORE-RECORDS-YES TO TRUE
               PERFORM READ-TRACE-FILE
               PERFORM HOUSEKEEP-ONE-TRACE-RECORD
                   UNTIL WS-MORE-RECORDS-NO
               CLOSE EDUTRCF
           ELSE
               DISPLAY NN 'OPEN EDUTRCF FAILED, STATUS = '
                          WS-TRCF-STATUS ' - FILE NOT HOUSEKEPT'
               MOVE 8 TO RETURN-CODE
           END-IF.

       READ-TRACE-FILE       section.

           READ EDUTRCF NEXT RECORD.

           IF WS-TRCF-STATUS IS EQUAL TO '10'
               SET WS-MORE-RECORDS-NO TO TRUE
           ELSE
               IF WS-TRCF-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUTRCF FAILED, STATUS = '
                                                      WS-TRCF-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-MORE-RECORDS-NO TO TRUE
               END-IF
           END-IF.

       HOUSEKEEP-ONE-TRACE-RECORD section.

           ADD 1 TO WS-TOT-READ(WS-TOT-SUB).
           MOVE SPACES           TO WS-CHECK-CLASS.
           MOVE TRC-FEED-DATE    TO WS-CHECK-DATE.
           PERFORM DECIDE-RECORD-FATE.

           IF WS-FATE-REMOVE
               MOVE LENGTH OF EDU-TRACE-RECORD
                                      TO WS-ARCHIVE-LENGTH
               MOVE EDU-TRACE-RECORD TO WS-ARCHIVE-IMAGE
               PERFORM ARCHIVE-ONE-RECORD
               DELETE EDUTRCF RECORD
               IF WS-TRCF-STATUS IS EQUAL TO '00'
                   ADD 1 TO WS-TOT-REMOVED(WS-TOT-SUB)
               ELSE
                   DISPLAY NN 'DELETE EDUTRCF FAILED, STATUS = '
                              WS-TRCF-STATUS ' KEY ' TRC-RECORD-KEY
                   MOVE 8 TO RETURN-CODE
                   ADD 1 TO WS-TOT-KEPT(WS-TOT-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-TOT-KEPT(WS-TOT-SUB)
           END-IF.

           PERFORM READ-TRACE-FILE.

      *    EDUADTF, a KSDS: trimmed in place by the day each account
      *    total was kept for.
       HOUSEKEEP-DAY-TOTAL-FILE section.

           MOVE 'EDUADTF ' TO WS-CHECK-FILE-ID.
           PERFORM SELECT-FILE-TOTALS.

           OPEN I-O EDUADTF.
           IF WS-ADTF-STATUS IS EQUAL TO '00'
               SET WS-MORE-RECORDS-YES TO TRUE
               PERFORM READ-DAY-TOTAL-FILE
               PERFORM HOUSEKEEP-ONE-DAY-TOTAL
                   UNTIL WS-MORE-RECORDS-NO
               CLOSE EDUADTF
           ELSE
               DISPLAY NN 'OPEN EDUADTF FAILED, STATUS = '
                          WS-ADTF-STATUS ' - FILE NOT HOUSEKEPT'
               MOVE 8 TO RETURN-CODE
           END-IF.

       READ-DAY-TOTAL-FILE   section.

           READ EDUADTF NEXT RECORD.

           IF WS-ADTF-STATUS IS EQUAL TO '10'
               SET WS-MORE-RECORDS-NO TO TRUE
           ELSE
               IF WS-ADTF-STATUS IS NOT EQUAL TO '00'
                   DISPLAY NN 'READ EDUADTF FAILED, STATUS = '
                                                      WS-ADTF-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-MORE-RECORDS-NO TO TRUE
               END-IF
           END-IF.

       HOUSEKEEP-ONE-DAY-TOTAL section.

           ADD 1 TO WS-TOT-READ(WS-TOT-SUB).
           MOVE SPACES           TO WS-CHECK-CLASS.
           MOVE ADT-TOTAL-DATE   TO WS-CHECK-DATE.
           PERFORM DECIDE-RECORD-FATE.

           IF WS-FATE-REMOVE
               MOVE LENGTH OF EDU-ACCOUNT-DAY-TOTAL-RECORD
                                      TO WS-ARCHIVE-LENGTH
               MOVE EDU-ACCOUNT-DAY-TOTAL-RECORD TO WS-ARCHIVE-IMAGE
               PERFORM ARCHIVE-ONE-RECORD
               DELETE EDUADTF RECORD
               IF WS-ADTF-STATUS IS EQUAL TO '00'
                   ADD 1 TO WS-TOT-REMOVED(WS-TOT-SUB)
               ELSE
                   DISPLAY NN 'DELETE EDUADTF FAILED, STATUS = '
                              WS-ADTF-STATUS ' KEY ' ADT-RECORD-KEY
                   MOVE 8 TO RETURN-CODE
                   ADD 1 TO WS-TOT-KEPT(WS-TOT-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-TOT-KEPT(WS-TOT-SUB)
           END-IF.

           PERFORM READ-DAY-TOTAL-FILE.

      *================================================================*
      *    Shared by every file                                        *
      *================================================================*
       SELECT-FILE-TOTALS    section.

           PERFORM LOOK-AT-ONE-FILE-NAME
               VARYING WS-TOT-SUB FROM 1 BY 1
               UNTIL WS-TOT-SUB IS GREATER THAN 9 OR
                     WS-FILE-NAME(WS-TOT-SUB) IS EQUAL TO
                                              WS-CHECK-FILE-ID.

       LOOK-AT-ONE-FILE-NAME section.

           CONTINUE.

      *    Remove only on a rule with a number of days, against a
      *    real date that lies before the rule's cutoff. The rule for
      *    the record's own class wins over the file's default rule.
       DECIDE-RECORD-FATE    section.

           SET WS-FATE-KEEP TO TRUE.

           PERFORM FIND-RETENTION-RULE.
           IF WS-FOUND-NO AND WS-CHECK-CLASS IS NOT EQUAL TO SPACES
               MOVE SPACES TO WS-CHECK-CLASS
               PERFORM FIND-RETENTION-RULE
           END-IF.

           IF WS-FOUND-YES AND
              WS-RULE-DAYS(WS-RULE-CHOSEN) IS GREATER THAN ZERO AND
              WS-CHECK-DATE IS NUMERIC AND
              WS-CHECK-DATE-NUM IS GREATER THAN ZERO
               MOVE WS-CHECK-DATE-NUM TO WS-CONV-DATE
               PERFORM CONVERT-DATE-TO-SERIAL
               MOVE WS-CONV-SERIAL TO WS-RECORD-SERIAL
               IF WS-RECORD-SERIAL IS LESS THAN
                               WS-RULE-CUTOFF-SERIAL(WS-RULE-CHOSEN)
                   SET WS-FATE-REMOVE TO TRUE
               END-IF
           END-IF.

       FIND-RETENTION-RULE   section.

           SET WS-FOUND-NO TO TRUE.
           PERFORM LOOK-AT-ONE-RULE
               VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX IS GREATER THAN WS-RULE-COUNT
                  OR WS-FOUND-YES.

       LOOK-AT-ONE-RULE      section.

           IF WS-RULE-FILE-ID(RULE-IDX) IS EQUAL TO WS-CHECK-FILE-ID
              AND WS-RULE-CLASS(RULE-IDX) IS EQUAL TO WS-CHECK-CLASS
               SET WS-FOUND-YES TO TRUE
               SET WS-RULE-CHOSEN TO RULE-IDX
           END-IF.

      *    A record that cannot be archived is not removed - the run
      *    stops here, with everything removed so far already safe.
       ARCHIVE-ONE-RECORD    section.

           MOVE WS-CHECK-FILE-ID  TO HSA-FILE-ID
           MOVE WS-TODAY          TO HSA-RUN-DATE
           MOVE WS-ARCHIVE-LENGTH TO HSA-RECORD-LENGTH
           MOVE WS-ARCHIVE-IMAGE  TO HSA-RECORD-IMAGE

           WRITE EDU-HOUSEKEEPING-ARCHIVE-RECORD.
           IF WS-HSKA-STATUS IS NOT EQUAL TO '00'
               DISPLAY NN 'WRITE EDUHSKA FAILED, STATUS = '
                                                  WS-HSKA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ARCHIVED-COUNT.

       PRINT-HOUSEKEEPING-TOTALS section.

           DISPLAY 'FILE           READ       KEPT    REMOVED'.
           PERFORM PRINT-ONE-FILE-TOTAL
               VARYING WS-TOT-SUB FROM 1 BY 1
               UNTIL WS-TOT-SUB IS GREATER THAN 9.

           DISPLAY ' '.
           MOVE WS-KEPT-REJF-OPEN TO WS-DISPLAY-COUNT.
           DISPLAY 'EDUREJF KEPT OPEN OR CORRECTED       : '
                   WS-DISPLAY-COUNT.
           MOVE WS-KEPT-REJF-LINKED TO WS-DISPLAY-COUNT.
           DISPLAY 'EDUREJF KEPT AS PRIOR OF A BOUNCE    : '
                   WS-DISPLAY-COUNT.
           MOVE WS-KEPT-CORF-REPAIR TO WS-DISPLAY-COUNT.
           DISPLAY 'EDUCORF KEPT, REPAIR STILL ON EDUREJF: '
                   WS-DISPLAY-COUNT.
           MOVE WS-ARCHIVED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY 'RECORDS WRITTEN TO EDUHSKA ARCHIVE   : '
                   WS-DISPLAY-COUNT.

       PRINT-ONE-FILE-TOTAL  section.

           MOVE WS-FILE-NAME(WS-TOT-SUB)   TO RPT-FILE
           MOVE WS-TOT-READ(WS-TOT-SUB)    TO RPT-READ
           MOVE WS-TOT-KEPT(WS-TOT-SUB)    TO RPT-KEPT
           MOVE WS-TOT-REMOVED(WS-TOT-SUB) TO RPT-REMOVED
           DISPLAY WS-TOTAL-LINE.

      *    Calendar date to a day serial, same arithmetic as
      *    EDURPT06's report period.
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
      *----------------------------------------------------------------*
