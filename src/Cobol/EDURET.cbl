      *----------------------------------------------------------------*
      *       EDURET.cpy                                               *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Copy book defining one record of the EDURETF   *
      *                 retention control file (VSAM KSDS keyed on     *
      *                 RET-KEY) the EDUHSK01 housekeeping job works   *
      *                 from: how many calendar days each register or  *
      *                 history file keeps its records. RET-RECORD-    *
      *                 CLASS narrows a rule to one kind of record -   *
      *                 the HST-KIND of an EDUHISTF summary, the       *
      *                 RJF-STATUS of an EDUREJF record - and spaces   *
      *                 make it the file's default. A record with no   *
      *                 rule, or a rule of zero days, is kept for      *
      *                 good. EDURETLD builds it, ECFM maintains it.   *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*

       01  EDU-RETENTION-RECORD.
           03  RET-KEY.
               05 RET-FILE-ID             PIC X(8).
               05 RET-RECORD-CLASS        PIC X(2).
                  88 RET-CLASS-DEFAULT    VALUE SPACES.
           03  RET-RETAIN-DAYS            PIC 9(5).
           03  RET-DESCRIPTION            PIC X(20).

      *----------------------------------------------------------------*
