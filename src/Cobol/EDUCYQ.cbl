      *----------------------------------------------------------------*
      *       EDUCYQ.cpy                                               *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Copy book defining the question put to, and    *
      *                 the answer returned by, EDUCYG, the cycle      *
      *                 control judgement the post-EDUBAT1 steps and   *
      *                 EDUCYC01 share. The caller reads (or, for a    *
      *                 cycle not on EDUCYCF yet, keys and flags as    *
      *                 new) the EDUCYC record and passes it along     *
      *                 with this area, then writes back whatever      *
      *                 EDUCYG left in it:                             *
      *                   'B' - begin: may CYQ-PROGRAM-ID run in this  *
      *                         cycle? On a go its slot is marked      *
      *                         started; a new cycle is laid out for   *
      *                         the program's kind first;              *
      *                   'E' - end: mark the slot completed (or       *
      *                         rerun due) with the return code and    *
      *                         output counts given;                   *
      *                   'R' - reset: clear the slot so the step may  *
      *                         run again, stamping who and why.       *
      *                 CYQ-VERDICT says go or refused, with the       *
      *                 reason in CYQ-MESSAGE. CYQ-RETURN-CODE is      *
      *                 zero, or 8 for an unknown function or a        *
      *                 program with no slot in this kind of cycle.    *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*

       01  EDU-CYCLE-GATE-REQUEST.
           03  CYQ-FUNCTION               PIC X.
               88 CYQ-BEGIN-STEP          VALUE 'B'.
               88 CYQ-END-STEP            VALUE 'E'.
               88 CYQ-RESET-STEP          VALUE 'R'.
           03  CYQ-PROGRAM-ID             PIC X(8).
           03  CYQ-NEW-CYCLE              PIC X.
               88 CYQ-NEW-CYCLE-YES       VALUE 'Y'.
               88 CYQ-NEW-CYCLE-NO        VALUE 'N'.
           03  CYQ-OUTCOME                PIC X.
               88 CYQ-OUTCOME-COMPLETE    VALUE 'C'.
               88 CYQ-OUTCOME-RERUN-DUE   VALUE 'R'.
           03  CYQ-STEP-RETURN-CODE       PIC 9(4).
           03  CYQ-OUTPUT-COUNT OCCURS 3 TIMES
                                          PIC 9(8).
           03  CYQ-RESET-BY               PIC X(8).
           03  CYQ-RESET-REASON           PIC X(20).
           03  CYQ-STEP-SLOT              PIC S9(4)  COMP.
           03  CYQ-VERDICT                PIC X.
               88 CYQ-GO                  VALUE 'G'.
               88 CYQ-REFUSED             VALUE 'N'.
           03  CYQ-MESSAGE                PIC X(60).
           03  CYQ-RETURN-CODE            PIC S9(4)  COMP.

      *----------------------------------------------------------------*
