      *----------------------------------------------------------------*
      *       EDUCHG.cpy                                               *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Copy book defining one record of the EDUCHGF  *
      *                 control-file change log (VSAM ESDS). The ECFM  *
      *                 maintenance transaction (EDUCFM) writes one    *
      *                 of these for every add, change or delete it    *
      *                 applies to EDUPRFF, EDUALCF, EDUSCHF, EDUMSGF  *
      *                 or EDUACMF - before and after image, who made  *
      *                 the change and, where the change relaxed a     *
      *                 control, who approved it - and one for every   *
      *                 pending change a checker turns down. 'Who      *
      *                 suspended ACCTMST' is answered from here.      *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*

       01  EDU-CHANGE-LOG-RECORD.
           03  CHG-FILE-ID                PIC X(8).
           03  CHG-RECORD-KEY             PIC X(10).
           03  CHG-ACTION                 PIC X.
               88 CHG-ACTION-ADD          VALUE 'A'.
               88 CHG-ACTION-CHANGE       VALUE 'C'.
               88 CHG-ACTION-DELETE       VALUE 'D'.
      *        'A' applied to the control file, 'R' a pending change
      *        the checker rejected (the control file is untouched).
           03  CHG-DISPOSITION            PIC X.
               88 CHG-DISPOSITION-APPLIED VALUE 'A'.
               88 CHG-DISPOSITION-REJECTED
                                          VALUE 'R'.
           03  CHG-MAKER-USERID           PIC X(8).
           03  CHG-MAKER-DATE             PIC X(8).
           03  CHG-MAKER-TIME             PIC X(6).
      *        Spaces when the change needed no second approval.
           03  CHG-APPROVER-USERID        PIC X(8).
           03  CHG-APPROVER-DATE          PIC X(8).
           03  CHG-APPROVER-TIME          PIC X(6).
           03  CHG-BEFORE-IMAGE           PIC X(60).
           03  CHG-AFTER-IMAGE            PIC X(60).

      *----------------------------------------------------------------*
