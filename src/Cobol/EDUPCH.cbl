      *----------------------------------------------------------------*
      *       EDUPCH.cpy                                               *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Copy book defining one record of the EDUPCHF  *
      *                 pending-change file (VSAM KSDS keyed on        *
      *                 PCH-KEY: control file plus record key). The    *
      *                 ECFM control-file maintenance transaction      *
      *                 (EDUCFM) parks here every change that relaxes  *
      *                 a control - a check suspended on EDUPRFF, an   *
      *                 account closed on EDUACMF and the like - until *
      *                 a second user approves or rejects it. One      *
      *                 pending change per record at a time; the       *
      *                 before image is the record as the maker saw    *
      *                 it, so an approval never lands on a record     *
      *                 that has moved underneath it.                  *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*

       01  EDU-PENDING-CHANGE-RECORD.
           03  PCH-KEY.
               05 PCH-FILE-ID             PIC X(8).
               05 PCH-RECORD-KEY          PIC X(10).
           03  PCH-ACTION                 PIC X.
               88 PCH-ACTION-ADD          VALUE 'A'.
               88 PCH-ACTION-CHANGE       VALUE 'C'.
               88 PCH-ACTION-DELETE       VALUE 'D'.
           03  PCH-MAKER-USERID           PIC X(8).
           03  PCH-MAKER-DATE             PIC X(8).
           03  PCH-MAKER-TIME             PIC X(6).
      *        Record images, left-justified and space-filled; the
      *        before image is spaces for an add, the after image
      *        spaces for a delete.
           03  PCH-BEFORE-IMAGE           PIC X(60).
           03  PCH-AFTER-IMAGE            PIC X(60).

      *----------------------------------------------------------------*
