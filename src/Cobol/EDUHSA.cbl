      *----------------------------------------------------------------*
      *       EDUHSA.cpy                                               *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Copy book defining one record of the EDUHSKA   *
      *                 housekeeping archive, one GDG generation per   *
      *                 EDUHSK01 run. Every record the job removes     *
      *                 from a register or history file is written     *
      *                 here first, exactly as it stood on the file,   *
      *                 behind the name of the file it came from and   *
      *                 the date of the run that removed it - so any   *
      *                 of them can be put back with a REPRO of the    *
      *                 generation, selected on HSA-FILE-ID.           *
      *       HISTORY :                                                *
      *        15/10/26  RC  Image widened 178 to 196 for the          *
      *                      larger EDUREJF record - record grows 197  *
      *                      to 215 bytes. Generations written before  *
      *                      hold 197-byte records; REPRO them with    *
      *                      the old LRECL.                            *
      *----------------------------------------------------------------*

       01  EDU-HOUSEKEEPING-ARCHIVE-RECORD.
           03  HSA-FILE-ID                PIC X(8).
           03  HSA-RUN-DATE               PIC 9(8).
      *        Length of the removed record; the image is padded with
      *        spaces beyond it.
           03  HSA-RECORD-LENGTH          PIC 9(3).
           03  HSA-RECORD-IMAGE           PIC X(196).

      *----------------------------------------------------------------*
