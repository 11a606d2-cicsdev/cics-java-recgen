      *                      diverted to EDUDUPO - record grows 74 to *
      *                      78 bytes; redefine EDU.BATCH.CHECKPOINT  *
      *                      to match.                                 *
      *        15/10/26  RC  ACCOUNT-LIMIT check counter added as      *
      *                      the failure flags grew to eleven - record *
      *                      grows 78 to 82 bytes; redefine            *
      *                      EDU.BATCH.CHECKPOINT to match.            *
      *----------------------------------------------------------------*

       01  EDU-CHECKPOINT-RECORD.
           03  CHK-WARNED-COUNT        PIC S9(8)      COMP.
           03  CHK-REJECTED-COUNT      PIC S9(8)      COMP.
           03  CHK-CHECK-FAIL-TOTALS.
               05 CHK-CHECK-FAIL-COUNT OCCURS 11 TIMES
                                       PIC S9(8)      COMP.
           03  CHK-RTN-HASH-NUMERIC    PIC 9(17)      COMP-3.
           03  CHK-RTN-HASH-PACKED     PIC 9(16)      COMP-3.
