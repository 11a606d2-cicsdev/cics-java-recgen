      *                 check never ran, exactly as a profile          *
      *                 suspension does.                               *
      *       HISTORY :                                                *
      *        15/10/26  RC  Daily value limit: the caller also hands  *
      *                      in the account's ACM-DAILY-LIMIT and      *
      *                      tolerance and the total already accepted  *
      *                      for it today (its EDUADTF row), and       *
      *                      EDUVAL sets the ACCOUNT-LIMIT flag and    *
      *                      result code -23/+23. A zero limit is not  *
      *                      checked; a total that could not be read   *
      *                      shows flag 'S'.                           *
      *----------------------------------------------------------------*

       01  EDU-ACCOUNT-VERDICT.
               88 ACV-ACCOUNT-ACTIVE      VALUE 'A'.
           03  ACV-VALID-FROM             PIC 9(8).
           03  ACV-VALID-TO               PIC 9(8).
           03  ACV-DAILY-LIMIT            PIC 9(12)V9(3).
           03  ACV-LIMIT-TOLERANCE        PIC 9(3).
           03  ACV-DAY-TOTAL-STATE        PIC X.
               88 ACV-DAY-TOTAL-KNOWN     VALUE 'K'.
               88 ACV-DAY-TOTAL-UNAVAILABLE VALUE 'U'.
           03  ACV-DAY-TOTAL              PIC 9(13)V9(3).

      *----------------------------------------------------------------*
