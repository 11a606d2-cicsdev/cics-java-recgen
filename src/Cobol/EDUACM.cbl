      *                 system days later. A zero ACM-VALID-TO means   *
      *                 open-ended.                                    *
      *       HISTORY :                                                *
      *        15/10/26  RC  Daily value limit and its warning         *
      *                      tolerance added - record grows 27 to 45   *
      *                      bytes; redefine EDU.EDUACMF to match.     *
      *----------------------------------------------------------------*

       01  EDU-ACCOUNT-MASTER-RECORD.
               88 ACM-STATUS-CLOSED       VALUE 'C'.
           03  ACM-VALID-FROM             PIC 9(8).
           03  ACM-VALID-TO               PIC 9(8).
      *    Most PACKED-DIGIT-WITH-COMMA the account may take in one
      *    day across every feed and every online call (EDUADTF keeps
      *    the running total); zero means no limit. A record that
      *    takes the day's total over the limit by no more than
      *    ACM-LIMIT-TOLERANCE percent of it is accepted with a
      *    warning, further over than that it is rejected.
           03  ACM-DAILY-LIMIT            PIC 9(12)V9(3).
           03  ACM-LIMIT-TOLERANCE        PIC 9(3).

      *----------------------------------------------------------------*
