      *                 from SYSOUT listings. EDURPT04 reads it for    *
      *                 the monthly provider scorecard. The check      *
      *                 counters are in EDU-FAILURE-FLAGS order        *
      *                 (BINARY-DIGIT first, ACCOUNT-LIMIT last).      *
      *       HISTORY :                                                *
      *        02/09/26  RC  ACCOUNT-MASTER check counter added as    *
      *                      the failure flags grew to ten - record   *
      *                      shows who keeps double-sending - record  *
      *                      grows 128 to 136 bytes; redefine         *
      *                      EDU.PROVIDER.STATS to match.              *
      *        15/10/26  RC  ACCOUNT-LIMIT check counter added as      *
      *                      the failure flags grew to eleven - record *
      *                      grows 136 to 144 bytes; redefine          *
      *                      EDU.PROVIDER.STATS to match.              *
      *----------------------------------------------------------------*

       01  EDU-PROVIDER-STATS-RECORD.
           03  PST-WARNED-COUNT           PIC 9(8).
           03  PST-REJECTED-COUNT         PIC 9(8).
           03  PST-CHECK-FAILS.
               05 PST-CHECK-FAIL-COUNT OCCURS 11 TIMES
                                          PIC 9(8).
           03  PST-DUPLICATE-COUNT        PIC 9(8).

