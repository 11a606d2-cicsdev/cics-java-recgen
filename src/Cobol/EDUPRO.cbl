      *                 runs - callers that cannot reach EDUPRFF       *
      *                 degrade to full validation, never to none.     *
      *                 The check ids are the EDUPRFLD seed names:     *
      *                 ACCTID, ACCTLIM, ACCTMST, BINDIGIT, BOOL,      *
      *                 CHARSTR, EFFDATE, NUMSTR, PACKDGT, PKDCOMMA,   *
      *                 SGNPACK.                                       *
      *       HISTORY :                                                *
      *        02/09/26  RC  ACCTMST joined the check ids for the     *
      *                      account-master referential check.         *
      *        15/10/26  RC  Range source: a caller can hand EDUVAL    *
      *                      candidate EDURNG bands in                 *
      *                      PRO-CANDIDATE-RANGES (PRO-RANGES-         *
      *                      CANDIDATE) instead of the live ones -     *
      *                      the EDUSIM01 what-if simulation does.     *
      *                      Every other caller sets PRO-RANGES-LIVE.  *
      *        15/10/26  RC  ACCTLIM joined the check ids for the      *
      *                      account daily value limit check.          *
      *----------------------------------------------------------------*

       01  EDU-CHECK-PROFILE.
               05 PRO-CHECK-ID            PIC X(8).
               05 PRO-STATE               PIC X.
               05 PRO-EXPIRY-DATE         PIC 9(8).
      *    Which EDURNG bands EDUVAL holds the record against: its
      *    own live table, or the candidate bands below, laid out
      *    exactly as EDU-RANGE-TABLE.
           03  PRO-RANGE-SOURCE           PIC X.
               88 PRO-RANGES-LIVE         VALUE 'L'.
               88 PRO-RANGES-CANDIDATE    VALUE 'C'.
           03  PRO-CANDIDATE-RANGES.
               05 PRO-BINARY-DIGIT-LOW        PIC 9(4).
               05 PRO-BINARY-DIGIT-HIGH       PIC 9(4).
               05 PRO-BINARY-DIGIT-WARN-LOW   PIC 9(4).
               05 PRO-BINARY-DIGIT-WARN-HIGH  PIC 9(4).
               05 PRO-PKD-COMMA-LOW           PIC 9(12)V9(3).
               05 PRO-PKD-COMMA-HIGH          PIC 9(12)V9(3).
               05 PRO-PKD-COMMA-WARN-LOW      PIC 9(12)V9(3).
               05 PRO-PKD-COMMA-WARN-HIGH     PIC 9(12)V9(3).

      *----------------------------------------------------------------*
