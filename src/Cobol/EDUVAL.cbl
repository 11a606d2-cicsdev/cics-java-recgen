      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  03 / 03 / 2023                                *
      *       VERSION :  1.2                                           *
      *       HISTORY :                                                *
      *        22/08/26  RC  Warning severity tier: a rule can now    *
      *                      fail at error severity (record invalid)  *
      *                      rejects with the ACCOUNT-MASTER flag, so *
      *                      'unknown account' reports separately     *
      *                      from 'blank account'.                     *
      *        15/10/26  RC  Candidate ranges: a caller that sets      *
      *                      PRO-RANGES-CANDIDATE in the EDUPRO area   *
      *                      has the record held against the EDURNG    *
      *                      bands it passes in PRO-CANDIDATE-RANGES;  *
      *                      the live bands come back for the next     *
      *                      caller that asks for them, so one run     *
      *                      can validate both ways (EDUSIM01).        *
      *        15/10/26  RC  Account daily value limit: a V2           *
      *                      record that takes its account's total     *
      *                      for the day (EDUACV, from EDUADTF) over   *
      *                      ACM-DAILY-LIMIT warns (+23) while it      *
      *                      stays inside the account's tolerance and  *
      *                      rejects (-23) beyond it, with its own     *
      *                      ACCOUNT-LIMIT flag.                       *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
              88 CHECK-SUSPENDED-YES      VALUE 'Y'.
              88 CHECK-SUSPENDED-NO       VALUE 'N'.
           03  PRO-SUBSCRIPT              PIC S9(4)      COMP.
      *    What EDU-RANGE-TABLE holds right now, and the live bands
      *    kept aside the first time a caller swaps candidate bands
      *    in (same length as EDU-RANGE-TABLE).
           03  RANGE-TABLE-STATE          PIC X          VALUE 'L'.
              88 RANGE-TABLE-LIVE         VALUE 'L'.
              88 RANGE-TABLE-CANDIDATE    VALUE 'C'.
           03  LIVE-RANGES-SAVED          PIC X          VALUE 'N'.
              88 LIVE-RANGES-SAVED-YES    VALUE 'Y'.
           03  LIVE-RANGE-IMAGE           PIC X(76).
      *    The account's total for the day with this record on it,
      *    and the most it may reach before the record is rejected
      *    outright (the limit plus its tolerance).
           03  LIMIT-NEW-TOTAL            PIC 9(13)V9(3).
           03  LIMIT-TOLERANCE-AMOUNT     PIC 9(15)V9(3).
           03  LIMIT-CEILING              PIC 9(16)V9(3).

           COPY EDURNG.


       MAIN-PROGRAM          section.

           PERFORM SELECT-RANGE-TABLE.
           PERFORM INITIALIZE-RESULT.
           PERFORM CHECK-BINARY-DIGIT.
           PERFORM CHECK-CHARACTER-STRING.
               PERFORM CHECK-ACCOUNT-ID
               PERFORM CHECK-EFFECTIVE-DATE
               PERFORM CHECK-ACCOUNT-MASTER
               PERFORM CHECK-ACCOUNT-LIMIT
           END-IF.

           PERFORM SET-OVERALL-OUTCOME.

           GOBACK.

      * The bands every range check below reads are EDU-RANGE-TABLE's.
      * A caller asking for candidate bands has them copied over the
      * live ones (kept aside first); the next caller asking for the
      * live bands gets the kept copy back.
       SELECT-RANGE-TABLE    section.

           IF PRO-RANGES-CANDIDATE
               IF NOT LIVE-RANGES-SAVED-YES
                   MOVE EDU-RANGE-TABLE TO LIVE-RANGE-IMAGE
                   SET LIVE-RANGES-SAVED-YES TO TRUE
               END-IF
               MOVE PRO-CANDIDATE-RANGES TO EDU-RANGE-TABLE
               SET RANGE-TABLE-CANDIDATE TO TRUE
           ELSE
               IF RANGE-TABLE-CANDIDATE
                   MOVE LIVE-RANGE-IMAGE TO EDU-RANGE-TABLE
                   SET RANGE-TABLE-LIVE TO TRUE
               END-IF
           END-IF.

       INITIALIZE-RESULT     section.

           MOVE ZERO       TO EDU-RESULT-CODE.
           SET FLG-ACCOUNT-ID-OK           TO TRUE.
           SET FLG-EFFECTIVE-DATE-OK       TO TRUE.
           SET FLG-ACCOUNT-MASTER-OK       TO TRUE.
           SET FLG-ACCOUNT-LIMIT-OK        TO TRUE.
           SET FIRST-FAILURE-FOUND-NO      TO TRUE.
           SET FIRST-WARNING-FOUND-NO      TO TRUE.

                   PERFORM RECORD-FAILURE
           END-EVALUATE.

      * The account's running total for the day is the caller's to
      * read (EDUADTF; EDUVAL does no I/O) and hand in on
      * EDU-ACCOUNT-VERDICT with the master's limit. Only an account
      * the master check passed, with a limit set, is held to it,
      * and only with an amount that is a number; a total that could
      * not be read shows 'S' like a profile suspension.
       CHECK-ACCOUNT-LIMIT   section.

           MOVE 'ACCTLIM ' TO LOOKUP-CHECK-ID.
           PERFORM LOOKUP-CHECK-STATE.
           IF CHECK-SUSPENDED-YES
               SET FLG-ACCOUNT-LIMIT-SUSPENDED TO TRUE
           ELSE
               IF ACV-LOOKUP-FOUND AND
                  FLG-ACCOUNT-MASTER-OK AND
                  ACV-DAILY-LIMIT IS GREATER THAN ZERO AND
                  PACKED-DIGIT-WITH-COMMA IS NUMERIC
                   PERFORM APPLY-ACCOUNT-LIMIT
               END-IF
           END-IF.

      * Up to the limit is clean; over it by no more than
      * ACV-LIMIT-TOLERANCE percent of the limit is a warning; any
      * further over is an error.
       APPLY-ACCOUNT-LIMIT   section.

           IF ACV-DAY-TOTAL-UNAVAILABLE
               SET FLG-ACCOUNT-LIMIT-SUSPENDED TO TRUE
           ELSE
               ADD ACV-DAY-TOTAL PACKED-DIGIT-WITH-COMMA
                   GIVING LIMIT-NEW-TOTAL
                   ON SIZE ERROR
                       MOVE ALL '9' TO LIMIT-NEW-TOTAL
               END-ADD
               IF LIMIT-NEW-TOTAL IS GREATER THAN ACV-DAILY-LIMIT
                   MULTIPLY ACV-DAILY-LIMIT BY ACV-LIMIT-TOLERANCE
                       GIVING LIMIT-TOLERANCE-AMOUNT
                   DIVIDE 100 INTO LIMIT-TOLERANCE-AMOUNT
                   ADD ACV-DAILY-LIMIT LIMIT-TOLERANCE-AMOUNT
                       GIVING LIMIT-CEILING
                   IF LIMIT-NEW-TOTAL IS GREATER THAN LIMIT-CEILING
                       SET FLG-ACCOUNT-LIMIT-FAILED TO TRUE
                       MOVE -23 TO CHECK-RESULT-CODE
                       PERFORM RECORD-FAILURE
                   ELSE
                       SET FLG-ACCOUNT-LIMIT-WARNED TO TRUE
                       MOVE +23 TO CHECK-RESULT-CODE
                       PERFORM RECORD-WARNING
                   END-IF
               END-IF
           END-IF.

      * EDU-RESULT-CODE is set from the FIRST field that fails at
      * error severity, in the order the fields are checked above.
      * EDU-FAILURE-FLAGS still carries every failing and warning
