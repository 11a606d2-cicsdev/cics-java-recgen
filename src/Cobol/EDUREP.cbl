      *                  passed to EDUVAL, so the repair verdict      *
      *                  matches what EDUBAT1 will decide on           *
      *                  resubmission.                                 *
      *        15/10/26  Range source: the EDUPRO area now also says   *
      *                  which EDURNG bands EDUVAL applies; this       *
      *                  program always asks for the live ones.        *
      *        15/10/26  Every correction-log record carries the       *
      *                  natural key of the repair record it was made  *
      *                  on (EDUCOR grew 110 to 128), for the ETRC     *
      *                  trace inquiry; a repair record loaded before  *
      *                  EDURJF carried its natural key gets it on     *
      *                  commit (EDURJF grew 178 to 196).              *
      *        15/10/26  Account daily value limit: a V2 reject        *
      *                  whose account carries a limit is held         *
      *                  against the account's EDUADTF total for       *
      *                  today, read only - the repair adds nothing    *
      *                  to it; EDUBAT1 does when the resubmission     *
      *                  feed is accepted.                             *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
           03 WS-GOODBYE               PIC X(25)
                              VALUE 'REPAIR SESSION ENDED'.
           03 WS-PRF-SUB               PIC S9(4) COMP.
           03 WS-ADT-KEY               PIC X(18).

      *    The check ids EDUPRFF is keyed on, read one by one per
      *    task; a key that is not on the file simply leaves that
      *    check active.
       01 WS-CHECK-ID-VALUES.
           03 FILLER                   PIC X(8)  VALUE 'ACCTID  '.
           03 FILLER                   PIC X(8)  VALUE 'ACCTLIM '.
           03 FILLER                   PIC X(8)  VALUE 'ACCTMST '.
           03 FILLER                   PIC X(8)  VALUE 'BINDIGIT'.
           03 FILLER                   PIC X(8)  VALUE 'BOOL    '.
           03 FILLER                   PIC X(8)  VALUE 'PKDCOMMA'.
           03 FILLER                   PIC X(8)  VALUE 'SGNPACK '.
       01 WS-CHECK-ID-TABLE REDEFINES WS-CHECK-ID-VALUES.
           03 WS-CHECK-ID OCCURS 11 TIMES PIC X(8).

           COPY EDUMAP2.


           COPY EDUACV.

           COPY EDUADT.

      *    Work and before-image buffers sized for the larger V2
      *    record, with the V1 (and for the work area the V2) views
      *    laid over them.
           END-EXEC

           MOVE ZERO TO PRO-ENTRY-COUNT.
           SET PRO-RANGES-LIVE TO TRUE.

           PERFORM READ-ONE-PROFILE-RECORD
               VARYING WS-PRF-SUB FROM 1 BY 1
               UNTIL WS-PRF-SUB IS GREATER THAN 11.

       READ-ONE-PROFILE-RECORD section.

           MOVE SPACE TO ACV-ACCOUNT-STATUS.
           MOVE ZERO  TO ACV-VALID-FROM.
           MOVE ZERO  TO ACV-VALID-TO.
           MOVE ZERO  TO ACV-DAILY-LIMIT.
           MOVE ZERO  TO ACV-LIMIT-TOLERANCE.
           MOVE ZERO  TO ACV-DAY-TOTAL.
           SET ACV-DAY-TOTAL-KNOWN TO TRUE.

           IF VER-LAYOUT-V2
               IF V2-ACCOUNT-ID OF WS-WORK-V2
                   MOVE ACM-STATUS     TO ACV-ACCOUNT-STATUS
                   MOVE ACM-VALID-FROM TO ACV-VALID-FROM
                   MOVE ACM-VALID-TO   TO ACV-VALID-TO
                   MOVE ACM-DAILY-LIMIT     TO ACV-DAILY-LIMIT
                   MOVE ACM-LIMIT-TOLERANCE TO ACV-LIMIT-TOLERANCE
                   IF ACV-DAILY-LIMIT IS GREATER THAN ZERO
                       PERFORM READ-ACCOUNT-DAY-TOTAL
                   END-IF
               WHEN DFHRESP(NOTFND)
                   SET ACV-LOOKUP-MISSING TO TRUE
               WHEN OTHER
                   SET ACV-LOOKUP-UNAVAILABLE TO TRUE
           END-EVALUATE.

      *    The account's total so far today, as EDUPGM reads it, so
      *    the operator sees whether the repaired amount would still
      *    fit under the limit. No row yet is a total of zero.
       READ-ACCOUNT-DAY-TOTAL section.

           MOVE ACM-ACCOUNT-ID TO ADT-ACCOUNT-ID.
           MOVE PRO-RUN-DATE   TO ADT-TOTAL-DATE.
           MOVE ADT-RECORD-KEY TO WS-ADT-KEY.

           EXEC CICS READ FILE('EDUADTF')
                     INTO(EDU-ACCOUNT-DAY-TOTAL-RECORD)
                     RIDFLD(WS-ADT-KEY)
                     KEYLENGTH(LENGTH OF WS-ADT-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE ADT-DAY-TOTAL TO ACV-DAY-TOTAL
               WHEN DFHRESP(NOTFND)
                   MOVE ZERO TO ACV-DAY-TOTAL
               WHEN OTHER
                   MOVE WS-RESP TO WS-DISPLAY-CODE
                   DISPLAY NN 'EDUADTF READ FAILED, RESP = '
                                                WS-DISPLAY-CODE
                   SET ACV-DAY-TOTAL-UNAVAILABLE TO TRUE
           END-EVALUATE.

       BUILD-MAP-FROM-WORK   section.

           MOVE CA-CURRENT-KEY TO REJKEYO
           END-EXEC

           IF WS-RESP IS EQUAL TO ZERO
               IF RJF-NATURAL-KEY IS EQUAL TO SPACES
                   PERFORM TAKE-ARRIVAL-NATURAL-KEY
               END-IF
               MOVE RJF-NATURAL-KEY TO COR-NATURAL-KEY
               SET RJF-STATUS-CORRECTED TO TRUE
               MOVE WS-WORK-BUFFER TO RJF-FEED-RECORD
               MOVE COR-DATE       TO RJF-CORRECTED-DATE
                                                WS-DISPLAY-CODE
           END-IF.

      *    The key the reject arrived under: the V2 account and
      *    effective date are never edited here, and WS-OLD-AREA
      *    still holds the V1 image as it was read.
       TAKE-ARRIVAL-NATURAL-KEY section.

           IF RJF-RECORD-LENGTH IS EQUAL TO LENGTH OF WS-WORK-V2
               MOVE V2-ACCOUNT-ID OF WS-WORK-V2
                                       TO RJF-NATURAL-KEY(1:10)
               MOVE V2-EFFECTIVE-DATE OF WS-WORK-V2
                                       TO RJF-NATURAL-KEY(11:8)
           ELSE
               MOVE NUMERIC-STRING OF WS-OLD-AREA
                                       TO RJF-NATURAL-KEY
           END-IF.

      *    One EDUCORF record per DATA-PAYLOAD field whose committed
      *    value differs from the value the reject arrived with.
       LOG-CORRECTIONS       section.
