      *                  EDUBAL01 proves end of day. The July-style   *
      *                  afternoon of lost audit records cannot       *
      *                  under-report silently again.                  *
      *        15/10/26  Range source: the EDUPRO area now also says   *
      *                  which EDURNG bands EDUVAL applies; this       *
      *                  program always asks for the live ones.        *
      *        15/10/26  Account daily value limit: a V2 request       *
      *                  whose account carries an ACM-DAILY-LIMIT is   *
      *                  held against the day's running total on the   *
      *                  EDUADTF file (the same total EDUBAT1 adds     *
      *                  its feeds to), and an accepted request adds   *
      *                  its PACKED-DIGIT-WITH-COMMA to it. Over the   *
      *                  limit warns +23 inside the account's          *
      *                  tolerance and rejects -23 beyond it.          *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
              88 WS-AUDIT-SPILLED-YES         VALUE 'Y'.
           03 WS-PUBLISH-SPILLED              PIC X  VALUE 'N'.
              88 WS-PUBLISH-SPILLED-YES       VALUE 'Y'.
           03 WS-ADT-KEY                      PIC X(18).

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

      *    The one work area both front doors feed: the commarea path
      *    copies DFHCOMMAREA in (and the results back out), the

           COPY EDUACV.

           COPY EDUADT.

           COPY EDURSP.

           COPY EDUFLG.
               PERFORM LOAD-VALIDATION-PROFILE
               PERFORM LOOKUP-ACCOUNT-MASTER
               PERFORM VALIDATE-PAYLOAD
               PERFORM UPDATE-ACCOUNT-DAY-TOTAL
               if VALID-INPUT-PARAMETERS-TRUE  then
                   PERFORM BUSINESS-LOGIC
               end-if
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
               IF V2-ACCOUNT-ID OF WS-REQUEST-V2
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

      *    What the account has already taken today, online and from
      *    the batch feeds alike, for EDUVAL to hold this request's
      *    amount against. No row yet is a total of zero; the file
      *    being unreadable shows flag 'S', never a silent pass.
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
                   MOVE WS-RESP TO DISPLAYABLE-NUMERIC
                   DISPLAY NN 'EDUADTF READ FAILED, RESP = '
                                                DISPLAYABLE-NUMERIC
                   SET ACV-DAY-TOTAL-UNAVAILABLE TO TRUE
           END-EVALUATE.

      *    Field-level validation rules (including the BINARY-DIGIT
      *    and PACKED-DIGIT-WITH-COMMA business range checks) live in
      *    EDUVAL, so EDUPGM and the EDUBAT1 batch feed-validation
                MOVE EDU-RESULT-CODE TO
                                 RESULT-CODE OF WS-CHANNEL-AREA.

      *    An accepted request adds its amount to the account's total
      *    for the day; one the limit turned away only counts as a
      *    limit rejection. Only accounts with a limit keep a total.
      *    A total kept while the ACCTLIM check is suspended is still
      *    kept - the suspension stops the judgement, not the count.
       UPDATE-ACCOUNT-DAY-TOTAL section.

           IF ACV-LOOKUP-FOUND AND
              ACV-DAILY-LIMIT IS GREATER THAN ZERO AND
              ACV-DAY-TOTAL-KNOWN AND
              PACKED-DIGIT-WITH-COMMA OF WS-CHANNEL-AREA IS NUMERIC
               IF VALID-INPUT-PARAMETERS-TRUE OR
                  FLG-ACCOUNT-LIMIT-FAILED
                   PERFORM UPDATE-EXISTING-DAY-TOTAL
                   IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
                       PERFORM WRITE-NEW-DAY-TOTAL
                   END-IF
                   IF WS-RESP IS NOT EQUAL TO ZERO
                       MOVE WS-RESP TO DISPLAYABLE-NUMERIC
                       DISPLAY NN 'EDUADTF UPDATE FAILED FOR '
                                  WS-ADT-KEY ', RESP = '
                                  DISPLAYABLE-NUMERIC
                   END-IF
               END-IF
           END-IF.

       UPDATE-EXISTING-DAY-TOTAL section.

           EXEC CICS READ FILE('EDUADTF')
                     INTO(EDU-ACCOUNT-DAY-TOTAL-RECORD)
                     RIDFLD(WS-ADT-KEY)
                     KEYLENGTH(LENGTH OF WS-ADT-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               PERFORM APPLY-DAY-TOTAL-DELTAS
               EXEC CICS REWRITE FILE('EDUADTF')
                         FROM(EDU-ACCOUNT-DAY-TOTAL-RECORD)
                         LENGTH(LENGTH OF EDU-ACCOUNT-DAY-TOTAL-RECORD)
                         RESP(WS-RESP)
               END-EXEC
           END-IF.

      *    The account's first amount of the day. Two tasks can race
      *    for it exactly as they race for the day's EDUBALF record;
      *    the loser's DUPREC re-drives the read-for-update path so
      *    its amount is added, not dropped.
       WRITE-NEW-DAY-TOTAL   section.

           MOVE WS-ADT-KEY TO ADT-RECORD-KEY
           MOVE ZERO       TO ADT-DAY-TOTAL
                              ADT-RECORD-COUNT
                              ADT-WARNED-COUNT
                              ADT-REJECTED-COUNT
           PERFORM APPLY-DAY-TOTAL-DELTAS

           EXEC CICS WRITE FILE('EDUADTF')
                     FROM(EDU-ACCOUNT-DAY-TOTAL-RECORD)
                     RIDFLD(WS-ADT-KEY)
                     KEYLENGTH(LENGTH OF WS-ADT-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP IS EQUAL TO DFHRESP(DUPREC)
               PERFORM UPDATE-EXISTING-DAY-TOTAL
           END-IF.

       APPLY-DAY-TOTAL-DELTAS section.

           IF VALID-INPUT-PARAMETERS-TRUE
               ADD PACKED-DIGIT-WITH-COMMA OF WS-CHANNEL-AREA
                                       TO ADT-DAY-TOTAL
               ADD 1 TO ADT-RECORD-COUNT
               IF FLG-ACCOUNT-LIMIT-WARNED
                   ADD 1 TO ADT-WARNED-COUNT
               END-IF
           ELSE
               ADD 1 TO ADT-REJECTED-COUNT
           END-IF.

           MOVE ACV-DAILY-LIMIT     TO ADT-DAILY-LIMIT.
           MOVE ACV-LIMIT-TOLERANCE TO ADT-LIMIT-TOLERANCE.
           SET ADT-LAST-FROM-ONLINE TO TRUE.

      *    One audit record per commarea EDUPGM processes - accepted
      *    or rejected - so the EDURPT01 daily reconciliation report
      *    can total accept/reject volumes by terminal and by hour.
           MOVE FLG-ACCOUNT-ID         TO AUD-FLG-ACCOUNT-ID
           MOVE FLG-EFFECTIVE-DATE     TO AUD-FLG-EFFECTIVE-DATE
           MOVE FLG-ACCOUNT-MASTER     TO AUD-FLG-ACCOUNT-MASTER
           MOVE FLG-ACCOUNT-LIMIT      TO AUD-FLG-ACCOUNT-LIMIT
           MOVE VER-LAYOUT-VERSION     TO AUD-LAYOUT-VERSION
           MOVE RESULT-CODE OF WS-CHANNEL-AREA
                                       TO AUD-RESULT-CODE
