      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.1                                           *
      *       HISTORY :                                                *
      *        15/10/26  RC  The bounce chain is followed forward as   *
      *                      well as back: a corrected or extracted    *
      *                      life leads, through the key its repaired  *
      *                      image carries, to the later life that     *
      *                      bounced under it, and the arrivals of     *
      *                      every key the record went by are shown.   *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * Pseudo-conversational inquiry transaction (ETRC, map EDUMAP5   *
      * of mapset EDUMSET) answering 'what happened to this record?'   *
      * in one place. Support keys a record's natural key - the V1     *
      * NUMERIC-STRING, or the V2 ACCOUNT-ID with its EFFECTIVE-DATE - *
      * and the screen pages through its whole lineage:                *
      *                                                                *
      *   - every feed it arrived on (EDUTRCF): provider, feed date,   *
      *     sequence and partition, its record number in the feed,     *
      *     the outcome and result code, and the run that decided it;  *
      *     a duplicate hit also shows which provider's arrival the    *
      *     EDUDUPF register holds as the first that day;              *
      *   - every life it had on the EDUREJF repair file, oldest       *
      *     first, with the bounce chain followed both ways - back     *
      *     through RJF-PRIOR-KEY, and forward from a repaired life    *
      *     to the life whose prior key names it, filed under the key  *
      *     the repaired image carries (a repair that changed          *
      *     NUMERIC-STRING comes back under a new key) - and the dates *
      *     each was loaded, corrected and extracted to EDURSUB for    *
      *     resubmission; the arrivals above take in every key the     *
      *     record went by;                                            *
      *   - under each life, every EDUCORF field correction made on    *
      *     it: who, when, which field, old and new value.             *
      *                                                                *
      * EDUREJF and EDUCORF are reached by natural key through their   *
      * alternate-index paths (FCT names EDUREJN and EDUCORN). The     *
      * whole trace is rebuilt each task - at most 150 lines - and     *
      * the page shown is carried in the commarea, so the inquiry      *
      * never holds a browse across a send.                            *
      *                                                                *
      * Read-only: nothing is ever changed here.                       *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'Natural-key trace inquiry over the feed and repair files'
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "EDUTRCQ".
       Author.        "R. Castellano".
       DATE-WRITTEN.   15/10/2026.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-zSeries.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 Program-Description.
           03 NN.
              05 pic x(10)   value 'EDUTRCQ : '.

       01 WS-VARIABLES.
           03 WS-MAPNAME               PIC X(8)  VALUE 'EDUMAP5'.
           03 WS-MAPSETNAME            PIC X(8)  VALUE 'EDUMSET'.
           03 WS-RESP                  PIC S9(8) COMP.
      *    Browse position on EDUTRCF: the natural key, then
      *    low-values so the browse starts at its first arrival.
           03 WS-TRACE-RIDFLD.
              05 WS-TRACE-RID-NKEY     PIC X(18).
              05 WS-TRACE-RID-REST     PIC X(32).
           03 WS-NKEY-RIDFLD           PIC X(18).
           03 WS-RJF-RIDFLD            PIC 9(8).
           03 WS-DUP-RIDFLD.
              05 WS-DUP-RID-DATE       PIC 9(8).
              05 WS-DUP-RID-NKEY       PIC X(18).
           03 WS-CURRENT-LIFE-KEY      PIC 9(8).
           03 WS-REPAIRED-KEY          PIC X(18).
           03 WS-ARRIVAL-KEY           PIC X(18).
           03 WS-ARRIVALS-BEFORE       PIC S9(4) COMP.
           03 WS-CANDIDATE-KEY         PIC 9(8).
           03 WS-ARRIVAL-COUNT         PIC S9(4) COMP.
           03 WS-CORRECTION-COUNT      PIC S9(4) COMP.
           03 WS-LINE-COUNT            PIC S9(4) COMP.
           03 WS-LINE-SUB              PIC S9(4) COMP.
           03 WS-TABLE-SUB             PIC S9(4) COMP.
           03 WS-FIRST-LINE            PIC S9(4) COMP.
           03 WS-PAGE-COUNT            PIC S9(4) COMP.
           03 WS-INPUT-LENGTH          PIC S9(4) COMP.
           03 WS-SCAN-SUB              PIC S9(4) COMP.
           03 WS-ALIGN-START           PIC S9(4) COMP.
           03 WS-DISPLAY-PAGE          PIC Z9.
           03 WS-DISPLAY-PAGES         PIC Z9.
           03 WS-OUT-LINE              PIC X(79).
           03 WS-BROWSE-DONE           PIC X     VALUE 'N'.
              88 WS-BROWSE-DONE-YES    VALUE 'Y'.
              88 WS-BROWSE-DONE-NO     VALUE 'N'.
           03 WS-FOUND-SWITCH          PIC X     VALUE 'N'.
              88 WS-FOUND-YES          VALUE 'Y'.
              88 WS-FOUND-NO           VALUE 'N'.
           03 WS-LINES-FULL            PIC X     VALUE 'N'.
              88 WS-LINES-FULL-YES     VALUE 'Y'.
           03 WS-LIVES-FULL            PIC X     VALUE 'N'.
              88 WS-LIVES-FULL-YES     VALUE 'Y'.
           03 WS-KEYS-FULL             PIC X     VALUE 'N'.
              88 WS-KEYS-FULL-YES      VALUE 'Y'.
           03 WS-KEY-MESSAGE           PIC X(79).
           03 WS-GOODBYE               PIC X(25)
                              VALUE 'NATURAL-KEY TRACE ENDED'.
      *    Same one-byte values the DFHAID copy book assigns to
      *    DFHPF3/DFHPF7/DFHPF8, kept here the way EDUREP keeps them.
           03 WS-AID-VALUES.
              05 AID-PF3               PIC X     VALUE '3'.
              05 AID-PF7               PIC X     VALUE '7'.
              05 AID-PF8               PIC X     VALUE '8'.

      *    The repair-file lives of the key: those filed under it,
      *    plus every earlier life the bounce chain leads back to.
       01 WS-LIFE-TABLE.
           03 WS-LIFE-COUNT            PIC S9(4) COMP.
           03 WS-LIFE-SUB              PIC S9(4) COMP.
           03 WS-LIFE-NEXT             PIC S9(4) COMP.
           03 WS-LIFE-SWAP             PIC 9(8).
           03 WS-LIFE-KEY OCCURS 30 TIMES
                                       PIC 9(8).

      *    Every natural key the record went by: the one keyed
      *    first, then those its lives arrived or were repaired
      *    under, in the order the chain turned them up.
       01 WS-KEY-TABLE.
           03 WS-KEY-COUNT             PIC S9(4) COMP.
           03 WS-KEY-SUB               PIC S9(4) COMP.
           03 WS-KEY-NEXT              PIC S9(4) COMP.
           03 WS-KEY-CANDIDATE         PIC X(18).
           03 WS-KEY-VALUE OCCURS 10 TIMES
                                       PIC X(18).

      *    The whole trace, built line by line, paged from here.
       01 WS-TRACE-LINES.
           03 WS-TRACE-LINE OCCURS 150 TIMES
                                       PIC X(79).

      *    The reject image of one life, for its RESULT-CODE and
      *    the natural key a repair left on it.
       01 WS-LIFE-BUFFER               PIC X(124).
           COPY EDUCPY REPLACING ==DFHCOMMAREA== BY
               ==WS-LIFE-AREA REDEFINES WS-LIFE-BUFFER==.
           COPY EDUCP2 REPLACING ==EDU-V2-RECORD== BY
               ==WS-LIFE-V2 REDEFINES WS-LIFE-BUFFER==.

       01 WS-HEADER-LINE.
           03 HDL-VERSION              PIC X(2).
           03 FILLER                   PIC X(5)  VALUE ' KEY '.
           03 HDL-KEY                  PIC X(18).
           03 FILLER                   PIC X(3)  VALUE ' - '.
           03 HDL-ARRIVALS             PIC ZZ9.
           03 FILLER                   PIC X(11) VALUE ' ARRIVALS, '.
           03 HDL-LIVES                PIC Z9.
           03 FILLER                   PIC X(15)
                              VALUE ' REPAIR LIVES, '.
           03 HDL-CORRECTIONS          PIC ZZ9.
           03 FILLER                   PIC X(12)
                              VALUE ' CORRECTIONS'.

       01 WS-ARRIVAL-TITLE.
           03 FILLER                   PIC X(40) VALUE
              '  PROVIDER FEED DT  SEQ/PT    RECORD # O'.
           03 FILLER                   PIC X(27) VALUE
              'UTCOME     CODE RUN DATE AT'.

       01 WS-ARRIVAL-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 ARL-PROVIDER             PIC X(8).
           03 FILLER                   PIC X     VALUE SPACE.
           03 ARL-FEED-DATE            PIC 9(8).
           03 FILLER                   PIC X     VALUE SPACE.
           03 ARL-SEQUENCE             PIC 9(6).
           03 FILLER                   PIC X     VALUE '/'.
           03 ARL-PARTITION            PIC 9(2).
           03 FILLER                   PIC X     VALUE SPACE.
           03 ARL-RECORD               PIC Z(7)9.
           03 FILLER                   PIC X     VALUE SPACE.
           03 ARL-OUTCOME              PIC X(9).
           03 FILLER                   PIC X     VALUE SPACE.
           03 ARL-CODE                 PIC -Z(4)9.
           03 FILLER                   PIC X     VALUE SPACE.
           03 ARL-RUN-DATE             PIC X(8).
           03 FILLER                   PIC X     VALUE SPACE.
           03 ARL-RUN-TIME             PIC X(6).

       01 WS-DUPLICATE-LINE.
           03 FILLER                   PIC X(39) VALUE
              '      DUPLICATE - FIRST ACCEPTED THAT D'.
           03 FILLER                   PIC X(10) VALUE
              'AY FROM   '.
           03 DPL-PROVIDER             PIC X(8).

       01 WS-LIFE-LINE-1.
           03 FILLER                   PIC X(9)  VALUE '  REPAIR '.
           03 LF1-KEY                  PIC 9(8).
           03 FILLER                   PIC X     VALUE SPACE.
           03 LF1-STATUS               PIC X(9).
           03 FILLER                   PIC X(6)  VALUE ' FROM '.
           03 LF1-PROVIDER             PIC X(8).
           03 FILLER                   PIC X(6)  VALUE ' CODE '.
           03 LF1-CODE                 PIC -Z(4)9.
           03 FILLER                   PIC X(6)  VALUE ' TRIP '.
           03 LF1-TRIP                 PIC Z9.
           03 LF1-PRIOR-TEXT           PIC X(7).
           03 LF1-PRIOR-KEY            PIC X(8).

       01 WS-LIFE-LINE-2.
           03 FILLER                   PIC X(11) VALUE
              '    LOADED '.
           03 LF2-LOADED               PIC X(8).
           03 FILLER                   PIC X(12) VALUE
              '  CORRECTED '.
           03 LF2-CORRECTED            PIC X(8).
           03 FILLER                   PIC X(23) VALUE
              '  EXTRACTED TO EDURSUB '.
           03 LF2-EXTRACTED            PIC X(8).

       01 WS-LIFE-LINE-3.
           03 FILLER                   PIC X(31) VALUE
              '    ARRIVED UNDER ANOTHER KEY: '.
           03 LF3-NATURAL-KEY          PIC X(18).

       01 WS-CORRECTION-LINE-1.
           03 FILLER                   PIC X(14) VALUE
              '    CORRECTED '.
           03 CR1-DATE                 PIC X(8).
           03 FILLER                   PIC X     VALUE SPACE.
           03 CR1-TIME                 PIC X(6).
           03 FILLER                   PIC X(4)  VALUE ' BY '.
           03 CR1-USERID               PIC X(8).
           03 FILLER                   PIC X     VALUE SPACE.
           03 CR1-FIELD                PIC X(20).

       01 WS-CORRECTION-LINE-2.
           03 FILLER                   PIC X(10) VALUE
              '      OLD '.
           03 CR2-OLD-VALUE            PIC X(30).
           03 FILLER                   PIC X(5)  VALUE ' NEW '.
           03 CR2-NEW-VALUE            PIC X(30).

           COPY EDUMAP5.

           COPY EDUTRC.

           COPY EDURJF.

           COPY EDUCOR.

           COPY EDUDUP.

       01 WS-COMMAREA.
      *    The key being traced (blank type until one is accepted)
      *    and the page on show.
           03 CA-NATURAL-KEY           PIC X(18).
           03 CA-KEY-TYPE              PIC X.
              88 CA-KEY-NONE           VALUE SPACE.
              88 CA-KEY-V1             VALUE '1'.
              88 CA-KEY-V2             VALUE '2'.
           03 CA-PAGE                  PIC S9(4) COMP.
      *    What the operator last keyed in each input field.
           03 CA-NSTR-INPUT            PIC X(18).
           03 CA-ACCT-INPUT            PIC X(10).
           03 CA-EFFD-INPUT            PIC X(8).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           03 LK-TRACE-STATE           PIC X(57).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PROGRAM          section.

           IF EIBCALEN IS EQUAL TO ZERO
               PERFORM START-SESSION
           ELSE
               MOVE LK-TRACE-STATE TO WS-COMMAREA
               PERFORM RECEIVE-AND-DISPATCH
           END-IF.

           EXEC CICS RETURN TRANSID('ETRC')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       RECEIVE-AND-DISPATCH  section.

           EVALUATE EIBAID
               WHEN AID-PF3
                   PERFORM END-SESSION
               WHEN AID-PF8
                   MOVE LOW-VALUES TO EDUMAP5I
                   ADD 1 TO CA-PAGE
                   PERFORM SHOW-TRACE
                   PERFORM SEND-TRACE-DATAONLY
               WHEN AID-PF7
                   MOVE LOW-VALUES TO EDUMAP5I
                   SUBTRACT 1 FROM CA-PAGE
                   PERFORM SHOW-TRACE
                   PERFORM SEND-TRACE-DATAONLY
               WHEN OTHER
                   PERFORM RECEIVE-TRACE-MAP
                   PERFORM TAKE-KEY-INPUT
                   PERFORM VALIDATE-KEY
                   IF CA-KEY-NONE
                       PERFORM CLEAR-DETAIL-LINES
                       MOVE SPACES         TO HDR5O
                       MOVE WS-KEY-MESSAGE TO MSG5O
                   ELSE
                       MOVE 1 TO CA-PAGE
                       PERFORM SHOW-TRACE
                   END-IF
                   PERFORM SEND-TRACE-DATAONLY
           END-EVALUATE.

       START-SESSION         section.

           MOVE SPACES TO CA-NATURAL-KEY
                          CA-KEY-TYPE
                          CA-NSTR-INPUT
                          CA-ACCT-INPUT
                          CA-EFFD-INPUT.
           MOVE ZERO   TO CA-PAGE.

           MOVE LOW-VALUES TO EDUMAP5I.
           PERFORM CLEAR-DETAIL-LINES.
           MOVE SPACES TO HDR5O.
           MOVE 'KEY A V1 NUMERIC-STRING OR A V2 ACCOUNT-ID AND DATE'
                                                               TO MSG5O.
           PERFORM SEND-TRACE-MAP.

      *    Low-values first so a MAPFAIL (nothing keyed) leaves
      *    every length field zero and the commarea inputs stand.
       RECEIVE-TRACE-MAP     section.

           MOVE LOW-VALUES TO EDUMAP5I.

           EXEC CICS RECEIVE MAP(WS-MAPNAME)
                     MAPSET(WS-MAPSETNAME)
                     INTO(EDUMAP5I)
                     RESP(WS-RESP)
           END-EXEC.

      *    Only fields the operator actually keyed (length > 0)
      *    replace what the commarea carries; keying spaces over a
      *    field clears it.
       TAKE-KEY-INPUT        section.

           IF NSTF5L IS GREATER THAN ZERO
               MOVE NSTF5I TO CA-NSTR-INPUT
               INSPECT CA-NSTR-INPUT REPLACING ALL LOW-VALUES
                                               BY SPACES
           END-IF.
           IF ACCF5L IS GREATER THAN ZERO
               MOVE ACCF5I TO CA-ACCT-INPUT
               INSPECT CA-ACCT-INPUT REPLACING ALL LOW-VALUES
                                               BY SPACES
           END-IF.
           IF EFDF5L IS GREATER THAN ZERO
               MOVE EFDF5I TO CA-EFFD-INPUT
               INSPECT CA-EFFD-INPUT REPLACING ALL LOW-VALUES
                                               BY SPACES
           END-IF.

      *    One key or the other - a V1 NUMERIC-STRING, or a V2
      *    ACCOUNT-ID with its EFFECTIVE-DATE - never both.
       VALIDATE-KEY          section.

           MOVE SPACE TO CA-KEY-TYPE.

           EVALUATE TRUE
               WHEN CA-NSTR-INPUT IS NOT EQUAL TO SPACES AND
                   (CA-ACCT-INPUT IS NOT EQUAL TO SPACES OR
                    CA-EFFD-INPUT IS NOT EQUAL TO SPACES)
                   MOVE 'KEY A NUMERIC-STRING OR AN ACCOUNT, NOT BOTH'
                                                    TO WS-KEY-MESSAGE
               WHEN CA-NSTR-INPUT IS NOT EQUAL TO SPACES
                   PERFORM ALIGN-NUMERIC-STRING
                   SET CA-KEY-V1 TO TRUE
               WHEN CA-ACCT-INPUT IS EQUAL TO SPACES AND
                    CA-EFFD-INPUT IS EQUAL TO SPACES
                   MOVE 'KEY A V1 NUMERIC-STRING OR A V2 ACCOUNT-ID'
                                                    TO WS-KEY-MESSAGE
               WHEN CA-ACCT-INPUT IS EQUAL TO SPACES OR
                    CA-EFFD-INPUT IS NOT NUMERIC
                   MOVE 'A V2 KEY NEEDS ACCOUNT-ID AND DATE YYYYMMDD'
                                                    TO WS-KEY-MESSAGE
               WHEN OTHER
                   MOVE CA-ACCT-INPUT TO CA-NATURAL-KEY(1:10)
                   MOVE CA-EFFD-INPUT TO CA-NATURAL-KEY(11:8)
                   SET CA-KEY-V2 TO TRUE
           END-EVALUATE.

      *    NUMERIC-STRING is 18 zoned digits on the record; a
      *    shorter all-digit entry is the number without its leading
      *    zeros, and is put back where the record holds it. Anything
      *    else (the damaged value of a reject, say) is taken as
      *    keyed.
       ALIGN-NUMERIC-STRING  section.

           MOVE ZERO TO WS-INPUT-LENGTH.
           PERFORM MEASURE-ONE-KEY-CHAR
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB IS GREATER THAN 18.

           MOVE CA-NSTR-INPUT TO CA-NATURAL-KEY.
           IF WS-INPUT-LENGTH IS LESS THAN 18
               IF CA-NSTR-INPUT(1:WS-INPUT-LENGTH) IS NUMERIC
                   COMPUTE WS-ALIGN-START = 19 - WS-INPUT-LENGTH
                   MOVE ZEROS TO CA-NATURAL-KEY
                   MOVE CA-NSTR-INPUT(1:WS-INPUT-LENGTH) TO
                        CA-NATURAL-KEY(WS-ALIGN-START:WS-INPUT-LENGTH)
                   MOVE CA-NATURAL-KEY TO CA-NSTR-INPUT
                   MOVE CA-NATURAL-KEY TO NSTF5O
               END-IF
           END-IF.

       MEASURE-ONE-KEY-CHAR  section.

           IF CA-NSTR-INPUT(WS-SCAN-SUB:1) IS NOT EQUAL TO SPACE
               MOVE WS-SCAN-SUB TO WS-INPUT-LENGTH
           END-IF.

      *================================================================*
      *    Build the whole trace, then put the page asked for on the   *
      *    map. A page past either end shows the end it passed.        *
      *================================================================*
       SHOW-TRACE            section.

           IF CA-KEY-NONE
               PERFORM CLEAR-DETAIL-LINES
               MOVE 'KEY A RECORD TO TRACE FIRST, THEN ENTER' TO MSG5O
           ELSE
               PERFORM BUILD-TRACE
               PERFORM FILL-PAGE
           END-IF.

       BUILD-TRACE           section.

           MOVE ZERO TO WS-LINE-COUNT
                        WS-ARRIVAL-COUNT
                        WS-LIFE-COUNT
                        WS-CORRECTION-COUNT.
           MOVE 'N'  TO WS-LINES-FULL
                        WS-LIVES-FULL
                        WS-KEYS-FULL.

           PERFORM GATHER-REPAIR-LIVES.
           PERFORM TRACE-ARRIVALS.
           PERFORM TRACE-REPAIR-LIVES.

           IF CA-KEY-V2
               MOVE 'V2' TO HDL-VERSION
           ELSE
               MOVE 'V1' TO HDL-VERSION
           END-IF.
           MOVE CA-NATURAL-KEY      TO HDL-KEY
           MOVE WS-ARRIVAL-COUNT    TO HDL-ARRIVALS
           MOVE WS-LIFE-COUNT       TO HDL-LIVES
           MOVE WS-CORRECTION-COUNT TO HDL-CORRECTIONS
           MOVE WS-HEADER-LINE      TO HDR5O.

       ADD-TRACE-LINE        section.

           IF WS-LINE-COUNT IS LESS THAN 150
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-OUT-LINE TO WS-TRACE-LINE(WS-LINE-COUNT)
           ELSE
               SET WS-LINES-FULL-YES TO TRUE
           END-IF.

      *    Every arrival of each key the record went by, the keyed
      *    one first, in feed-identity order, as EDUBAT1 decided it.
       TRACE-ARRIVALS        section.

           MOVE 'ARRIVALS ON FEEDS (EDUBAT1)' TO WS-OUT-LINE.
           PERFORM ADD-TRACE-LINE.
           MOVE WS-ARRIVAL-TITLE TO WS-OUT-LINE.
           PERFORM ADD-TRACE-LINE.

           PERFORM TRACE-KEY-ARRIVALS
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB IS GREATER THAN WS-KEY-COUNT.

           IF WS-KEYS-FULL-YES
               MOVE '  MORE THAN 10 KEYS - LATER KEYS NOT SHOWN'
                                                   TO WS-OUT-LINE
               PERFORM ADD-TRACE-LINE
           END-IF.

       TRACE-KEY-ARRIVALS    section.

           MOVE WS-KEY-VALUE(WS-KEY-SUB) TO WS-ARRIVAL-KEY.
           MOVE WS-ARRIVAL-COUNT         TO WS-ARRIVALS-BEFORE.
           IF WS-KEY-SUB IS GREATER THAN 1
               MOVE SPACES TO WS-OUT-LINE
               STRING '  UNDER ANOTHER KEY OF THE RECORD: '
                      WS-ARRIVAL-KEY
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM ADD-TRACE-LINE
           END-IF.

           MOVE WS-ARRIVAL-KEY TO WS-TRACE-RID-NKEY.
           MOVE LOW-VALUES     TO WS-TRACE-RID-REST.
           SET WS-BROWSE-DONE-NO TO TRUE.

           EXEC CICS STARTBR FILE('EDUTRCF')
                     RIDFLD(WS-TRACE-RIDFLD)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               PERFORM BROWSE-ONE-ARRIVAL
                   UNTIL WS-BROWSE-DONE-YES
               EXEC CICS ENDBR FILE('EDUTRCF')
                         RESP(WS-RESP)
               END-EXEC
           END-IF.

           IF WS-ARRIVAL-COUNT IS EQUAL TO WS-ARRIVALS-BEFORE
               MOVE '  NO ARRIVAL OF THIS KEY ON EDUTRCF'
                                                   TO WS-OUT-LINE
               PERFORM ADD-TRACE-LINE
           END-IF.

       BROWSE-ONE-ARRIVAL    section.

           EXEC CICS READNEXT FILE('EDUTRCF')
                     INTO(EDU-TRACE-RECORD)
                     RIDFLD(WS-TRACE-RIDFLD)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               SET WS-BROWSE-DONE-YES TO TRUE
           ELSE
               IF TRC-NATURAL-KEY IS NOT EQUAL TO WS-ARRIVAL-KEY
                   SET WS-BROWSE-DONE-YES TO TRUE
               ELSE
                   ADD 1 TO WS-ARRIVAL-COUNT
                   PERFORM FORMAT-ARRIVAL-LINE
                   IF TRC-OUTCOME-DUPLICATE
                       PERFORM SHOW-DUPLICATE-HIT
                   END-IF
               END-IF
           END-IF.

       FORMAT-ARRIVAL-LINE   section.

           MOVE TRC-PROVIDER-ID     TO ARL-PROVIDER
           MOVE TRC-FEED-DATE       TO ARL-FEED-DATE
           MOVE TRC-FILE-SEQUENCE   TO ARL-SEQUENCE
           MOVE TRC-PARTITION-ID    TO ARL-PARTITION
           MOVE TRC-RECORD-NUMBER   TO ARL-RECORD
           MOVE TRC-RESULT-CODE     TO ARL-CODE
           MOVE TRC-RUN-DATE        TO ARL-RUN-DATE
           MOVE TRC-RUN-TIME        TO ARL-RUN-TIME

           EVALUATE TRUE
               WHEN TRC-OUTCOME-ACCEPTED
                   MOVE 'ACCEPTED'  TO ARL-OUTCOME
               WHEN TRC-OUTCOME-WARNED
                   MOVE 'WARNED'    TO ARL-OUTCOME
               WHEN TRC-OUTCOME-REJECTED
                   MOVE 'REJECTED'  TO ARL-OUTCOME
               WHEN TRC-OUTCOME-DUPLICATE
                   MOVE 'DUPLICATE' TO ARL-OUTCOME
               WHEN OTHER
                   MOVE TRC-OUTCOME TO ARL-OUTCOME
           END-EVALUATE.

           MOVE WS-ARRIVAL-LINE TO WS-OUT-LINE.
           PERFORM ADD-TRACE-LINE.

      *    A duplicate is a repeat of a key already on the EDUDUPF
      *    register for the feed date; the register says whose
      *    arrival got there first, unless housekeeping has since
      *    removed the entry.
       SHOW-DUPLICATE-HIT    section.

           MOVE TRC-FEED-DATE   TO WS-DUP-RID-DATE.
           MOVE TRC-NATURAL-KEY TO WS-DUP-RID-NKEY.

           EXEC CICS READ FILE('EDUDUPF')
                     INTO(EDU-DUPLICATE-REGISTER-RECORD)
                     RIDFLD(WS-DUP-RIDFLD)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               MOVE DUP-PROVIDER-ID   TO DPL-PROVIDER
               MOVE WS-DUPLICATE-LINE TO WS-OUT-LINE
           ELSE
               MOVE '      DUPLICATE - FIRST ARRIVAL GONE FROM EDUDUPF'
                                                    TO WS-OUT-LINE
           END-IF.
           PERFORM ADD-TRACE-LINE.

      *================================================================*
      *    The repair-file lives: gathered by natural key, the bounce  *
      *    chain followed back and forward, then shown oldest first    *
      *    with the corrections made on each.                          *
      *================================================================*
       GATHER-REPAIR-LIVES   section.

           MOVE 1              TO WS-KEY-COUNT.
           MOVE CA-NATURAL-KEY TO WS-KEY-VALUE(1).

           PERFORM GATHER-LIVES-BY-KEY.

           PERFORM FOLLOW-ONE-BOUNCE
               VARYING WS-LIFE-SUB FROM 1 BY 1
               UNTIL WS-LIFE-SUB IS GREATER THAN WS-LIFE-COUNT.

           PERFORM SORT-LIFE-TABLE.

       TRACE-REPAIR-LIVES    section.

           MOVE SPACES TO WS-OUT-LINE.
           PERFORM ADD-TRACE-LINE.
           MOVE 'REPAIR LIVES (EDUREJF) AND CORRECTIONS (EDUCORF)'
                                                   TO WS-OUT-LINE.
           PERFORM ADD-TRACE-LINE.

           PERFORM SHOW-ONE-LIFE
               VARYING WS-LIFE-SUB FROM 1 BY 1
               UNTIL WS-LIFE-SUB IS GREATER THAN WS-LIFE-COUNT.

           IF WS-LIFE-COUNT IS EQUAL TO ZERO
               MOVE '  NEVER ON THE REPAIR FILE UNDER THIS KEY'
                                                   TO WS-OUT-LINE
               PERFORM ADD-TRACE-LINE
           END-IF.
           IF WS-LIVES-FULL-YES
               MOVE '  MORE THAN 30 REPAIR LIVES - OLDEST NOT SHOWN'
                                                   TO WS-OUT-LINE
               PERFORM ADD-TRACE-LINE
           END-IF.

      *    The EDUREJN path returns DUPKEY on every record but the
      *    last of a run of equal alternate keys - that is still a
      *    record read.
       GATHER-LIVES-BY-KEY   section.

           MOVE CA-NATURAL-KEY TO WS-NKEY-RIDFLD.
           SET WS-BROWSE-DONE-NO TO TRUE.

           EXEC CICS STARTBR FILE('EDUREJN')
                     RIDFLD(WS-NKEY-RIDFLD)
                     EQUAL
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               PERFORM BROWSE-ONE-LIFE
                   UNTIL WS-BROWSE-DONE-YES
               EXEC CICS ENDBR FILE('EDUREJN')
                         RESP(WS-RESP)
               END-EXEC
           END-IF.

       BROWSE-ONE-LIFE       section.

           EXEC CICS READNEXT FILE('EDUREJN')
                     INTO(EDU-REJECT-FILE-RECORD)
                     RIDFLD(WS-NKEY-RIDFLD)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) OR
              WS-RESP IS EQUAL TO DFHRESP(DUPKEY)
               IF RJF-NATURAL-KEY IS EQUAL TO CA-NATURAL-KEY
                   MOVE RJF-KEY TO WS-CANDIDATE-KEY
                   PERFORM ADD-LIFE-KEY
               ELSE
                   SET WS-BROWSE-DONE-YES TO TRUE
               END-IF
           ELSE
               SET WS-BROWSE-DONE-YES TO TRUE
           END-IF.

      *    Each life's prior key is a life of the same record too,
      *    and so is the later life whose prior key is this one: a
      *    repaired life went out under the key its repaired image
      *    carries, and a bounce of it was filed under that key.
      *    The VARYING above reaches the lives added here as well,
      *    so the chain is walked to both ends.
       FOLLOW-ONE-BOUNCE     section.

           MOVE WS-LIFE-KEY(WS-LIFE-SUB) TO WS-RJF-RIDFLD.

           EXEC CICS READ FILE('EDUREJF')
                     INTO(EDU-REJECT-FILE-RECORD)
                     RIDFLD(WS-RJF-RIDFLD)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               MOVE RJF-KEY         TO WS-CURRENT-LIFE-KEY
               MOVE RJF-NATURAL-KEY TO WS-KEY-CANDIDATE
               PERFORM ADD-TRACE-KEY
               IF RJF-PRIOR-KEY IS NOT EQUAL TO ZERO
                   MOVE RJF-PRIOR-KEY TO WS-CANDIDATE-KEY
                   PERFORM ADD-LIFE-KEY
               END-IF
               IF RJF-STATUS-CORRECTED OR RJF-STATUS-EXTRACTED
                   PERFORM TAKE-REPAIRED-KEY
      *            Only an extracted life has gone back through a feed
      *            under the repaired key.
                   IF RJF-STATUS-EXTRACTED
                       MOVE WS-REPAIRED-KEY TO WS-KEY-CANDIDATE
                       PERFORM ADD-TRACE-KEY
                   END-IF
                   PERFORM FOLLOW-REPAIRED-KEY
               END-IF
           END-IF.

      *    Same natural key EDUREJLD takes from a reject image: the
      *    record length says which layout the image holds.
       TAKE-REPAIRED-KEY     section.

           MOVE RJF-FEED-RECORD TO WS-LIFE-BUFFER.
           IF RJF-RECORD-LENGTH IS EQUAL TO LENGTH OF WS-LIFE-V2
               MOVE V2-ACCOUNT-ID OF WS-LIFE-V2
                                       TO WS-REPAIRED-KEY(1:10)
               MOVE V2-EFFECTIVE-DATE OF WS-LIFE-V2
                                       TO WS-REPAIRED-KEY(11:8)
           ELSE
               MOVE NUMERIC-STRING OF WS-LIFE-AREA
                                       TO WS-REPAIRED-KEY
           END-IF.

      *    The lives filed under the repaired key whose prior key is
      *    the life being followed. The browse overwrites the record
      *    area, so the life's own fields are used before it starts.
       FOLLOW-REPAIRED-KEY   section.

           MOVE WS-REPAIRED-KEY TO WS-NKEY-RIDFLD.
           SET WS-BROWSE-DONE-NO TO TRUE.

           EXEC CICS STARTBR FILE('EDUREJN')
                     RIDFLD(WS-NKEY-RIDFLD)
                     EQUAL
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               PERFORM BROWSE-ONE-LATER-LIFE
                   UNTIL WS-BROWSE-DONE-YES
               EXEC CICS ENDBR FILE('EDUREJN')
                         RESP(WS-RESP)
               END-EXEC
           END-IF.

       BROWSE-ONE-LATER-LIFE section.

           EXEC CICS READNEXT FILE('EDUREJN')
                     INTO(EDU-REJECT-FILE-RECORD)
                     RIDFLD(WS-NKEY-RIDFLD)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) OR
              WS-RESP IS EQUAL TO DFHRESP(DUPKEY)
               IF RJF-NATURAL-KEY IS EQUAL TO WS-REPAIRED-KEY
                   IF RJF-PRIOR-KEY IS EQUAL TO WS-CURRENT-LIFE-KEY
                       MOVE RJF-KEY TO WS-CANDIDATE-KEY
                       PERFORM ADD-LIFE-KEY
                   END-IF
               ELSE
                   SET WS-BROWSE-DONE-YES TO TRUE
               END-IF
           ELSE
               SET WS-BROWSE-DONE-YES TO TRUE
           END-IF.

      *    A key not seen yet joins the table; a blank one (a record
      *    not yet given its key) is no key at all.
       ADD-TRACE-KEY         section.

           IF WS-KEY-CANDIDATE IS NOT EQUAL TO SPACES
               SET WS-FOUND-NO TO TRUE
               PERFORM LOOK-AT-ONE-KEY
                   VARYING WS-KEY-NEXT FROM 1 BY 1
                   UNTIL WS-KEY-NEXT IS GREATER THAN WS-KEY-COUNT
                      OR WS-FOUND-YES
               IF WS-FOUND-NO
                   IF WS-KEY-COUNT IS LESS THAN 10
                       ADD 1 TO WS-KEY-COUNT
                       MOVE WS-KEY-CANDIDATE
                                     TO WS-KEY-VALUE(WS-KEY-COUNT)
                   ELSE
                       SET WS-KEYS-FULL-YES TO TRUE
                   END-IF
               END-IF
           END-IF.

       LOOK-AT-ONE-KEY       section.

           IF WS-KEY-VALUE(WS-KEY-NEXT) IS EQUAL TO WS-KEY-CANDIDATE
               SET WS-FOUND-YES TO TRUE
           END-IF.

       ADD-LIFE-KEY          section.

           SET WS-FOUND-NO TO TRUE.
           PERFORM LOOK-AT-ONE-LIFE
               VARYING WS-LIFE-NEXT FROM 1 BY 1
               UNTIL WS-LIFE-NEXT IS GREATER THAN WS-LIFE-COUNT
                  OR WS-FOUND-YES.

           IF WS-FOUND-NO
               IF WS-LIFE-COUNT IS LESS THAN 30
                   ADD 1 TO WS-LIFE-COUNT
                   MOVE WS-CANDIDATE-KEY
                                     TO WS-LIFE-KEY(WS-LIFE-COUNT)
               ELSE
                   SET WS-LIVES-FULL-YES TO TRUE
               END-IF
           END-IF.

       LOOK-AT-ONE-LIFE      section.

           IF WS-LIFE-KEY(WS-LIFE-NEXT) IS EQUAL TO WS-CANDIDATE-KEY
               SET WS-FOUND-YES TO TRUE
           END-IF.

      *    Repair keys are handed out in ascending order as rejects
      *    load, so key order is the order the lives began in.
       SORT-LIFE-TABLE       section.

           PERFORM SORT-ONE-PASS
               VARYING WS-LIFE-SUB FROM 1 BY 1
               UNTIL WS-LIFE-SUB IS NOT LESS THAN WS-LIFE-COUNT.

       SORT-ONE-PASS         section.

           COMPUTE WS-LIFE-NEXT = WS-LIFE-SUB + 1.
           PERFORM SORT-ONE-PAIR
               VARYING WS-LIFE-NEXT FROM WS-LIFE-NEXT BY 1
               UNTIL WS-LIFE-NEXT IS GREATER THAN WS-LIFE-COUNT.

       SORT-ONE-PAIR         section.

           IF WS-LIFE-KEY(WS-LIFE-NEXT) IS LESS THAN
              WS-LIFE-KEY(WS-LIFE-SUB)
               MOVE WS-LIFE-KEY(WS-LIFE-SUB)  TO WS-LIFE-SWAP
               MOVE WS-LIFE-KEY(WS-LIFE-NEXT) TO
                                       WS-LIFE-KEY(WS-LIFE-SUB)
               MOVE WS-LIFE-SWAP TO WS-LIFE-KEY(WS-LIFE-NEXT)
           END-IF.

       SHOW-ONE-LIFE         section.

           MOVE WS-LIFE-KEY(WS-LIFE-SUB) TO WS-RJF-RIDFLD.

           EXEC CICS READ FILE('EDUREJF')
                     INTO(EDU-REJECT-FILE-RECORD)
                     RIDFLD(WS-RJF-RIDFLD)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               PERFORM FORMAT-LIFE-LINES
               PERFORM TRACE-CORRECTIONS
           ELSE
               MOVE SPACES TO WS-OUT-LINE
               STRING '  REPAIR ' WS-RJF-RIDFLD
                      ' NO LONGER ON EDUREJF'
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM ADD-TRACE-LINE
           END-IF.

       FORMAT-LIFE-LINES     section.

           MOVE RJF-KEY              TO LF1-KEY
           MOVE RJF-ORIGIN-PROVIDER  TO LF1-PROVIDER
           MOVE RJF-RESUBMIT-COUNT   TO LF1-TRIP
           MOVE RJF-FEED-RECORD      TO WS-LIFE-BUFFER
           IF RESULT-CODE OF WS-LIFE-AREA IS NUMERIC
               MOVE RESULT-CODE OF WS-LIFE-AREA TO LF1-CODE
           ELSE
               MOVE ZERO TO LF1-CODE
           END-IF

           EVALUATE TRUE
               WHEN RJF-STATUS-OPEN
                   MOVE 'OPEN'      TO LF1-STATUS
               WHEN RJF-STATUS-CORRECTED
                   MOVE 'CORRECTED' TO LF1-STATUS
               WHEN RJF-STATUS-EXTRACTED
                   MOVE 'EXTRACTED' TO LF1-STATUS
               WHEN OTHER
                   MOVE RJF-STATUS  TO LF1-STATUS
           END-EVALUATE.

           IF RJF-PRIOR-KEY IS EQUAL TO ZERO
               MOVE SPACES         TO LF1-PRIOR-TEXT
                                      LF1-PRIOR-KEY
           ELSE
               MOVE ' PRIOR '      TO LF1-PRIOR-TEXT
               MOVE RJF-PRIOR-KEY  TO LF1-PRIOR-KEY
           END-IF.

           MOVE WS-LIFE-LINE-1 TO WS-OUT-LINE.
           PERFORM ADD-TRACE-LINE.

           IF RJF-LOADED-DATE IS EQUAL TO ZERO
               MOVE 'NOT KEPT' TO LF2-LOADED
           ELSE
               MOVE RJF-LOADED-DATE    TO LF2-LOADED
           END-IF.
           IF RJF-CORRECTED-DATE IS EQUAL TO ZERO
               MOVE 'NOT YET'  TO LF2-CORRECTED
           ELSE
               MOVE RJF-CORRECTED-DATE TO LF2-CORRECTED
           END-IF.
           IF RJF-EXTRACTED-DATE IS EQUAL TO ZERO
               MOVE 'NOT YET'  TO LF2-EXTRACTED
           ELSE
               MOVE RJF-EXTRACTED-DATE TO LF2-EXTRACTED
           END-IF.

           MOVE WS-LIFE-LINE-2 TO WS-OUT-LINE.
           PERFORM ADD-TRACE-LINE.

           IF RJF-NATURAL-KEY IS NOT EQUAL TO CA-NATURAL-KEY
               MOVE RJF-NATURAL-KEY TO LF3-NATURAL-KEY
               MOVE WS-LIFE-LINE-3  TO WS-OUT-LINE
               PERFORM ADD-TRACE-LINE
           END-IF.

      *    The corrections of one life, found through the EDUCORN
      *    path under the key the life arrived with and picked out
      *    by its repair key.
       TRACE-CORRECTIONS     section.

           MOVE RJF-KEY         TO WS-CURRENT-LIFE-KEY.
           MOVE RJF-NATURAL-KEY TO WS-NKEY-RIDFLD.
           SET WS-BROWSE-DONE-NO TO TRUE.

           EXEC CICS STARTBR FILE('EDUCORN')
                     RIDFLD(WS-NKEY-RIDFLD)
                     EQUAL
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               PERFORM BROWSE-ONE-CORRECTION
                   UNTIL WS-BROWSE-DONE-YES
               EXEC CICS ENDBR FILE('EDUCORN')
                         RESP(WS-RESP)
               END-EXEC
           END-IF.

       BROWSE-ONE-CORRECTION section.

           EXEC CICS READNEXT FILE('EDUCORN')
                     INTO(EDU-CORRECTION-RECORD)
                     RIDFLD(WS-NKEY-RIDFLD)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) OR
              WS-RESP IS EQUAL TO DFHRESP(DUPKEY)
               IF COR-NATURAL-KEY IS EQUAL TO RJF-NATURAL-KEY
                   IF COR-REJECT-KEY IS EQUAL TO WS-CURRENT-LIFE-KEY
                       ADD 1 TO WS-CORRECTION-COUNT
                       PERFORM FORMAT-CORRECTION-LINES
                   END-IF
               ELSE
                   SET WS-BROWSE-DONE-YES TO TRUE
               END-IF
           ELSE
               SET WS-BROWSE-DONE-YES TO TRUE
           END-IF.

       FORMAT-CORRECTION-LINES section.

           MOVE COR-DATE         TO CR1-DATE
           MOVE COR-TIME         TO CR1-TIME
           MOVE COR-USERID       TO CR1-USERID
           MOVE COR-FIELD-NAME   TO CR1-FIELD
           MOVE WS-CORRECTION-LINE-1 TO WS-OUT-LINE.
           PERFORM ADD-TRACE-LINE.

           MOVE COR-OLD-VALUE    TO CR2-OLD-VALUE
           MOVE COR-NEW-VALUE    TO CR2-NEW-VALUE
           MOVE WS-CORRECTION-LINE-2 TO WS-OUT-LINE.
           PERFORM ADD-TRACE-LINE.

      *================================================================*
      *    Paging                                                      *
      *================================================================*
       FILL-PAGE             section.

           COMPUTE WS-PAGE-COUNT = (WS-LINE-COUNT + 13) / 14.
           IF WS-PAGE-COUNT IS LESS THAN 1
               MOVE 1 TO WS-PAGE-COUNT
           END-IF.
           IF CA-PAGE IS GREATER THAN WS-PAGE-COUNT
               MOVE WS-PAGE-COUNT TO CA-PAGE
           END-IF.
           IF CA-PAGE IS LESS THAN 1
               MOVE 1 TO CA-PAGE
           END-IF.

           COMPUTE WS-FIRST-LINE = (CA-PAGE - 1) * 14.
           PERFORM FILL-ONE-DETAIL-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB IS GREATER THAN 14.

           MOVE CA-PAGE       TO WS-DISPLAY-PAGE.
           MOVE WS-PAGE-COUNT TO WS-DISPLAY-PAGES.
           MOVE SPACES TO MSG5O.
           IF WS-LINES-FULL-YES
               STRING 'PAGE ' WS-DISPLAY-PAGE ' OF ' WS-DISPLAY-PAGES
                      ' - TRACE CUT SHORT AT 150 LINES'
                      DELIMITED BY SIZE INTO MSG5O
           ELSE
               STRING 'PAGE ' WS-DISPLAY-PAGE ' OF ' WS-DISPLAY-PAGES
                      DELIMITED BY SIZE INTO MSG5O
           END-IF.

       FILL-ONE-DETAIL-LINE  section.

           COMPUTE WS-TABLE-SUB = WS-FIRST-LINE + WS-LINE-SUB.
           IF WS-TABLE-SUB IS GREATER THAN WS-LINE-COUNT
               MOVE SPACES TO DTL5O(WS-LINE-SUB)
           ELSE
               MOVE WS-TRACE-LINE(WS-TABLE-SUB) TO DTL5O(WS-LINE-SUB)
           END-IF.

       CLEAR-DETAIL-LINES    section.

           PERFORM CLEAR-ONE-DETAIL-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB IS GREATER THAN 14.

       CLEAR-ONE-DETAIL-LINE section.

           MOVE SPACES TO DTL5O(WS-LINE-SUB).

       SEND-TRACE-MAP        section.

           EXEC CICS SEND MAP(WS-MAPNAME)
                     MAPSET(WS-MAPSETNAME)
                     FROM(EDUMAP5O)
                     ERASE
           END-EXEC.

       SEND-TRACE-DATAONLY   section.

           EXEC CICS SEND MAP(WS-MAPNAME)
                     MAPSET(WS-MAPSETNAME)
                     FROM(EDUMAP5O)
                     DATAONLY
           END-EXEC.

       END-SESSION           section.

           EXEC CICS SEND TEXT FROM(WS-GOODBYE)
                     LENGTH(LENGTH OF WS-GOODBYE)
                     ERASE
                     FREEKB
           END-EXEC.

           EXEC CICS RETURN END-EXEC.
      *----------------------------------------------------------------*
