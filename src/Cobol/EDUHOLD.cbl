      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * Pseudo-conversational release transaction (EHLD, map EDUMAP6   *
      * of mapset EDUMSET) for the feeds the EDUBAT1/EDUSPLT volume    *
      * gate has held on EDUHLDF. The screen lists the holds of one    *
      * status - held by default, or released, rejected or all - four  *
      * to a page, each with what the gate saw: the trailer count,     *
      * the provider's average, the band and which side it broke.      *
      *                                                                *
      * Ops pick a held feed by its line number, key R to release it   *
      * or X to reject it, and must say why in the note. The hold is   *
      * re-read for update first, so two operators deciding the same   *
      * feed cannot both win: the second is told who decided it. The   *
      * decision is stamped with the operator's USERID, the date and   *
      * the time. A released feed goes through the gate when the job   *
      * that held it (HLD-HELD-BY) is resubmitted; a rejected one is   *
      * refused by every rerun under that feed identity.               *
      *                                                                *
      * The list is rebuilt each task - at most 60 holds - and the     *
      * keys on show ride in the commarea, so a line number always     *
      * means the feed the operator saw, and no browse is held across  *
      * a send.                                                        *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'Release or reject feeds held by the volume gate'
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "EDUHOLD".
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
              05 pic x(10)   value 'EDUHOLD : '.

       01 WS-VARIABLES.
           03 WS-MAPNAME               PIC X(8)  VALUE 'EDUMAP6'.
           03 WS-MAPSETNAME            PIC X(8)  VALUE 'EDUMSET'.
           03 WS-RESP                  PIC S9(8) COMP.
           03 WS-ABSTIME               PIC S9(15) COMP-3.
           03 WS-USERID                PIC X(8).
           03 WS-HOLD-RIDFLD           PIC X(24).
           03 WS-HOLD-COUNT            PIC S9(4) COMP.
           03 WS-HOLD-SUB              PIC S9(4) COMP.
           03 WS-SLOT-SUB              PIC S9(4) COMP.
           03 WS-LINE-SUB              PIC S9(4) COMP.
           03 WS-PICKED-LINE           PIC 9.
           03 WS-PAGE-COUNT            PIC S9(4) COMP.
           03 WS-DISPLAY-PAGE          PIC Z9.
           03 WS-DISPLAY-PAGES         PIC Z9.
           03 WS-DISPLAY-HOLDS         PIC Z9.
      *    The list holds at most this many feeds.
           03 WS-HOLD-LIMIT            PIC S9(4) COMP VALUE +60.
           03 WS-BROWSE-DONE           PIC X     VALUE 'N'.
              88 WS-BROWSE-DONE-YES    VALUE 'Y'.
              88 WS-BROWSE-DONE-NO     VALUE 'N'.
           03 WS-HOLDS-FULL            PIC X     VALUE 'N'.
              88 WS-HOLDS-FULL-YES     VALUE 'Y'.
           03 WS-DECISION-MADE         PIC X     VALUE 'N'.
              88 WS-DECISION-MADE-YES  VALUE 'Y'.
              88 WS-DECISION-MADE-NO   VALUE 'N'.
           03 WS-STATUS-TEXT           PIC X(9).
           03 WS-ACTION-MESSAGE        PIC X(79).
           03 WS-GOODBYE               PIC X(25)
                              VALUE 'HELD FEED RELEASE ENDED'.
      *    Same one-byte values the DFHAID copy book assigns to
      *    DFHPF3/DFHPF7/DFHPF8, kept here the way EDUREP keeps them.
           03 WS-AID-VALUES.
              05 AID-PF3               PIC X     VALUE '3'.
              05 AID-PF7               PIC X     VALUE '7'.
              05 AID-PF8               PIC X     VALUE '8'.

      *    Every hold of the status asked for, in key order, paged
      *    from here.
       01 WS-HOLD-TABLE.
           03 WS-HOLD-ENTRY OCCURS 60 TIMES
                                       PIC X(150).

       01 WS-HEADER-LINE.
           03 FILLER                   PIC X(40) VALUE
              '# PROVIDER FEED DT  SEQ/PT    STATUS    '.
           03 FILLER                   PIC X(25) VALUE
              'HELD BY  ON       AT'.

       01 WS-HOLD-LINE-1.
           03 HL1-LINE                 PIC 9.
           03 FILLER                   PIC X     VALUE SPACE.
           03 HL1-PROVIDER             PIC X(8).
           03 FILLER                   PIC X     VALUE SPACE.
           03 HL1-FEED-DATE            PIC 9(8).
           03 FILLER                   PIC X     VALUE SPACE.
           03 HL1-SEQUENCE             PIC 9(6).
           03 FILLER                   PIC X     VALUE '/'.
           03 HL1-PARTITION            PIC 9(2).
           03 FILLER                   PIC X     VALUE SPACE.
           03 HL1-STATUS               PIC X(9).
           03 FILLER                   PIC X     VALUE SPACE.
           03 HL1-HELD-BY              PIC X(8).
           03 FILLER                   PIC X     VALUE SPACE.
           03 HL1-HELD-DATE            PIC X(8).
           03 FILLER                   PIC X     VALUE SPACE.
           03 HL1-HELD-TIME            PIC X(6).

       01 WS-HOLD-LINE-2.
           03 FILLER                   PIC X(8)  VALUE
              '  COUNT '.
           03 HL2-COUNT                PIC Z(8)9.
           03 FILLER                   PIC X(5)  VALUE ' AVG '.
           03 HL2-AVERAGE              PIC Z(8)9.
           03 FILLER                   PIC X(6)  VALUE ' BAND '.
           03 HL2-LOW-LIMIT            PIC Z(8)9.
           03 FILLER                   PIC X     VALUE '-'.
           03 HL2-HIGH-LIMIT           PIC Z(8)9.
           03 FILLER                   PIC X     VALUE SPACE.
           03 HL2-DIRECTION            PIC X(5).
           03 FILLER                   PIC X(6)  VALUE ' DAYS '.
           03 HL2-DAYS                 PIC Z9.

       01 WS-HOLD-LINE-3.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 HL3-STATUS               PIC X(9).
           03 FILLER                   PIC X(4)  VALUE ' BY '.
           03 HL3-DECIDED-BY           PIC X(8).
           03 FILLER                   PIC X     VALUE SPACE.
           03 HL3-DECIDED-DATE         PIC X(8).
           03 FILLER                   PIC X     VALUE SPACE.
           03 HL3-DECIDED-TIME         PIC X(6).
           03 FILLER                   PIC X     VALUE SPACE.
           03 HL3-NOTE                 PIC X(30).

       01 WS-WAITING-LINE.
           03 FILLER                   PIC X(22) VALUE
              '  AWAITING DECISION - '.
           03 WTL-ALERT                PIC X(20).

           COPY EDUMAP6.

           COPY EDUHLD.

       01 WS-COMMAREA.
      *    The status listed and the page on show.
           03 CA-FILTER                PIC X.
              88 CA-FILTER-HELD        VALUE 'H'.
              88 CA-FILTER-RELEASED    VALUE 'R'.
              88 CA-FILTER-REJECTED    VALUE 'X'.
              88 CA-FILTER-ALL         VALUE 'A'.
           03 CA-PAGE                  PIC S9(4) COMP.
      *    What the operator last keyed in each decision field.
           03 CA-LINE-INPUT            PIC X.
           03 CA-ACTION-INPUT          PIC X.
              88 CA-ACTION-RELEASE     VALUE 'R'.
              88 CA-ACTION-REJECT      VALUE 'X'.
           03 CA-NOTE-INPUT            PIC X(30).
      *    The feed shown on each of the page's four lines (spaces
      *    where the page runs out).
           03 CA-PAGE-KEY OCCURS 4 TIMES
                                       PIC X(24).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           03 LK-HOLD-STATE            PIC X(131).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PROGRAM          section.

           IF EIBCALEN IS EQUAL TO ZERO
               PERFORM START-SESSION
           ELSE
               MOVE LK-HOLD-STATE TO WS-COMMAREA
               PERFORM RECEIVE-AND-DISPATCH
           END-IF.

           EXEC CICS RETURN TRANSID('EHLD')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       RECEIVE-AND-DISPATCH  section.

           MOVE SPACES TO WS-ACTION-MESSAGE.

           EVALUATE EIBAID
               WHEN AID-PF3
                   PERFORM END-SESSION
               WHEN AID-PF8
                   MOVE LOW-VALUES TO EDUMAP6I
                   ADD 1 TO CA-PAGE
                   PERFORM SHOW-HOLDS
                   PERFORM SEND-HOLD-DATAONLY
               WHEN AID-PF7
                   MOVE LOW-VALUES TO EDUMAP6I
                   SUBTRACT 1 FROM CA-PAGE
                   PERFORM SHOW-HOLDS
                   PERFORM SEND-HOLD-DATAONLY
               WHEN OTHER
                   PERFORM RECEIVE-HOLD-MAP
                   PERFORM TAKE-FILTER-INPUT
                   PERFORM TAKE-DECISION-INPUT
                   IF CA-LINE-INPUT   IS NOT EQUAL TO SPACE OR
                      CA-ACTION-INPUT IS NOT EQUAL TO SPACE
                       PERFORM DECIDE-HOLD
                   END-IF
                   PERFORM SHOW-HOLDS
                   IF WS-ACTION-MESSAGE IS NOT EQUAL TO SPACES
                       MOVE WS-ACTION-MESSAGE TO MSG6O
                   END-IF
                   PERFORM SEND-HOLD-DATAONLY
           END-EVALUATE.

       START-SESSION         section.

           SET CA-FILTER-HELD TO TRUE.
           MOVE 1      TO CA-PAGE.
           MOVE SPACES TO CA-LINE-INPUT
                          CA-ACTION-INPUT
                          CA-NOTE-INPUT.

           MOVE LOW-VALUES TO EDUMAP6I.
           PERFORM SHOW-HOLDS.
           PERFORM SEND-HOLD-MAP.

      *    Low-values first so a MAPFAIL (nothing keyed) leaves
      *    every length field zero and the commarea inputs stand.
       RECEIVE-HOLD-MAP      section.

           MOVE LOW-VALUES TO EDUMAP6I.

           EXEC CICS RECEIVE MAP(WS-MAPNAME)
                     MAPSET(WS-MAPSETNAME)
                     INTO(EDUMAP6I)
                     RESP(WS-RESP)
           END-EXEC.

      *    A new status starts the list again at page 1.
       TAKE-FILTER-INPUT     section.

           IF STAF6L IS GREATER THAN ZERO
               IF STAF6I IS EQUAL TO 'H' OR 'R' OR 'X' OR 'A'
                   IF STAF6I IS NOT EQUAL TO CA-FILTER
                       MOVE STAF6I TO CA-FILTER
                       MOVE 1      TO CA-PAGE
                   END-IF
               ELSE
                   MOVE 'SHOW STATUS MUST BE H, R, X OR A'
                                                 TO WS-ACTION-MESSAGE
               END-IF
           END-IF.

      *    Only fields the operator actually keyed (length > 0)
      *    replace what the commarea carries; keying spaces over a
      *    field clears it.
       TAKE-DECISION-INPUT   section.

           IF LINE6L IS GREATER THAN ZERO
               MOVE LINE6I TO CA-LINE-INPUT
               INSPECT CA-LINE-INPUT REPLACING ALL LOW-VALUES
                                               BY SPACES
           END-IF.
           IF ACT6L IS GREATER THAN ZERO
               MOVE ACT6I TO CA-ACTION-INPUT
               INSPECT CA-ACTION-INPUT REPLACING ALL LOW-VALUES
                                                 BY SPACES
           END-IF.
           IF NOTE6L IS GREATER THAN ZERO
               MOVE NOTE6I TO CA-NOTE-INPUT
               INSPECT CA-NOTE-INPUT REPLACING ALL LOW-VALUES
                                               BY SPACES
           END-IF.

      *================================================================*
      *    Release or reject the feed on the line picked. Only a hold  *
      *    still held can be decided, and only with a note saying why. *
      *================================================================*
       DECIDE-HOLD           section.

           SET WS-DECISION-MADE-NO TO TRUE.

           EVALUATE TRUE
               WHEN CA-LINE-INPUT IS NOT EQUAL TO '1' AND '2' AND
                                              '3' AND '4'
                   MOVE 'KEY THE LINE NUMBER (1-4) OF THE FEED'
                                                 TO WS-ACTION-MESSAGE
               WHEN NOT CA-ACTION-RELEASE AND NOT CA-ACTION-REJECT
                   MOVE 'ACTION MUST BE R (RELEASE) OR X (REJECT)'
                                                 TO WS-ACTION-MESSAGE
               WHEN CA-NOTE-INPUT IS EQUAL TO SPACES
                   MOVE 'KEY A NOTE SAYING WHY THE FEED IS DECIDED SO'
                                                 TO WS-ACTION-MESSAGE
               WHEN OTHER
                   MOVE CA-LINE-INPUT TO WS-PICKED-LINE
                   IF CA-PAGE-KEY(WS-PICKED-LINE) IS EQUAL TO SPACES
                       MOVE 'NO FEED ON THAT LINE OF THIS PAGE'
                                                 TO WS-ACTION-MESSAGE
                   ELSE
                       PERFORM COMMIT-DECISION
                   END-IF
           END-EVALUATE.

           IF WS-DECISION-MADE-YES
               MOVE SPACES TO CA-LINE-INPUT
                              CA-ACTION-INPUT
                              CA-NOTE-INPUT
               MOVE SPACES TO LINE6O
                              ACT6O
                              NOTE6O
           END-IF.

      *    Re-read for update: another operator may have decided the
      *    feed since this page was sent.
       COMMIT-DECISION       section.

           MOVE CA-PAGE-KEY(WS-PICKED-LINE) TO WS-HOLD-RIDFLD.

           EXEC CICS READ FILE('EDUHLDF')
                     INTO(EDU-HELD-FEED-RECORD)
                     RIDFLD(WS-HOLD-RIDFLD)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 'THAT FEED IS NO LONGER ON EDUHLDF'
                                                 TO WS-ACTION-MESSAGE
               WHEN NOT HLD-STATUS-HELD
                   EXEC CICS UNLOCK FILE('EDUHLDF')
                             RESP(WS-RESP)
                   END-EXEC
                   PERFORM SET-STATUS-TEXT
                   STRING 'FEED ALREADY '  DELIMITED BY SIZE
                          WS-STATUS-TEXT  DELIMITED BY SPACE
                          ' BY ' HLD-DECIDED-BY
                          DELIMITED BY SIZE INTO WS-ACTION-MESSAGE
               WHEN OTHER
                   PERFORM STAMP-DECISION
           END-EVALUATE.

       STAMP-DECISION        section.

           EXEC CICS ASSIGN USERID(WS-USERID)
                            ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(HLD-DECIDED-DATE)
                     TIME(HLD-DECIDED-TIME)
           END-EXEC

           IF CA-ACTION-RELEASE
               SET HLD-STATUS-RELEASED TO TRUE
           ELSE
               SET HLD-STATUS-REJECTED TO TRUE
           END-IF
           MOVE WS-USERID     TO HLD-DECIDED-BY
           MOVE CA-NOTE-INPUT TO HLD-DECISION-NOTE

           EXEC CICS REWRITE FILE('EDUHLDF')
                     FROM(EDU-HELD-FEED-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               SET WS-DECISION-MADE-YES TO TRUE
               IF HLD-STATUS-RELEASED
                   STRING 'RELEASED ' HLD-PROVIDER-ID ' '
                          HLD-FEED-DATE ' - RESUBMIT THE '
                          HLD-HELD-BY DELIMITED BY SIZE
                          ' JOB TO PROCESS IT'
                          DELIMITED BY SIZE INTO WS-ACTION-MESSAGE
               ELSE
                   STRING 'REJECTED ' HLD-PROVIDER-ID ' '
                          HLD-FEED-DATE
                          ' - THE PROVIDER MUST RESEND IT'
                          DELIMITED BY SIZE INTO WS-ACTION-MESSAGE
               END-IF
           ELSE
               MOVE 'EDUHLDF REWRITE FAILED - DECISION NOT RECORDED'
                                                 TO WS-ACTION-MESSAGE
           END-IF.

      *================================================================*
      *    Build the list of the status asked for, then put the page   *
      *    asked for on the map. A page past either end shows the end  *
      *    it passed.                                                  *
      *================================================================*
       SHOW-HOLDS            section.

           PERFORM GATHER-HOLDS.
           PERFORM FILL-PAGE.

       GATHER-HOLDS          section.

           MOVE ZERO       TO WS-HOLD-COUNT.
           MOVE 'N'        TO WS-HOLDS-FULL.
           SET WS-BROWSE-DONE-NO TO TRUE.
           MOVE LOW-VALUES TO WS-HOLD-RIDFLD.

           EXEC CICS STARTBR FILE('EDUHLDF')
                     RIDFLD(WS-HOLD-RIDFLD)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               PERFORM BROWSE-ONE-HOLD
                   UNTIL WS-BROWSE-DONE-YES
               EXEC CICS ENDBR FILE('EDUHLDF')
                         RESP(WS-RESP)
               END-EXEC
           END-IF.

       BROWSE-ONE-HOLD       section.

           EXEC CICS READNEXT FILE('EDUHLDF')
                     INTO(EDU-HELD-FEED-RECORD)
                     RIDFLD(WS-HOLD-RIDFLD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               SET WS-BROWSE-DONE-YES TO TRUE
           ELSE
               IF CA-FILTER-ALL OR HLD-STATUS IS EQUAL TO CA-FILTER
                   IF WS-HOLD-COUNT IS LESS THAN WS-HOLD-LIMIT
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE EDU-HELD-FEED-RECORD
                         TO WS-HOLD-ENTRY(WS-HOLD-COUNT)
                   ELSE
                       SET WS-HOLDS-FULL-YES  TO TRUE
                       SET WS-BROWSE-DONE-YES TO TRUE
                   END-IF
               END-IF
           END-IF.

       FILL-PAGE             section.

           COMPUTE WS-PAGE-COUNT = (WS-HOLD-COUNT + 3) / 4.
           IF WS-PAGE-COUNT IS LESS THAN 1
               MOVE 1 TO WS-PAGE-COUNT
           END-IF.
           IF CA-PAGE IS GREATER THAN WS-PAGE-COUNT
               MOVE WS-PAGE-COUNT TO CA-PAGE
           END-IF.
           IF CA-PAGE IS LESS THAN 1
               MOVE 1 TO CA-PAGE
           END-IF.

           MOVE CA-FILTER      TO STAF6O.
           MOVE WS-HEADER-LINE TO HDR6O.
           PERFORM FILL-ONE-SLOT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB IS GREATER THAN 4.

           MOVE CA-PAGE       TO WS-DISPLAY-PAGE.
           MOVE WS-PAGE-COUNT TO WS-DISPLAY-PAGES.
           MOVE WS-HOLD-COUNT TO WS-DISPLAY-HOLDS.
           MOVE SPACES TO MSG6O.
           EVALUATE TRUE
               WHEN WS-HOLD-COUNT IS EQUAL TO ZERO
                   MOVE 'NO FEEDS OF THAT STATUS ON EDUHLDF' TO MSG6O
               WHEN WS-HOLDS-FULL-YES
                   STRING 'PAGE ' WS-DISPLAY-PAGE ' OF '
                          WS-DISPLAY-PAGES
                          ' - LIST CUT SHORT AT 60 FEEDS'
                          DELIMITED BY SIZE INTO MSG6O
               WHEN OTHER
                   STRING 'PAGE ' WS-DISPLAY-PAGE ' OF '
                          WS-DISPLAY-PAGES ' - ' WS-DISPLAY-HOLDS
                          ' FEEDS'
                          DELIMITED BY SIZE INTO MSG6O
           END-EVALUATE.

      *    Each feed takes three detail lines: where it came from and
      *    who held it, what the gate saw, and how it was decided.
       FILL-ONE-SLOT         section.

           COMPUTE WS-HOLD-SUB = (CA-PAGE - 1) * 4 + WS-SLOT-SUB.
           COMPUTE WS-LINE-SUB = (WS-SLOT-SUB - 1) * 3 + 1.

           IF WS-HOLD-SUB IS GREATER THAN WS-HOLD-COUNT
               MOVE SPACES TO CA-PAGE-KEY(WS-SLOT-SUB)
               MOVE SPACES TO DTL6O(WS-LINE-SUB)
                              DTL6O(WS-LINE-SUB + 1)
                              DTL6O(WS-LINE-SUB + 2)
           ELSE
               MOVE WS-HOLD-ENTRY(WS-HOLD-SUB)
                 TO EDU-HELD-FEED-RECORD
               MOVE HLD-FEED-ID TO CA-PAGE-KEY(WS-SLOT-SUB)
               PERFORM FORMAT-HOLD-LINES
           END-IF.

       FORMAT-HOLD-LINES     section.

           PERFORM SET-STATUS-TEXT.

           MOVE WS-SLOT-SUB       TO HL1-LINE
           MOVE HLD-PROVIDER-ID   TO HL1-PROVIDER
           MOVE HLD-FEED-DATE     TO HL1-FEED-DATE
           MOVE HLD-FILE-SEQUENCE TO HL1-SEQUENCE
           MOVE HLD-PARTITION-ID  TO HL1-PARTITION
           MOVE WS-STATUS-TEXT    TO HL1-STATUS
           MOVE HLD-HELD-BY       TO HL1-HELD-BY
           MOVE HLD-HELD-DATE     TO HL1-HELD-DATE
           MOVE HLD-HELD-TIME     TO HL1-HELD-TIME
           MOVE WS-HOLD-LINE-1    TO DTL6O(WS-LINE-SUB).

           MOVE HLD-RECORD-COUNT  TO HL2-COUNT
           MOVE HLD-AVERAGE-COUNT TO HL2-AVERAGE
           MOVE HLD-LOW-LIMIT     TO HL2-LOW-LIMIT
           MOVE HLD-HIGH-LIMIT    TO HL2-HIGH-LIMIT
           IF HLD-BELOW-BAND
               MOVE 'BELOW'       TO HL2-DIRECTION
           ELSE
               MOVE 'ABOVE'       TO HL2-DIRECTION
           END-IF
           MOVE HLD-SAMPLE-COUNT  TO HL2-DAYS
           MOVE WS-HOLD-LINE-2    TO DTL6O(WS-LINE-SUB + 1).

           IF HLD-STATUS-HELD
               IF HLD-ALERT-DONE
                   MOVE 'ALERT SENT'         TO WTL-ALERT
               ELSE
                   MOVE 'ALERT NOT YET SENT' TO WTL-ALERT
               END-IF
               MOVE WS-WAITING-LINE  TO DTL6O(WS-LINE-SUB + 2)
           ELSE
               MOVE WS-STATUS-TEXT    TO HL3-STATUS
               MOVE HLD-DECIDED-BY    TO HL3-DECIDED-BY
               MOVE HLD-DECIDED-DATE  TO HL3-DECIDED-DATE
               MOVE HLD-DECIDED-TIME  TO HL3-DECIDED-TIME
               MOVE HLD-DECISION-NOTE TO HL3-NOTE
               MOVE WS-HOLD-LINE-3    TO DTL6O(WS-LINE-SUB + 2)
           END-IF.

       SET-STATUS-TEXT       section.

           EVALUATE TRUE
               WHEN HLD-STATUS-HELD
                   MOVE 'HELD'      TO WS-STATUS-TEXT
               WHEN HLD-STATUS-RELEASED
                   MOVE 'RELEASED'  TO WS-STATUS-TEXT
               WHEN HLD-STATUS-REJECTED
                   MOVE 'REJECTED'  TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN'   TO WS-STATUS-TEXT
           END-EVALUATE.

       SEND-HOLD-MAP         section.

           EXEC CICS SEND MAP(WS-MAPNAME)
                     MAPSET(WS-MAPSETNAME)
                     FROM(EDUMAP6O)
                     ERASE
           END-EXEC.

       SEND-HOLD-DATAONLY    section.

           EXEC CICS SEND MAP(WS-MAPNAME)
                     MAPSET(WS-MAPSETNAME)
                     FROM(EDUMAP6O)
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
