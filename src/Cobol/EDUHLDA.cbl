      *----------------------------------------------------------------*
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*
      * Description                                                    *
      *                                                                *
      * Held-feed alert sweep (transaction EHLA). EDUBAT1 and EDUSPLT  *
      * are batch programs and cannot write to the EDUA TD queue, so   *
      * when the volume gate holds a feed they only put it on the      *
      * EDUHLDF held-feed file, marked alert pending. This sweep walks *
      * EDUHLDF and, for every feed still held whose alert has not     *
      * gone out, raises an EDUALR kind 'V' alert onto EDUA - the      *
      * queue the rejection-surge and missing-feed alerts ride - and   *
      * a console line, then marks the hold alerted so the next sweep  *
      * stays quiet about it. Ops release or reject the feed on EHLD   *
      * (EDUHOLD).                                                     *
      *                                                                *
      * Start EHLA from ops automation when a feed step ends U1614     *
      * (EDUBAT1) or U1615 (EDUSPLT), and on a regular interval        *
      * through the batch window as a backstop.                        *
      *                                                                *
      *----------------------------------------------------------------*
       TITLE 'Alert sweep for feeds held by the volume gate'
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "EDUHLDA".
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
              05 pic x(10)   value 'EDUHLDA : '.

       01 WS-VARIABLES.
           03 WS-RESP                         PIC S9(8)  COMP.
           03 WS-ABSTIME                      PIC S9(15) COMP-3.
           03 WS-TODAY                        PIC X(8).
           03 WS-NOW-TIME                     PIC X(6).
           03 WS-HOLD-KEY                     PIC X(24).
           03 WS-MORE-HOLDS                   PIC X      VALUE 'Y'.
              88 WS-MORE-HOLDS-YES            VALUE 'Y'.
              88 WS-MORE-HOLDS-NO             VALUE 'N'.
           03 WS-ALERT-QUEUED                 PIC X      VALUE 'N'.
              88 WS-ALERT-QUEUED-YES          VALUE 'Y'.
              88 WS-ALERT-QUEUED-NO           VALUE 'N'.
           03 WS-PENDING-SUB                  PIC S9(4)  COMP.
           03 WS-PENDING-COUNT                PIC S9(4)  COMP
                                               VALUE +0.
           03 WS-ALERTED-COUNT                PIC S9(4)  COMP
                                               VALUE +0.
      *    A file with more pending holds than this at once is
      *    swept in turns - the rest go out on the next sweep.
           03 WS-PENDING-LIMIT                PIC S9(4)  COMP
                                               VALUE +50.

      *    Keys of the holds found pending on the browse. They are
      *    updated after ENDBR, not during it, so the sweep never
      *    holds a browse and an update on the same file at once.
       01 WS-PENDING-TABLE.
           03 WS-PENDING-KEY OCCURS 50 TIMES  PIC X(24).

      *    One console line per held feed; built with plain MOVEs
      *    the way EDUALRT builds its surge line.
       01 WS-OPERATOR-MESSAGE.
           03 FILLER                  PIC X(31)
                              VALUE 'EDUHLDA: FEED HELD ON VOLUME - '.
           03 WS-OPR-PROVIDER         PIC X(8).
           03 FILLER                  PIC X(1)   VALUE SPACE.
           03 WS-OPR-FEED-DATE        PIC 9(8).
           03 FILLER                  PIC X(1)   VALUE SPACE.
           03 WS-OPR-SEQUENCE         PIC 9(6).
           03 FILLER                  PIC X(1)   VALUE SPACE.
           03 WS-OPR-COUNT            PIC Z(8)9.
           03 FILLER                  PIC X(8)   VALUE ' RECORDS'.
           03 WS-OPR-DIRECTION        PIC X(7).
           03 FILLER                  PIC X(11)
                              VALUE ' - SEE EHLD'.

           COPY EDUHLD.

           COPY EDUALR.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PROGRAM          section.

           EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-TODAY)
                     TIME(WS-NOW-TIME)
           END-EXEC.

           PERFORM BROWSE-THE-HOLDS.

           PERFORM ALERT-ONE-HOLD
               VARYING WS-PENDING-SUB FROM 1 BY 1
               UNTIL WS-PENDING-SUB IS GREATER THAN WS-PENDING-COUNT.

           DISPLAY NN 'HOLDS ALERTED ' WS-ALERTED-COUNT.

           EXEC CICS RETURN END-EXEC.

       BROWSE-THE-HOLDS      section.

           MOVE LOW-VALUES TO WS-HOLD-KEY.

           EXEC CICS STARTBR FILE('EDUHLDF')
                     RIDFLD(WS-HOLD-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               PERFORM NOTE-ONE-HOLD
                   UNTIL WS-MORE-HOLDS-NO
               EXEC CICS ENDBR FILE('EDUHLDF')
                         RESP(WS-RESP)
               END-EXEC
           ELSE
               IF WS-RESP IS NOT EQUAL TO DFHRESP(NOTFND)
                   DISPLAY NN 'EDUHLDF NOT AVAILABLE - NO HOLDS '
                              'SWEPT'
               END-IF
           END-IF.

       NOTE-ONE-HOLD         section.

           EXEC CICS READNEXT FILE('EDUHLDF')
                     INTO(EDU-HELD-FEED-RECORD)
                     RIDFLD(WS-HOLD-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               SET WS-MORE-HOLDS-NO TO TRUE
           ELSE
               IF HLD-STATUS-HELD AND HLD-ALERT-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE HLD-FEED-ID
                     TO WS-PENDING-KEY(WS-PENDING-COUNT)
                   IF WS-PENDING-COUNT IS NOT LESS THAN
                                          WS-PENDING-LIMIT
                       SET WS-MORE-HOLDS-NO TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    Re-read for update: ops may have decided the feed since
      *    the browse saw it, and a decided feed needs no alert. A
      *    hold whose alert did not reach EDUA stays pending for the
      *    next sweep.
       ALERT-ONE-HOLD        section.

           SET WS-ALERT-QUEUED-NO TO TRUE.
           MOVE WS-PENDING-KEY(WS-PENDING-SUB) TO WS-HOLD-KEY.

           EXEC CICS READ FILE('EDUHLDF')
                     INTO(EDU-HELD-FEED-RECORD)
                     RIDFLD(WS-HOLD-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               IF HLD-STATUS-HELD AND HLD-ALERT-PENDING
                   PERFORM RAISE-HOLD-ALERT
               END-IF
               IF WS-ALERT-QUEUED-YES
                   SET HLD-ALERT-DONE TO TRUE
                   EXEC CICS REWRITE FILE('EDUHLDF')
                             FROM(EDU-HELD-FEED-RECORD)
                             RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                       DISPLAY NN 'EDUHLDF REWRITE FAILED FOR '
                                  WS-HOLD-KEY
                   END-IF
               ELSE
                   EXEC CICS UNLOCK FILE('EDUHLDF')
                             RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF.

      *    Same two-way delivery as EDUFCHK's missing-feed alerts: a
      *    console line for the human on shift and an EDUALR record
      *    on the EDUA queue for the ops automation.
       RAISE-HOLD-ALERT      section.

           MOVE HLD-PROVIDER-ID   TO WS-OPR-PROVIDER
           MOVE HLD-FEED-DATE     TO WS-OPR-FEED-DATE
           MOVE HLD-FILE-SEQUENCE TO WS-OPR-SEQUENCE
           MOVE HLD-RECORD-COUNT  TO WS-OPR-COUNT
           IF HLD-BELOW-BAND
               MOVE ' (LOW)'      TO WS-OPR-DIRECTION
           ELSE
               MOVE ' (HIGH)'     TO WS-OPR-DIRECTION
           END-IF

           MOVE WS-TODAY          TO ALR-DATE
           MOVE WS-NOW-TIME       TO ALR-TIME
           SET ALR-KIND-VOLUME-HOLD TO TRUE
           MOVE HLD-PROVIDER-ID(1:6) TO ALR-KEY
           MOVE ZERO              TO ALR-REJECT-COUNT
           MOVE ZERO              TO ALR-THRESHOLD
           MOVE ZERO              TO ALR-WINDOW-MINUTES
           MOVE HLD-PROVIDER-ID   TO ALR-PROVIDER-ID

           EXEC CICS WRITE OPERATOR
                     TEXT(WS-OPERATOR-MESSAGE)
                     TEXTLENGTH(LENGTH OF WS-OPERATOR-MESSAGE)
           END-EXEC

           EXEC CICS WRITEQ TD QUEUE('EDUA')
                     FROM(EDU-ALERT-RECORD)
                     LENGTH(LENGTH OF EDU-ALERT-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP IS EQUAL TO ZERO
               SET WS-ALERT-QUEUED-YES TO TRUE
               ADD 1 TO WS-ALERTED-COUNT
           ELSE
               DISPLAY NN 'EDUA WRITEQ TD FAILED FOR '
                          HLD-PROVIDER-ID
           END-IF.
      *----------------------------------------------------------------*
