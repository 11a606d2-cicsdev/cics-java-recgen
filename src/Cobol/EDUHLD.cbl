      *----------------------------------------------------------------*
      *       EDUHLD.cpy                                               *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Copy book defining one record of the EDUHLDF   *
      *                 held-feed file (VSAM KSDS keyed on the feed    *
      *                 identity). EDUBAT1 or EDUSPLT writes one when  *
      *                 the volume gate finds a feed's trailer record  *
      *                 count outside its EDUVTLF tolerance band, and  *
      *                 abends without processing it. The EHLA sweep   *
      *                 (EDUHLDA) raises the EDUA alert for it and     *
      *                 marks it alerted; ops then release or reject   *
      *                 it on the EHLD transaction (EDUHOLD), which    *
      *                 records who decided, when and why. The held    *
      *                 job's rerun finds the release here and goes    *
      *                 through the gate; a rejected feed is refused   *
      *                 for good under that identity.                  *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*

       01  EDU-HELD-FEED-RECORD.
           03  HLD-FEED-ID.
               05 HLD-PROVIDER-ID         PIC X(8).
               05 HLD-FEED-DATE           PIC 9(8).
               05 HLD-FILE-SEQUENCE       PIC 9(6).
               05 HLD-PARTITION-ID        PIC 9(2).
           03  HLD-STATUS                 PIC X.
               88 HLD-STATUS-HELD         VALUE 'H'.
               88 HLD-STATUS-RELEASED     VALUE 'R'.
               88 HLD-STATUS-REJECTED     VALUE 'X'.
      *        The program that held the feed - EDUBAT1 or EDUSPLT -
      *        so ops know which job to resubmit after a release.
           03  HLD-HELD-BY                PIC X(8).
           03  HLD-HELD-DATE              PIC X(8).
           03  HLD-HELD-TIME              PIC X(6).
      *        What the gate saw: the trailer count, the average of
      *        the provider's recent daily volumes, the band drawn
      *        round it (zero where that side is switched off) and
      *        how many days of history the average covers.
           03  HLD-RECORD-COUNT           PIC 9(9).
           03  HLD-AVERAGE-COUNT          PIC 9(9).
           03  HLD-LOW-LIMIT              PIC 9(9).
           03  HLD-HIGH-LIMIT             PIC 9(9).
           03  HLD-SAMPLE-COUNT           PIC 9(2).
           03  HLD-DIRECTION              PIC X.
               88 HLD-BELOW-BAND          VALUE 'L'.
               88 HLD-ABOVE-BAND          VALUE 'H'.
           03  HLD-ALERT-SENT             PIC X.
               88 HLD-ALERT-PENDING       VALUE 'N'.
               88 HLD-ALERT-DONE          VALUE 'Y'.
      *        Spaces until an operator releases or rejects the feed.
           03  HLD-DECIDED-BY             PIC X(8).
           03  HLD-DECIDED-DATE           PIC X(8).
           03  HLD-DECIDED-TIME           PIC X(6).
           03  HLD-DECISION-NOTE          PIC X(30).
           03  FILLER                     PIC X(11).

      *----------------------------------------------------------------*
