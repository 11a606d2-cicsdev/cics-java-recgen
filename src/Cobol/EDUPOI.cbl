      *----------------------------------------------------------------*
      *       EDUPOI.cpy                                               *
      *                                                                *
      *       AUTHOR  :  R. Castellano                                 *
      *       DATE    :  15 / 10 / 2026                                *
      *       VERSION :  1.0                                           *
      *                                                                *
      *       MISSION : Copy book defining one record of the EDUPOIF   *
      *                 posting open-items file (VSAM KSDS keyed on    *
      *                 POI-KEY, match key then feed identity) that    *
      *                 EDUACK01 carries from day to day: every item   *
      *                 handed to posting and not yet acknowledged,    *
      *                 every acknowledgement for an item never        *
      *                 handed over, and every item posted at a        *
      *                 different amount. An item leaves the file the  *
      *                 day it clears - sent and acknowledged at the   *
      *                 same amount.                                   *
      *       HISTORY :                                                *
      *----------------------------------------------------------------*

       01  EDU-POSTING-OPEN-ITEM.
           03  POI-KEY.
               05 POI-MATCH-KEY           PIC X(18).
               05 POI-FEED-IDENTITY       PIC X(24).
           03  POI-STATE                  PIC X.
               88 POI-STATE-SENT          VALUE 'S'.
               88 POI-STATE-ACKED         VALUE 'A'.
               88 POI-STATE-MISMATCH      VALUE 'M'.
           03  POI-LAYOUT-VERSION         PIC X(2).
           03  POI-SENT-AMOUNT            PIC 9(12)V9(3).
           03  POI-POSTED-AMOUNT          PIC 9(12)V9(3).
           03  POI-SENT-DATE              PIC 9(8).
           03  POI-ACK-DATE               PIC 9(8).
      *        The day the item first went on the file - its age on
      *        the report.
           03  POI-OPENED-DATE            PIC 9(8).
           03  POI-POSTING-REFERENCE      PIC X(16).

      *----------------------------------------------------------------*
